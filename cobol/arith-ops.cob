      *>                   what was booked -- the rounding that made
      *>                   CALCRECN's tie-out only approximately right
      *>                   happened here.
      *>   2026-09-30  dp  The LINKAGE grew AO-ACCOUNT, passed through to
      *>                   CALC-LOG-WRITER's new account column, so an
      *>                   archived calculation can be found by the
      *>                   account it was booked to. ADDBATCH passes
      *>                   the transaction's account; addition and
      *>                   ARITHQA, which book to no account, pass
      *>                   spaces.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01 AO-Y                      PIC S9(9)V99 COMP-3.
       01 AO-Z                      PIC S9(9)V99 COMP-3.
       01 AO-REMAINDER              PIC S9(9)V99 COMP-3.
       01 AO-ACCOUNT                PIC X(08).

       PROCEDURE DIVISION USING AO-OP-CODE, AO-ROUND-MODE,
               AO-OPERAND-COUNT, AO-OPERAND-TABLE, AO-X, AO-Y,
               AO-Z, AO-REMAINDER, AO-ACCOUNT.
       0000-MAINLINE.
           MOVE "N" TO WS-OVERFLOW-SWITCH
           IF AO-ROUND-MODE = "T" OR "E"

           MOVE AO-OP-CODE TO WS-LOG-OP-CODE
           CALL "CALC-LOG-WRITER" USING WS-LOG-OP-CODE,
               WS-ROUND-MODE, AO-X, AO-Y, AO-Z, AO-ACCOUNT
           IF WS-OVERFLOW-DETECTED
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
