      *>                   call -- passing the COMP-5 fields straight
      *>                   through would hand the writer the wrong
      *>                   bytes.
      *>   2026-09-30  dp  CALC-LOG-WRITER grew an account argument for
      *>                   the CALCLOG account column; this add books
      *>                   to no account, so spaces go from a sized WS
      *>                   field.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01 WS-LOG-X            PIC S9(9)V99 COMP-3.
       01 WS-LOG-Y            PIC S9(9)V99 COMP-3.
       01 WS-LOG-Z            PIC S9(9)V99 COMP-3.
       01 WS-LOG-ACCOUNT      PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01 X PIC S9(9) COMP-5.
       01 Y PIC S9(9) COMP-5.
           MOVE Y TO WS-LOG-Y.
           MOVE Z TO WS-LOG-Z.
           CALL "CALC-LOG-WRITER" USING WS-LOG-OPERATION,
               WS-LOG-ROUND-MODE, WS-LOG-X, WS-LOG-Y, WS-LOG-Z,
               WS-LOG-ACCOUNT.
           IF WS-SIZE-ERROR-DETECTED
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
