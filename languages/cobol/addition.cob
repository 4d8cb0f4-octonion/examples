      *>                   now books every operation to CALCLOG itself
      *>                   (see its 2026-08-12 history), so the call
      *>                   here had started double-logging every run.
      *>   2026-09-30  dp  ARITH-OPS grew an account argument for the
      *>                   new CALCLOG account column; this program
      *>                   books to no account and passes spaces.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 y PIC S9(9)V99 COMP-3 VALUE 2.
       01 z PIC S9(9)V99 COMP-3.
       01 remainder-result PIC S9(9)V99 COMP-3.
       01 log-account PIC X(08) VALUE SPACES.
       01 operand-count PIC 9(02) COMP-5 VALUE 2.
       01 operand-table.
           05 operand-entry PIC S9(9)V99 COMP-3

           call "ARITH-OPS" using op-code, round-mode,
               operand-count, operand-table, x, y, z,
               remainder-result, log-account
           if return-code > ws-max-return-code
               move return-code to ws-max-return-code
           end-if
