      *>                   shared BUSDATE processing-date service,
      *>                   the same treatment every step took on
      *>                   2026-08-31.
      *>   2026-09-30  dp  ARITH-OPS grew an account argument for the
      *>                   new CALCLOG account column; the QA checks
      *>                   book to no account and pass spaces.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DEC-Y                    PIC S9(9)V99 COMP-3.
       01  WS-DEC-Z                    PIC S9(9)V99 COMP-3.
       01  WS-DEC-REMAINDER            PIC S9(9)V99 COMP-3.
       01  WS-DEC-ACCOUNT              PIC X(08) VALUE SPACES.

       01  WS-TEST-NAME                PIC X(30).
       01  WS-CHECK-EXPECTED           PIC S9(9)V99 COMP-3.
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: ADD ZERO + ZERO"     to ws-test-name
           move 0                          to ws-check-expected
           move ws-dec-z                   to ws-check-actual
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: ADD 5 OPERANDS"      to ws-test-name
           move 16.50                      to ws-check-expected
           move ws-dec-z                   to ws-check-actual
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: SUBTRACT"            to ws-test-name
           move 6.50                       to ws-check-expected
           move ws-dec-z                   to ws-check-actual
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: MULTIPLY"            to ws-test-name
           move 10.00                      to ws-check-expected
           move ws-dec-z                   to ws-check-actual
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: DIVIDE"              to ws-test-name
           move 2.50                       to ws-check-expected
           move ws-dec-z                   to ws-check-actual
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: DIVIDE HALF-UP"      to ws-test-name
           move 5.03                       to ws-check-expected
           move ws-dec-z                   to ws-check-actual
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: DIVIDE TRUNCATE"     to ws-test-name
           move 5.02                       to ws-check-expected
           move ws-dec-z                   to ws-check-actual
           call "ARITH-OPS" using ws-dec-op-code, ws-dec-round-mode,
               ws-dec-operand-count,
               ws-dec-operand-table, ws-dec-x, ws-dec-y, ws-dec-z,
               ws-dec-remainder, ws-dec-account
           move "DEC: DIVIDE HALF-EVEN"    to ws-test-name
           move 5.02                       to ws-check-expected
           move ws-dec-z                   to ws-check-actual
