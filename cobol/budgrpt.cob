       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-04
      *> Purpose:       Monthly budget-versus-actual report. For the
      *>                period named on the CLSEPARM card (YYYYMM --
      *>                the same card ACCTCLSE closes by; missing card
      *>                reports the current month) this sets each
      *>                account's ACCTBUDG budget for the month beside
      *>                its period-to-date actual -- the sum of its
      *>                ACCTPTD nets across all four operation codes,
      *>                the same PERIOD NET the ACCTCLSE statement
      *>                prints -- with the variance (budget less
      *>                actual) and the percent of budget consumed,
      *>                grouped and subtotalled by the ACCTMAST owning
      *>                department, with a grand total. An account is
      *>                flagged when it has consumed more than its
      *>                budget plus the tolerance percent carded on
      *>                BUDGPARM (missing card: zero tolerance, so any
      *>                overspend flags), or when it booked actuals
      *>                against no budget at all. Runs ahead of
      *>                ACCTCLSE at month end, while ACCTPTD still
      *>                holds the period the close is about to roll.
      *>                RETURN-CODE: 4 when any account is flagged, 8
      *>                when a table filled and accounts were left
      *>                off the report, 16 when ACCTBUDG or ACCTPTD is
      *>                not present.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-04  dp  Initial version.
      *>   2026-09-09  dp  ACCTPTD record widened for the currency code
      *>                   and original-currency net ADDBATCH now
      *>                   appends; actuals still sum every record.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "ACCTBUDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBUDG-STATUS.

           SELECT PERIOD-JOURNAL ASSIGN TO "ACCTPTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTPTD-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CLOSE-PARM ASSIGN TO "CLSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSEPARM-STATUS.

           SELECT BUDGET-PARM ASSIGN TO "BUDGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGPARM-STATUS.

           SELECT BUDGET-REPORT ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BG-IN-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  BG-IN-PERIOD            PIC X(06).
           05  FILLER                  PIC X(01).
           05  BG-IN-AMOUNT            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  PERIOD-JOURNAL.
       01  PJ-RECORD.
           05  PJ-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  PJ-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  PJ-TX-COUNT             PIC X(06).
           05  FILLER                  PIC X(01).
           05  PJ-DEBITS               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-CREDITS              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-ADD              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-SUBTRACT         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-MULTIPLY         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-DIVIDE           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PJ-ORIG-NET             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AC-IN-CODE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-IN-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01).
           05  AC-IN-OWNING-DEPT       PIC X(04).
           05  FILLER                  PIC X(01).
           05  AC-IN-ACTIVE-FLAG       PIC X(01).
           05  FILLER                  PIC X(01).
           05  AC-IN-VALID-OPS         PIC X(04).

       FD  CLOSE-PARM.
       01  CLOSE-PARM-RECORD.
           05  CP-PERIOD               PIC X(06).

       FD  BUDGET-PARM.
       01  BUDGET-PARM-RECORD.
           05  BP-TOLERANCE            PIC X(03).

       FD  BUDGET-REPORT.
       01  BUDGET-REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCTBUDG-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTBUDG-FOUND               VALUE "00".
       01  WS-ACCTPTD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ACCTPTD-FOUND                VALUE "00".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-CLSEPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CLSEPARM-FOUND               VALUE "00".
       01  WS-BUDGPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-BUDGPARM-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-REPORT-PERIOD            PIC X(06).
       01  WS-TOLERANCE-PCT            PIC 9(03) VALUE ZERO.

      *> One row per account that has a budget or an actual in the
      *> period; department and description come from ACCTMAST.
       01  WS-ACCOUNT-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ACCOUNT-INDEX            PIC 9(03) COMP-5.
       01  WS-ACCOUNT-OVERFLOW         PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-FIND-ACCOUNT             PIC X(08).
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 100 TIMES.
               10  WS-ACCT-CODE        PIC X(08).
               10  WS-ACCT-DEPT        PIC X(04).
               10  WS-ACCT-DESC        PIC X(30).
               10  WS-ACCT-BUDGET      PIC S9(13)V99 COMP-3.
               10  WS-ACCT-ACTUAL      PIC S9(13)V99 COMP-3.
               10  WS-ACCT-BUDGET-SW   PIC X(01).
                   88  WS-ACCT-HAS-BUDGET      VALUE "Y".

       01  WS-MASTER-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MASTER-INDEX             PIC 9(03) COMP-5.
       01  WS-MASTER-FOUND-SWITCH      PIC X(01).
           88  WS-MASTER-FOUND                 VALUE "Y".
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY OCCURS 100 TIMES.
               10  WS-MASTER-CODE      PIC X(08).
               10  WS-MASTER-DEPT      PIC X(04).
               10  WS-MASTER-DESC      PIC X(30).

       01  WS-DEPT-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-DEPT-INDEX               PIC 9(03) COMP-5.
       01  WS-DEPT-FOUND-SWITCH        PIC X(01).
           88  WS-DEPT-FOUND                   VALUE "Y".
       01  WS-DEPT-TABLE.
           05  WS-DEPT-CODE OCCURS 100 TIMES
                                       PIC X(04).

       01  WS-LINE-BUDGET              PIC S9(13)V99 COMP-3.
       01  WS-LINE-ACTUAL              PIC S9(13)V99 COMP-3.
       01  WS-LINE-VARIANCE            PIC S9(13)V99 COMP-3.
       01  WS-LINE-PCT                 PIC S9(04)V9 COMP-3.
       01  WS-TOLERANCE-LIMIT          PIC S9(15)V99 COMP-3.
       01  WS-ACTUAL-SCALED            PIC S9(15)V99 COMP-3.
       01  WS-DEPT-BUDGET              PIC S9(13)V99 COMP-3.
       01  WS-DEPT-ACTUAL              PIC S9(13)V99 COMP-3.
       01  WS-GRAND-BUDGET             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-GRAND-ACTUAL             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(31) VALUE
               "BUDGET VERSUS ACTUAL -- PERIOD ".
           05  TI-PERIOD               PIC X(06).
           05  FILLER                  PIC X(14) VALUE
               "   TOLERANCE: ".
           05  TI-TOLERANCE            PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE "%".

       01  WS-DEPT-HEAD-LINE.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05  DH-DEPT                 PIC X(04).

       01  WS-COLUMN-HEAD-LINE.
           05  FILLER                  PIC X(30) VALUE
               "ACCOUNT  DESCRIPTION".
           05  FILLER                  PIC X(16) VALUE
               "          BUDGET".
           05  FILLER                  PIC X(16) VALUE
               "          ACTUAL".
           05  FILLER                  PIC X(16) VALUE
               "        VARIANCE".
           05  FILLER                  PIC X(08) VALUE
               "   PCT".

      *> Shared by the account, department, and grand-total lines.
       01  WS-AMOUNT-LINE.
           05  BL-LABEL                PIC X(29).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-BUDGET               PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-ACTUAL               PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-VARIANCE             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-PCT                  PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-FLAG                 PIC X(14).
       01  WS-PCT-EDIT                 PIC -ZZZ9.9.
       01  WS-ACCOUNT-LABEL.
           05  AL-CODE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-DESC                 PIC X(20).
       01  WS-DEPT-LABEL.
           05  FILLER                  PIC X(05) VALUE "DEPT ".
           05  DL-DEPT                 PIC X(04).
           05  FILLER                  PIC X(06) VALUE " TOTAL".

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE "ACCOUNTS: ".
           05  SL-ACCOUNTS             PIC ZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   FLAGGED:  ".
           05  SL-FLAGGED              PIC ZZZZZ9.

       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-NOFILE-LINE.
           05  FILLER          PIC X(20) VALUE "INPUT NOT PRESENT: ".
           05  NF-FILE-NAME            PIC X(08).
       01  WS-OVERFLOW-LINE.
           05  OV-TABLE-NAME           PIC X(08).
           05  FILLER                  PIC X(13) VALUE
               " TABLE FULL: ".
           05  OV-DROPPED-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(24) VALUE
               " RECORDS NOT REPORTED".

       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "BUDGRPT".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE (1:6) TO WS-REPORT-PERIOD
           PERFORM 1000-READ-PARM-CARDS
           PERFORM 1500-LOAD-ACCOUNT-MASTER

           OPEN OUTPUT BUDGET-REPORT
           MOVE WS-REPORT-PERIOD TO TI-PERIOD
           MOVE WS-TOLERANCE-PCT TO TI-TOLERANCE
           WRITE BUDGET-REPORT-RECORD FROM WS-TITLE-LINE

           PERFORM 2000-LOAD-BUDGETS THRU 2000-DONE
           IF WS-MAX-RETURN-CODE < 16
               PERFORM 2500-LOAD-ACTUALS THRU 2500-DONE
           END-IF
           IF WS-MAX-RETURN-CODE < 16
               PERFORM 3000-PRINT-ONE-DEPARTMENT
                   VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               PERFORM 4000-PRINT-GRAND-TOTAL
           END-IF

           CLOSE BUDGET-REPORT
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-PARM-CARDS.
           OPEN INPUT CLOSE-PARM
           IF WS-CLSEPARM-FOUND
               READ CLOSE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-PERIOD IS NUMERIC
                           MOVE CP-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-PARM
           END-IF
           OPEN INPUT BUDGET-PARM
           IF WS-BUDGPARM-FOUND
               READ BUDGET-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-TOLERANCE IS NUMERIC
                           MOVE BP-TOLERANCE TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE BUDGET-PARM
           END-IF
           .

       1500-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCTMAST-FOUND
               PERFORM 1600-READ-MASTER
               PERFORM 1700-LOAD-ONE-MASTER THRU 1700-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-MASTER-COUNT = 100
               CLOSE ACCOUNT-MASTER
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1600-READ-MASTER.
           READ ACCOUNT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1700-LOAD-ONE-MASTER.
           IF WS-END-OF-FILE
               GO TO 1700-EXIT
           END-IF
           ADD 1 TO WS-MASTER-COUNT
           MOVE AC-IN-CODE        TO WS-MASTER-CODE (WS-MASTER-COUNT)
           MOVE AC-IN-OWNING-DEPT TO WS-MASTER-DEPT (WS-MASTER-COUNT)
           MOVE AC-IN-DESCRIPTION TO WS-MASTER-DESC (WS-MASTER-COUNT)
           PERFORM 1600-READ-MASTER
           .
       1700-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> The month's budget lines seed the account table.
      *> ------------------------------------------------------------
       2000-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF NOT WS-ACCTBUDG-FOUND
               MOVE "ACCTBUDG" TO NF-FILE-NAME
               WRITE BUDGET-REPORT-RECORD FROM WS-NOFILE-LINE
               MOVE 16 TO WS-MAX-RETURN-CODE
               GO TO 2000-DONE
           END-IF
           PERFORM 2100-READ-BUDGET
           PERFORM 2200-LOAD-ONE-BUDGET THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE BUDGET-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .
       2000-DONE.
           EXIT
           .

       2100-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-LOAD-ONE-BUDGET.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           IF BG-IN-PERIOD = WS-REPORT-PERIOD
               AND BG-IN-AMOUNT IS NUMERIC
               MOVE BG-IN-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM 2800-FIND-OR-ADD-ACCOUNT THRU 2800-EXIT
               IF WS-ACCOUNT-INDEX > ZERO
                   ADD BG-IN-AMOUNT
                       TO WS-ACCT-BUDGET (WS-ACCOUNT-INDEX)
                   MOVE "Y" TO WS-ACCT-BUDGET-SW (WS-ACCOUNT-INDEX)
               END-IF
           END-IF
           PERFORM 2100-READ-BUDGET
           .
       2200-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> The period's journal records add their nets to the actual;
      *> an account that booked without a budget joins the table.
      *> ------------------------------------------------------------
       2500-LOAD-ACTUALS.
           OPEN INPUT PERIOD-JOURNAL
           IF NOT WS-ACCTPTD-FOUND
               MOVE "ACCTPTD" TO NF-FILE-NAME
               WRITE BUDGET-REPORT-RECORD FROM WS-NOFILE-LINE
               MOVE 16 TO WS-MAX-RETURN-CODE
               GO TO 2500-DONE
           END-IF
           PERFORM 2600-READ-JOURNAL
           PERFORM 2700-ADD-ONE-ACTUAL THRU 2700-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PERIOD-JOURNAL
           IF WS-ACCOUNT-OVERFLOW > ZERO
               MOVE "ACCOUNT" TO OV-TABLE-NAME
               MOVE WS-ACCOUNT-OVERFLOW TO OV-DROPPED-COUNT
               WRITE BUDGET-REPORT-RECORD FROM WS-OVERFLOW-LINE
               MOVE 8 TO WS-MAX-RETURN-CODE
           END-IF
           .
       2500-DONE.
           EXIT
           .

       2600-READ-JOURNAL.
           READ PERIOD-JOURNAL
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2700-ADD-ONE-ACTUAL.
           IF WS-END-OF-FILE
               GO TO 2700-EXIT
           END-IF
           IF PJ-DATE (1:6) = WS-REPORT-PERIOD
               AND PJ-TX-COUNT IS NUMERIC
               MOVE PJ-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM 2800-FIND-OR-ADD-ACCOUNT THRU 2800-EXIT
               IF WS-ACCOUNT-INDEX > ZERO
                   COMPUTE WS-ACCT-ACTUAL (WS-ACCOUNT-INDEX) =
                       WS-ACCT-ACTUAL (WS-ACCOUNT-INDEX)
                       + PJ-NET-ADD + PJ-NET-SUBTRACT
                       + PJ-NET-MULTIPLY + PJ-NET-DIVIDE
               END-IF
           END-IF
           PERFORM 2600-READ-JOURNAL
           .
       2700-EXIT.
           EXIT
           .

      *> Leaves WS-ACCOUNT-INDEX on the account's row, or zero when
      *> the table is full and the account could not be added.
       2800-FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2810-MATCH-ONE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-ACCOUNT-INDEX
               GO TO 2800-EXIT
           END-IF
           IF WS-ACCOUNT-COUNT = 100
               ADD 1 TO WS-ACCOUNT-OVERFLOW
               MOVE ZERO TO WS-ACCOUNT-INDEX
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-INDEX
           MOVE WS-FIND-ACCOUNT TO WS-ACCT-CODE (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-ACCT-BUDGET (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-ACCT-ACTUAL (WS-ACCOUNT-INDEX)
           MOVE "N" TO WS-ACCT-BUDGET-SW (WS-ACCOUNT-INDEX)
           PERFORM 2900-NAME-ONE-ACCOUNT
           PERFORM 2950-NOTE-DEPARTMENT
           .
       2800-EXIT.
           EXIT
           .

       2810-MATCH-ONE-ACCOUNT.
           IF WS-ACCT-CODE (WS-ACCOUNT-INDEX) = WS-FIND-ACCOUNT
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> An account ACCTMAST does not know still reports, under a
      *> "????" department, rather than vanishing from the totals.
       2900-NAME-ONE-ACCOUNT.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           PERFORM 2910-MATCH-ONE-MASTER
               VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT
                   OR WS-MASTER-FOUND
           IF WS-MASTER-FOUND
               SUBTRACT 1 FROM WS-MASTER-INDEX
               MOVE WS-MASTER-DEPT (WS-MASTER-INDEX)
                   TO WS-ACCT-DEPT (WS-ACCOUNT-INDEX)
               MOVE WS-MASTER-DESC (WS-MASTER-INDEX)
                   TO WS-ACCT-DESC (WS-ACCOUNT-INDEX)
           ELSE
               MOVE "????" TO WS-ACCT-DEPT (WS-ACCOUNT-INDEX)
               MOVE "UNKNOWN ACCOUNT"
                   TO WS-ACCT-DESC (WS-ACCOUNT-INDEX)
           END-IF
           .

       2910-MATCH-ONE-MASTER.
           IF WS-MASTER-CODE (WS-MASTER-INDEX) = WS-FIND-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
           END-IF
           .

      *> Departments print in the order their first account arrived.
       2950-NOTE-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH
           PERFORM 2960-MATCH-ONE-DEPT
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
           IF NOT WS-DEPT-FOUND
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-ACCT-DEPT (WS-ACCOUNT-INDEX)
                   TO WS-DEPT-CODE (WS-DEPT-COUNT)
           END-IF
           .

       2960-MATCH-ONE-DEPT.
           IF WS-DEPT-CODE (WS-DEPT-INDEX)
                   = WS-ACCT-DEPT (WS-ACCOUNT-INDEX)
               SET WS-DEPT-FOUND TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> One department block: its accounts, then its subtotal.
      *> ------------------------------------------------------------
       3000-PRINT-ONE-DEPARTMENT.
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-DEPT-CODE (WS-DEPT-INDEX) TO DH-DEPT
           WRITE BUDGET-REPORT-RECORD FROM WS-DEPT-HEAD-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-COLUMN-HEAD-LINE
           MOVE ZERO TO WS-DEPT-BUDGET
           MOVE ZERO TO WS-DEPT-ACTUAL
           PERFORM 3100-PRINT-ONE-ACCOUNT THRU 3100-EXIT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT

           MOVE WS-DEPT-CODE (WS-DEPT-INDEX) TO DL-DEPT
           MOVE WS-DEPT-LABEL  TO BL-LABEL
           MOVE WS-DEPT-BUDGET TO WS-LINE-BUDGET
           MOVE WS-DEPT-ACTUAL TO WS-LINE-ACTUAL
           PERFORM 3500-FORMAT-AMOUNTS
           MOVE SPACES TO BL-FLAG
           WRITE BUDGET-REPORT-RECORD FROM WS-AMOUNT-LINE
           ADD WS-DEPT-BUDGET TO WS-GRAND-BUDGET
           ADD WS-DEPT-ACTUAL TO WS-GRAND-ACTUAL
           .

       3100-PRINT-ONE-ACCOUNT.
           IF WS-ACCT-DEPT (WS-ACCOUNT-INDEX)
                   NOT = WS-DEPT-CODE (WS-DEPT-INDEX)
               GO TO 3100-EXIT
           END-IF
           MOVE WS-ACCT-CODE (WS-ACCOUNT-INDEX) TO AL-CODE
           MOVE WS-ACCT-DESC (WS-ACCOUNT-INDEX) TO AL-DESC
           MOVE WS-ACCOUNT-LABEL TO BL-LABEL
           MOVE WS-ACCT-BUDGET (WS-ACCOUNT-INDEX) TO WS-LINE-BUDGET
           MOVE WS-ACCT-ACTUAL (WS-ACCOUNT-INDEX) TO WS-LINE-ACTUAL
           PERFORM 3500-FORMAT-AMOUNTS
           PERFORM 3200-CHECK-TOLERANCE THRU 3200-EXIT
           WRITE BUDGET-REPORT-RECORD FROM WS-AMOUNT-LINE
           ADD WS-LINE-BUDGET TO WS-DEPT-BUDGET
           ADD WS-LINE-ACTUAL TO WS-DEPT-ACTUAL
           .
       3100-EXIT.
           EXIT
           .

      *> Over tolerance: actual beyond budget * (100 + tolerance) /
      *> 100. Compared scaled up by 100 so no percentage is rounded
      *> before the test.
       3200-CHECK-TOLERANCE.
           MOVE SPACES TO BL-FLAG
           IF NOT WS-ACCT-HAS-BUDGET (WS-ACCOUNT-INDEX)
               OR WS-LINE-BUDGET NOT > ZERO
               IF WS-LINE-ACTUAL > ZERO
                   MOVE "NO BUDGET" TO BL-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
                   IF WS-MAX-RETURN-CODE < 4
                       MOVE 4 TO WS-MAX-RETURN-CODE
                   END-IF
               END-IF
               GO TO 3200-EXIT
           END-IF
           COMPUTE WS-ACTUAL-SCALED = WS-LINE-ACTUAL * 100
           COMPUTE WS-TOLERANCE-LIMIT =
               WS-LINE-BUDGET * (100 + WS-TOLERANCE-PCT)
           IF WS-ACTUAL-SCALED > WS-TOLERANCE-LIMIT
               MOVE "OVER TOLERANCE" TO BL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .
       3200-EXIT.
           EXIT
           .

       3500-FORMAT-AMOUNTS.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-BUDGET - WS-LINE-ACTUAL
           MOVE WS-LINE-BUDGET   TO BL-BUDGET
           MOVE WS-LINE-ACTUAL   TO BL-ACTUAL
           MOVE WS-LINE-VARIANCE TO BL-VARIANCE
           IF WS-LINE-BUDGET = ZERO
               MOVE "    N/A" TO BL-PCT
           ELSE
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-ACTUAL * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-PCT
               END-COMPUTE
               MOVE WS-LINE-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO BL-PCT
           END-IF
           .

       4000-PRINT-GRAND-TOTAL.
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "ALL DEPARTMENTS TOTAL" TO BL-LABEL
           MOVE WS-GRAND-BUDGET TO WS-LINE-BUDGET
           MOVE WS-GRAND-ACTUAL TO WS-LINE-ACTUAL
           PERFORM 3500-FORMAT-AMOUNTS
           MOVE SPACES TO BL-FLAG
           WRITE BUDGET-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE WS-ACCOUNT-COUNT TO SL-ACCOUNTS
           MOVE WS-FLAGGED-COUNT TO SL-FLAGGED
           WRITE BUDGET-REPORT-RECORD FROM WS-SUMMARY-LINE
           .
       END PROGRAM BUDGRPT.
