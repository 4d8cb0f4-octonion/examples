       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-04
      *> Purpose:       Maintenance program for the ACCTBUDG account
      *>                budget dataset -- one record per ACCTMAST
      *>                account and fiscal month (YYYYMM) carrying the
      *>                budgeted amount for that month in the same
      *>                signed S9(11)V99 columns ACCTPTD books its
      *>                nets in. BUDGRPT reports period-to-date actual
      *>                against it and ACCTCLSE prints the budget
      *>                position on each statement. Driven by BUDGMCT
      *>                command cards, one per record:
      *>                  ADD acct yyyymm +nnnnnnnnnnncc  add a month
      *>                  UPD acct yyyymm +nnnnnnnnnnncc  new amount
      *>                  DEL acct yyyymm                 remove it
      *>                Every command is validated -- the account must
      *>                be an active ACCTMAST entry (ADD/UPD), the
      *>                month numeric with a month part 01-12, the
      *>                amount a signed number in the ACCTPTD amount
      *>                layout, ADD rejects a duplicate account/month
      *>                pair and UPD/DEL an unknown one -- and every
      *>                change (and every rejected command) writes an
      *>                audit line to BUDGAUD, the same cycle the other
      *>                masters get. The dataset is rewritten in place
      *>                once all commands are applied. RETURN-CODE: 8
      *>                when any command was rejected, 12 when BUDGMCT
      *>                is not present, 16 when the signed-on operator
      *>                is below maintenance level.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-04  dp  Initial version -- finance kept the budget
      *>                   in a spreadsheet beside the statements.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering ACCTBUDG (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "ACCTBUDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBUDG-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "BUDGMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "BUDGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGAUD-STATUS.

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

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AC-IN-CODE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-IN-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01).
           05  AC-IN-OWNING-DEPT       PIC X(04).
           05  FILLER                  PIC X(01).
           05  AC-IN-ACTIVE-FLAG       PIC X(01).
               88  AC-IN-ACTIVE                VALUE "Y".
           05  FILLER                  PIC X(01).
           05  AC-IN-VALID-OPS         PIC X(04).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-ACTION               PIC X(03).
               88  MC-ACTION-ADD               VALUE "ADD".
               88  MC-ACTION-UPDATE            VALUE "UPD".
               88  MC-ACTION-DELETE            VALUE "DEL".
           05  FILLER                  PIC X(01).
           05  MC-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-PERIOD               PIC X(06).
           05  MC-PERIOD-PARTS REDEFINES MC-PERIOD.
               10  MC-PERIOD-YEAR      PIC X(04).
               10  MC-PERIOD-MONTH     PIC X(02).
           05  FILLER                  PIC X(01).
           05  MC-AMOUNT               PIC X(14).
           05  MC-AMOUNT-NUM REDEFINES MC-AMOUNT
                                       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCTBUDG-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTBUDG-FOUND               VALUE "00".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-BUDGMCT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-BUDGMCT-FOUND                VALUE "00".
       01  WS-BUDGAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-BUDGAUD-NOT-FOUND            VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

      *> A year of months for 100 accounts.
       01  WS-TABLE-COUNT              PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(04) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(04) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-BUDGET-TABLE.
           05  WS-TABLE-ENTRY OCCURS 1200 TIMES.
               10  WS-TBL-ACCOUNT      PIC X(08).
               10  WS-TBL-PERIOD       PIC X(06).
               10  WS-TBL-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".

       01  WS-MASTER-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MASTER-INDEX             PIC 9(03) COMP-5.
       01  WS-ACCOUNT-OK-SWITCH        PIC X(01).
           88  WS-ACCOUNT-OK                   VALUE "Y".
       01  WS-ACTIVE-ACCOUNT-TABLE.
           05  WS-ACTIVE-ACCOUNT OCCURS 100 TIMES
                                       PIC X(08).

       01  WS-CHANGE-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "BUDGMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "ACCTBUDG".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACTION               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-PERIOD               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-AMOUNT               PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           PERFORM 1000-LOAD-TABLE
           PERFORM 1500-LOAD-ACCOUNT-MASTER

           OPEN INPUT MAINT-COMMANDS
           IF WS-BUDGMCT-FOUND
               PERFORM 9100-OPEN-AUDIT
      *> a maintenance-level run is then held to any FRZCAL change
      *> freeze covering this table, short of an emergency override
               IF WS-MAINT-LEVEL
                   CALL "FRZCHECK" USING WS-FREEZE-PROGRAM,
                       WS-FREEZE-SCOPE, WS-OPERATOR-CODE,
                       WS-FREEZE-RESULT
               END-IF
               IF NOT WS-MAINT-LEVEL
                   OR WS-RUN-FROZEN
      *> table changes demand maintenance level; the refusal is the
      *> only thing the audit trail records for this run
                   PERFORM 9400-REFUSE-RUN
                   CLOSE MAINT-COMMANDS
                   CLOSE MAINT-AUDIT
                   MOVE 16 TO WS-MAX-RETURN-CODE
               ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-READ-COMMAND
               PERFORM 2000-APPLY-COMMAND THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE MAINT-COMMANDS
               CLOSE MAINT-AUDIT
               PERFORM 3000-REWRITE-TABLE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
               END-IF
           ELSE
               MOVE 12 TO WS-MAX-RETURN-CODE
           END-IF

           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-LOAD-TABLE.
           OPEN INPUT BUDGET-FILE
           IF WS-ACCTBUDG-FOUND
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 1200
               CLOSE BUDGET-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1100-READ-TABLE.
           READ BUDGET-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE BG-IN-ACCOUNT
               TO WS-TBL-ACCOUNT (WS-TABLE-COUNT)
           MOVE BG-IN-PERIOD
               TO WS-TBL-PERIOD (WS-TABLE-COUNT)
           IF BG-IN-AMOUNT IS NUMERIC
               MOVE BG-IN-AMOUNT TO WS-TBL-AMOUNT (WS-TABLE-COUNT)
           ELSE
               MOVE ZERO TO WS-TBL-AMOUNT (WS-TABLE-COUNT)
           END-IF
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
       1200-EXIT.
           EXIT
           .

      *> Only active accounts can take a budget; a missing ACCTMAST
      *> leaves the table empty and every ADD/UPD rejects, since a
      *> budget for an account nobody can vouch for is worse than
      *> none.
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
           IF AC-IN-ACTIVE
               ADD 1 TO WS-MASTER-COUNT
               MOVE AC-IN-CODE TO WS-ACTIVE-ACCOUNT (WS-MASTER-COUNT)
           END-IF
           PERFORM 1600-READ-MASTER
           .
       1700-EXIT.
           EXIT
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
           WHEN MC-ACCOUNT (1:1) = SPACE
               MOVE "REJECTED - INVALID ACCOUNT" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-PERIOD IS NOT NUMERIC
               OR MC-PERIOD-MONTH < "01"
               OR MC-PERIOD-MONTH > "12"
               MOVE "REJECTED - BAD FISCAL MONTH" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               PERFORM 2500-FIND-BUDGET
               EVALUATE TRUE
               WHEN MC-ACTION-ADD
                   PERFORM 4000-APPLY-ADD
               WHEN MC-ACTION-UPDATE
                   PERFORM 4100-APPLY-UPDATE
               WHEN MC-ACTION-DELETE
                   PERFORM 4200-APPLY-DELETE
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO AU-DISPOSITION
                   PERFORM 9200-WRITE-AUDIT
                   ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-EVALUATE
           .
       2000-NEXT.
           PERFORM 2100-READ-COMMAND
           .
       2000-EXIT.
           EXIT
           .

       2100-READ-COMMAND.
           READ MAINT-COMMANDS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2500-FIND-BUDGET.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2510-MATCH-ONE-ENTRY
               VARYING WS-MATCH-INDEX FROM 1 BY 1
               UNTIL WS-MATCH-INDEX > WS-TABLE-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-INDEX
           END-IF
           .

       2510-MATCH-ONE-ENTRY.
           IF WS-TBL-ACCOUNT (WS-MATCH-INDEX) = MC-ACCOUNT
               AND WS-TBL-PERIOD (WS-MATCH-INDEX) = MC-PERIOD
               AND NOT WS-TBL-DELETED (WS-MATCH-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       2600-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK-SWITCH
           PERFORM 2610-MATCH-ONE-ACCOUNT
               VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT
                   OR WS-ACCOUNT-OK
           .

       2610-MATCH-ONE-ACCOUNT.
           IF WS-ACTIVE-ACCOUNT (WS-MASTER-INDEX) = MC-ACCOUNT
               SET WS-ACCOUNT-OK TO TRUE
           END-IF
           .

       4000-APPLY-ADD.
           PERFORM 2600-CHECK-ACCOUNT
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
               MOVE "REJECTED - DUPLICATE BUDGET" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-ACCOUNT-OK
               MOVE "REJECTED - ACCOUNT NOT ACTIVE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-AMOUNT-NUM IS NOT NUMERIC
               MOVE "REJECTED - BAD AMOUNT" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TABLE-COUNT = 1200
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               ADD 1 TO WS-TABLE-COUNT
               MOVE MC-ACCOUNT
                   TO WS-TBL-ACCOUNT (WS-TABLE-COUNT)
               MOVE MC-PERIOD
                   TO WS-TBL-PERIOD (WS-TABLE-COUNT)
               MOVE MC-AMOUNT-NUM
                   TO WS-TBL-AMOUNT (WS-TABLE-COUNT)
               MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4100-APPLY-UPDATE.
           PERFORM 2600-CHECK-ACCOUNT
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - BUDGET NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-ACCOUNT-OK
               MOVE "REJECTED - ACCOUNT NOT ACTIVE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-AMOUNT-NUM IS NOT NUMERIC
               MOVE "REJECTED - BAD AMOUNT" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE MC-AMOUNT-NUM TO WS-TBL-AMOUNT (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "UPDATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

      *> A budget line carries no history worth keeping once it is
      *> withdrawn, so DEL removes the row outright, as RATEMNT does
      *> for a rate; an inactivated account's old months stay until
      *> somebody deletes them.
       4200-APPLY-DELETE.
           IF NOT WS-MATCH-FOUND
               MOVE "REJECTED - BUDGET NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "Y" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "DELETED" TO AU-DISPOSITION
           END-IF
           PERFORM 9200-WRITE-AUDIT
           .

       3000-REWRITE-TABLE.
           OPEN OUTPUT BUDGET-FILE
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE BUDGET-FILE
           .

       3100-WRITE-ONE-ENTRY.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE SPACES TO BUDGET-RECORD
               MOVE WS-TBL-ACCOUNT (WS-TABLE-INDEX) TO BG-IN-ACCOUNT
               MOVE WS-TBL-PERIOD (WS-TABLE-INDEX)  TO BG-IN-PERIOD
               MOVE WS-TBL-AMOUNT (WS-TABLE-INDEX)  TO BG-IN-AMOUNT
               WRITE BUDGET-RECORD
           END-IF
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-BUDGAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE MC-ACTION       TO AU-ACTION
           MOVE MC-ACCOUNT      TO AU-ACCOUNT
           MOVE MC-PERIOD       TO AU-PERIOD
           MOVE MC-AMOUNT       TO AU-AMOUNT
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .

       9400-REFUSE-RUN.
           MOVE SPACES TO WS-AUDIT-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE SPACES TO AU-ACTION
           IF WS-RUN-FROZEN
               MOVE "RUN REFUSED - CHANGE FREEZE" TO AU-DISPOSITION
           ELSE
               MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           END-IF
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .
       END PROGRAM BUDGMNT.
