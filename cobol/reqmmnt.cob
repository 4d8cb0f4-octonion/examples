      *>                reads the names onto the FIBOUT section
      *>                headings and REQUESTER SUMMARY. Driven by
      *>                REQMMCT command cards, one per record:
      *>                  ADD code dept-name contact account limits
      *>                                               add a requester
      *>                  UPD code dept-name contact account limits
      *>                                               replace its row
      *>                  DEL code                     mark it inactive
      *>                DEL deliberately marks the entry inactive
      *>                rather than dropping it: FIBOUT still needs
      *>                   only audit line, and every audit line now
      *>                   carries the signed-on operator code in a
      *>                   trailing column.
      *>   2026-09-11  dp  REQMAST carries each requester's ledger
      *>                   account at its end (col 59-66), the ACCTMAST
      *>                   account FIBCHRG books the department's
      *>                   monthly chargeback to. ADD/UPD cards carry it
      *>                   in col 61-68; blank leaves the department
      *>                   unbooked (FIBCHRG reports it), and anything
      *>                   else must be an active ACCTMAST account
      *>                   allowed operation A or the command rejects.
      *>                   The audit line carries it after the
      *>                   operator code.
      *>   2026-09-14  dp  Requester quotas. REQMAST carries three
      *>                   limits after the account: requests per night
      *>                   (col 68-73), computed (non-cache) terms per
      *>                   night (col 75-80), and a monthly term budget
      *>                   (col 82-89), zero meaning no limit. ADD/UPD
      *>                   cards carry them in col 70-75, 77-82, and
      *>                   84-91; blank is no limit, anything else must
      *>                   be numeric or the command rejects. FIBEDIT
      *>                   and FIBINTRA enforce them. The audit line
      *>                   carries them after the account.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering REQMAST (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQMAUD-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUESTER-MASTER.
           05  RQ-IN-CONTACT           PIC X(20).
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACTIVE-FLAG       PIC X(01).
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MAX-REQUESTS      PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MAX-COMPUTED      PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MONTH-BUDGET      PIC 9(08).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-DEPT-NAME            PIC X(30).
           05  FILLER                  PIC X(01).
           05  MC-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  MC-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-MAX-REQUESTS         PIC X(06).
           05  FILLER                  PIC X(01).
           05  MC-MAX-COMPUTED         PIC X(06).
           05  FILLER                  PIC X(01).
           05  MC-MONTH-BUDGET         PIC X(08).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(153).

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

       WORKING-STORAGE SECTION.
       01  WS-REQMAST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-REQMMCT-FOUND                VALUE "00".
       01  WS-REQMAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-REQMAUD-NOT-FOUND            VALUE "35".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

               10  WS-TBL-CONTACT      PIC X(20).
               10  WS-TBL-ACTIVE-FLAG  PIC X(01).
                   88  WS-TBL-ACTIVE           VALUE "Y".
               10  WS-TBL-ACCOUNT      PIC X(08).
               10  WS-TBL-MAX-REQUESTS PIC 9(06).
               10  WS-TBL-MAX-COMPUTED PIC 9(06).
               10  WS-TBL-MONTH-BUDGET PIC 9(08).

      *> Active ACCTMAST accounts that can book operation A -- the
      *> only ones a chargeback detail can land on.
       01  WS-ACCOUNT-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ACCOUNT-INDEX            PIC 9(03) COMP-5.
       01  WS-ACCOUNT-OK-SWITCH        PIC X(01).
           88  WS-ACCOUNT-OK                   VALUE "Y".
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-CODE OCCURS 100 TIMES PIC X(08).

      *> The carded limits, blank taken as zero (no limit).
       01  WS-LIMITS-OK-SWITCH         PIC X(01).
           88  WS-LIMITS-OK                    VALUE "Y".
       01  WS-CARD-MAX-REQUESTS        PIC 9(06).
       01  WS-CARD-MAX-COMPUTED        PIC 9(06).
       01  WS-CARD-MONTH-BUDGET        PIC 9(08).

       01  WS-CHANGE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "REQMMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "REQMAST".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-MAX-REQUESTS         PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-MAX-COMPUTED         PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-MONTH-BUDGET         PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           PERFORM 1000-LOAD-MASTER
           PERFORM 1500-LOAD-ACCOUNT-MASTER

           OPEN INPUT MAINT-COMMANDS
           IF WS-REQMMCT-FOUND
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
               TO WS-TBL-CONTACT (WS-TABLE-COUNT)
           MOVE RQ-IN-ACTIVE-FLAG
               TO WS-TBL-ACTIVE-FLAG (WS-TABLE-COUNT)
           MOVE RQ-IN-ACCOUNT
               TO WS-TBL-ACCOUNT (WS-TABLE-COUNT)
      *> rows written before the limits existed read as no limit
           IF RQ-IN-MAX-REQUESTS IS NUMERIC
               MOVE RQ-IN-MAX-REQUESTS
                   TO WS-TBL-MAX-REQUESTS (WS-TABLE-COUNT)
           ELSE
               MOVE ZERO TO WS-TBL-MAX-REQUESTS (WS-TABLE-COUNT)
           END-IF
           IF RQ-IN-MAX-COMPUTED IS NUMERIC
               MOVE RQ-IN-MAX-COMPUTED
                   TO WS-TBL-MAX-COMPUTED (WS-TABLE-COUNT)
           ELSE
               MOVE ZERO TO WS-TBL-MAX-COMPUTED (WS-TABLE-COUNT)
           END-IF
           IF RQ-IN-MONTH-BUDGET IS NUMERIC
               MOVE RQ-IN-MONTH-BUDGET
                   TO WS-TBL-MONTH-BUDGET (WS-TABLE-COUNT)
           ELSE
               MOVE ZERO TO WS-TBL-MONTH-BUDGET (WS-TABLE-COUNT)
           END-IF
           PERFORM 1100-READ-MASTER
           .
       1200-EXIT.
           EXIT
           .

      *> A missing ACCTMAST leaves the table empty: every ADD/UPD that
      *> names an account rejects.
       1500-LOAD-ACCOUNT-MASTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCTMAST-FOUND
               PERFORM 1600-READ-ACCOUNT
               PERFORM 1700-LOAD-ONE-ACCOUNT THRU 1700-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-ACCOUNT-COUNT = 100
               CLOSE ACCOUNT-MASTER
           END-IF
           .

       1600-READ-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1700-LOAD-ONE-ACCOUNT.
           IF WS-END-OF-FILE
               GO TO 1700-EXIT
           END-IF
           IF AC-IN-ACTIVE
               AND (AC-IN-VALID-OPS = SPACES
                   OR AC-IN-VALID-OPS (1:1) = "A"
                   OR AC-IN-VALID-OPS (2:1) = "A"
                   OR AC-IN-VALID-OPS (3:1) = "A"
                   OR AC-IN-VALID-OPS (4:1) = "A")
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE AC-IN-CODE TO WS-ACCOUNT-CODE (WS-ACCOUNT-COUNT)
           END-IF
           PERFORM 1600-READ-ACCOUNT
           .
       1700-EXIT.
           EXIT
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2500-FIND-CODE
           PERFORM 2600-CHECK-ACCOUNT
           PERFORM 2700-CHECK-LIMITS
           EVALUATE TRUE
           WHEN MC-ACTION-ADD
               PERFORM 4000-APPLY-ADD
           END-IF
           .

      *> A blank account is allowed -- the department is simply not
      *> booked -- so only a carded one is checked.
       2600-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK-SWITCH
           IF MC-ACCOUNT = SPACES
               SET WS-ACCOUNT-OK TO TRUE
           ELSE
               PERFORM 2610-MATCH-ONE-ACCOUNT
                   VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                       OR WS-ACCOUNT-OK
           END-IF
           .

       2610-MATCH-ONE-ACCOUNT.
           IF WS-ACCOUNT-CODE (WS-ACCOUNT-INDEX) = MC-ACCOUNT
               SET WS-ACCOUNT-OK TO TRUE
           END-IF
           .

      *> Each limit is blank (no limit) or six/eight digits.
       2700-CHECK-LIMITS.
           SET WS-LIMITS-OK TO TRUE
           MOVE ZERO TO WS-CARD-MAX-REQUESTS
           MOVE ZERO TO WS-CARD-MAX-COMPUTED
           MOVE ZERO TO WS-CARD-MONTH-BUDGET
           IF MC-MAX-REQUESTS NOT = SPACES
               IF MC-MAX-REQUESTS IS NUMERIC
                   MOVE MC-MAX-REQUESTS TO WS-CARD-MAX-REQUESTS
               ELSE
                   MOVE "N" TO WS-LIMITS-OK-SWITCH
               END-IF
           END-IF
           IF MC-MAX-COMPUTED NOT = SPACES
               IF MC-MAX-COMPUTED IS NUMERIC
                   MOVE MC-MAX-COMPUTED TO WS-CARD-MAX-COMPUTED
               ELSE
                   MOVE "N" TO WS-LIMITS-OK-SWITCH
               END-IF
           END-IF
           IF MC-MONTH-BUDGET NOT = SPACES
               IF MC-MONTH-BUDGET IS NUMERIC
                   MOVE MC-MONTH-BUDGET TO WS-CARD-MONTH-BUDGET
               ELSE
                   MOVE "N" TO WS-LIMITS-OK-SWITCH
               END-IF
           END-IF
           .

       4000-APPLY-ADD.
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
           WHEN MC-DEPT-NAME = SPACES
               MOVE "REJECTED - BLANK DEPT NAME" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-ACCOUNT-OK
               MOVE "REJECTED - ACCOUNT NOT USABLE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-LIMITS-OK
               MOVE "REJECTED - LIMIT NOT NUMERIC" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-MATCH-FOUND
      *> Re-adding a retired code reactivates the existing row.
               MOVE MC-DEPT-NAME
                   TO WS-TBL-DEPT-NAME (WS-MATCH-INDEX)
               MOVE MC-CONTACT
                   TO WS-TBL-CONTACT (WS-MATCH-INDEX)
               MOVE MC-ACCOUNT
                   TO WS-TBL-ACCOUNT (WS-MATCH-INDEX)
               PERFORM 4300-SET-LIMITS
               MOVE "Y" TO WS-TBL-ACTIVE-FLAG (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "REACTIVATED" TO AU-DISPOSITION
                   TO WS-TBL-DEPT-NAME (WS-TABLE-COUNT)
               MOVE MC-CONTACT
                   TO WS-TBL-CONTACT (WS-TABLE-COUNT)
               MOVE MC-ACCOUNT
                   TO WS-TBL-ACCOUNT (WS-TABLE-COUNT)
               MOVE WS-TABLE-COUNT TO WS-MATCH-INDEX
               PERFORM 4300-SET-LIMITS
               MOVE "Y" TO WS-TBL-ACTIVE-FLAG (WS-TABLE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
           WHEN MC-DEPT-NAME = SPACES
               MOVE "REJECTED - BLANK DEPT NAME" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-ACCOUNT-OK
               MOVE "REJECTED - ACCOUNT NOT USABLE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-LIMITS-OK
               MOVE "REJECTED - LIMIT NOT NUMERIC" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE MC-DEPT-NAME
                   TO WS-TBL-DEPT-NAME (WS-MATCH-INDEX)
               MOVE MC-CONTACT
                   TO WS-TBL-CONTACT (WS-MATCH-INDEX)
               MOVE MC-ACCOUNT
                   TO WS-TBL-ACCOUNT (WS-MATCH-INDEX)
               PERFORM 4300-SET-LIMITS
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "UPDATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4300-SET-LIMITS.
           MOVE WS-CARD-MAX-REQUESTS
               TO WS-TBL-MAX-REQUESTS (WS-MATCH-INDEX)
           MOVE WS-CARD-MAX-COMPUTED
               TO WS-TBL-MAX-COMPUTED (WS-MATCH-INDEX)
           MOVE WS-CARD-MONTH-BUDGET
               TO WS-TBL-MONTH-BUDGET (WS-MATCH-INDEX)
           .

       3000-REWRITE-MASTER.
           OPEN OUTPUT REQUESTER-MASTER
           PERFORM 3100-WRITE-ONE-ENTRY
               TO RQ-IN-CONTACT
           MOVE WS-TBL-ACTIVE-FLAG (WS-TABLE-INDEX)
               TO RQ-IN-ACTIVE-FLAG
           MOVE WS-TBL-ACCOUNT (WS-TABLE-INDEX)
               TO RQ-IN-ACCOUNT
           MOVE WS-TBL-MAX-REQUESTS (WS-TABLE-INDEX)
               TO RQ-IN-MAX-REQUESTS
           MOVE WS-TBL-MAX-COMPUTED (WS-TABLE-INDEX)
               TO RQ-IN-MAX-COMPUTED
           MOVE WS-TBL-MONTH-BUDGET (WS-TABLE-INDEX)
               TO RQ-IN-MONTH-BUDGET
           WRITE REQUESTER-MASTER-RECORD
           .

           MOVE MC-DEPT-NAME    TO AU-DEPT-NAME
           MOVE MC-CONTACT      TO AU-CONTACT
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           MOVE MC-ACCOUNT      TO AU-ACCOUNT
           MOVE MC-MAX-REQUESTS TO AU-MAX-REQUESTS
           MOVE MC-MAX-COMPUTED TO AU-MAX-COMPUTED
           MOVE MC-MONTH-BUDGET TO AU-MONTH-BUDGET
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .

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
