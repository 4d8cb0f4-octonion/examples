       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-08
      *> Purpose:       Maintenance program for the ALLOCTAB shared-
      *>                cost allocation table -- one row per cost-pool
      *>                account, target account, and effective period:
      *>                the percentage of the pool's month-end net the
      *>                target takes, effective from fiscal month
      *>                YYYYMM through fiscal month YYYYMM (blank or
      *>                zeros: open-ended). ALLOCRUN spreads each pool
      *>                by these rows at month end. Driven by ALLOCMCT
      *>                command cards, one per row:
      *>                  ADD pool target ppp.pp from to  add a row
      *>                  UPD pool target ppp.pp from to  new % / end
      *>                  DEL pool target -      from     remove it
      *>                (the percentage is five digits with an implied
      *>                decimal point, 03333 = 33.33%; a row is keyed
      *>                by pool, target, and from-period). Every
      *>                command is validated -- pool and target must
      *>                be distinct active ACCTMAST accounts allowed
      *>                operation A (the allocation books as A
      *>                details), the percentage numeric and above
      *>                zero and at most 100, the periods numeric with
      *>                a month part 01-12 and the end no earlier than
      *>                the start, ADD rejects a duplicate key and UPD/
      *>                DEL an unknown one -- and every change (and
      *>                every rejected command) writes an audit line
      *>                to ALLOCAUD, the same cycle the other masters
      *>                get. Once the deck is applied the whole table
      *>                is proved: for every pool, at every period
      *>                where one of its rows starts or stops, the
      *>                rows in force must sum to exactly 100.00% (or
      *>                to nothing, a retired pool). A failed proof is
      *>                audited pool by pool and ALLOCTAB is left as
      *>                it was -- the deck is corrected and rerun.
      *>                RETURN-CODE: 8 when any command was rejected,
      *>                12 when ALLOCMCT is not present or the proof
      *>                failed, 16 when the signed-on operator is below
      *>                maintenance level.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-08  dp  Initial version -- finance spread the pools
      *>                   by hand after ACCTCLSE and keyed them back.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering ALLOCTAB (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCTAB-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "ALLOCMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "ALLOCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           05  AL-IN-POOL              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-IN-TARGET            PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-IN-PERCENT           PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  AL-IN-FROM-PERIOD       PIC X(06).
           05  FILLER                  PIC X(01).
           05  AL-IN-TO-PERIOD         PIC X(06).

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
           05  MC-POOL                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-TARGET               PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-PERCENT              PIC X(05).
           05  MC-PERCENT-NUM REDEFINES MC-PERCENT
                                       PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  MC-FROM-PERIOD          PIC X(06).
           05  MC-FROM-PARTS REDEFINES MC-FROM-PERIOD.
               10  MC-FROM-YEAR        PIC X(04).
               10  MC-FROM-MONTH       PIC X(02).
           05  FILLER                  PIC X(01).
           05  MC-TO-PERIOD            PIC X(06).
           05  MC-TO-PARTS REDEFINES MC-TO-PERIOD.
               10  MC-TO-YEAR          PIC X(04).
               10  MC-TO-MONTH         PIC X(02).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ALLOCTAB-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ALLOCTAB-FOUND               VALUE "00".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-ALLOCMCT-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ALLOCMCT-FOUND               VALUE "00".
       01  WS-ALLOCAUD-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ALLOCAUD-NOT-FOUND           VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-ALLOCATION-TABLE.
           05  WS-TABLE-ENTRY OCCURS 300 TIMES.
               10  WS-TBL-POOL         PIC X(08).
               10  WS-TBL-TARGET       PIC X(08).
               10  WS-TBL-PERCENT      PIC 9(03)V99.
               10  WS-TBL-FROM-PERIOD  PIC X(06).
               10  WS-TBL-TO-PERIOD    PIC X(06).
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".

       01  WS-MASTER-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MASTER-INDEX             PIC 9(03) COMP-5.
       01  WS-CHECK-ACCOUNT            PIC X(08).
       01  WS-ACCOUNT-OK-SWITCH        PIC X(01).
           88  WS-ACCOUNT-OK                   VALUE "Y".
       01  WS-POOL-OK-SWITCH           PIC X(01).
           88  WS-POOL-OK                      VALUE "Y".
       01  WS-ACTIVE-ACCOUNT-TABLE.
           05  WS-ACTIVE-ACCOUNT OCCURS 100 TIMES.
               10  WS-ACTIVE-CODE      PIC X(08).
               10  WS-ACTIVE-OPS       PIC X(04).

       01  WS-PERIODS-OK-SWITCH        PIC X(01).
           88  WS-PERIODS-OK                   VALUE "Y".

      *> The proof: each live row's start month and the month after
      *> its end month are checkpoints for its pool.
       01  WS-PROOF-INDEX              PIC 9(03) COMP-5.
       01  WS-PROOF-POOL               PIC X(08).
       01  WS-PROOF-PERIOD             PIC X(06).
       01  WS-PROOF-SUM                PIC 9(05)V99 COMP-3.
       01  WS-PROOF-FAIL-COUNT         PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-NEXT-YEAR                PIC 9(04).
       01  WS-NEXT-MONTH               PIC 9(02).

       01  WS-CHANGE-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "ALLOCMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "ALLOCTAB".
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
           05  AU-POOL                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TARGET               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-PERCENT              PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-FROM-PERIOD          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TO-PERIOD            PIC X(06).
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
           IF WS-ALLOCMCT-FOUND
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
               PERFORM 5000-PROVE-POOLS
               CLOSE MAINT-AUDIT
               IF WS-PROOF-FAIL-COUNT > ZERO
                   MOVE 12 TO WS-MAX-RETURN-CODE
               ELSE
                   PERFORM 3000-REWRITE-TABLE
                   IF WS-REJECT-COUNT > ZERO
                       MOVE 8 TO WS-MAX-RETURN-CODE
                   END-IF
               END-IF
               END-IF
           ELSE
               MOVE 12 TO WS-MAX-RETURN-CODE
           END-IF

           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-LOAD-TABLE.
           OPEN INPUT ALLOCATION-FILE
           IF WS-ALLOCTAB-FOUND
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 300
               CLOSE ALLOCATION-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1100-READ-TABLE.
           READ ALLOCATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE AL-IN-POOL   TO WS-TBL-POOL (WS-TABLE-COUNT)
           MOVE AL-IN-TARGET TO WS-TBL-TARGET (WS-TABLE-COUNT)
           IF AL-IN-PERCENT IS NUMERIC
               MOVE AL-IN-PERCENT TO WS-TBL-PERCENT (WS-TABLE-COUNT)
           ELSE
               MOVE ZERO TO WS-TBL-PERCENT (WS-TABLE-COUNT)
           END-IF
           MOVE AL-IN-FROM-PERIOD
               TO WS-TBL-FROM-PERIOD (WS-TABLE-COUNT)
           MOVE AL-IN-TO-PERIOD
               TO WS-TBL-TO-PERIOD (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
       1200-EXIT.
           EXIT
           .

      *> Only active accounts take part, and both ends must be able
      *> to book operation A -- ADDBATCH would suspend every allocation
      *> detail otherwise (reason 04). A missing ACCTMAST leaves the
      *> table empty and every ADD/UPD rejects.
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
               MOVE AC-IN-CODE
                   TO WS-ACTIVE-CODE (WS-MASTER-COUNT)
               MOVE AC-IN-VALID-OPS
                   TO WS-ACTIVE-OPS (WS-MASTER-COUNT)
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

           PERFORM 2700-CHECK-PERIODS THRU 2700-EXIT
           EVALUATE TRUE
           WHEN MC-POOL (1:1) = SPACE
               OR MC-TARGET (1:1) = SPACE
               OR MC-POOL = MC-TARGET
               MOVE "REJECTED - INVALID POOL/TARGET" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-PERIODS-OK
               MOVE "REJECTED - BAD PERIOD" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               PERFORM 2500-FIND-ROW
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

       2500-FIND-ROW.
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
           IF WS-TBL-POOL (WS-MATCH-INDEX) = MC-POOL
               AND WS-TBL-TARGET (WS-MATCH-INDEX) = MC-TARGET
               AND WS-TBL-FROM-PERIOD (WS-MATCH-INDEX)
                   = MC-FROM-PERIOD
               AND NOT WS-TBL-DELETED (WS-MATCH-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> Both ends of the row: active, and allowed operation A (a
      *> blank valid-operations list allows every operation, the same
      *> reading ADDBATCH gives it).
       2600-CHECK-ACCOUNTS.
           MOVE MC-POOL TO WS-CHECK-ACCOUNT
           PERFORM 2605-CHECK-ONE-ACCOUNT
           MOVE WS-ACCOUNT-OK-SWITCH TO WS-POOL-OK-SWITCH
           MOVE MC-TARGET TO WS-CHECK-ACCOUNT
           PERFORM 2605-CHECK-ONE-ACCOUNT
           IF NOT WS-POOL-OK
               MOVE "N" TO WS-ACCOUNT-OK-SWITCH
           END-IF
           .

       2605-CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK-SWITCH
           PERFORM 2610-MATCH-ONE-ACCOUNT
               VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT
                   OR WS-ACCOUNT-OK
           .

       2610-MATCH-ONE-ACCOUNT.
           IF WS-ACTIVE-CODE (WS-MASTER-INDEX) = WS-CHECK-ACCOUNT
               IF WS-ACTIVE-OPS (WS-MASTER-INDEX) = SPACES
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (1:1) = "A"
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (2:1) = "A"
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (3:1) = "A"
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (4:1) = "A"
                   SET WS-ACCOUNT-OK TO TRUE
               END-IF
           END-IF
           .

      *> The from-period must be a real fiscal month; the to-period
      *> may be blank or zero (open-ended), otherwise a real month no
      *> earlier than the from-period. DEL only needs the key.
       2700-CHECK-PERIODS.
           MOVE "N" TO WS-PERIODS-OK-SWITCH
           IF MC-FROM-PERIOD IS NOT NUMERIC
               OR MC-FROM-MONTH < "01" OR MC-FROM-MONTH > "12"
               GO TO 2700-EXIT
           END-IF
           IF MC-ACTION-DELETE
               OR MC-TO-PERIOD = SPACES OR MC-TO-PERIOD = ZEROS
               SET WS-PERIODS-OK TO TRUE
               GO TO 2700-EXIT
           END-IF
           IF MC-TO-PERIOD IS NOT NUMERIC
               OR MC-TO-MONTH < "01" OR MC-TO-MONTH > "12"
               OR MC-TO-PERIOD < MC-FROM-PERIOD
               GO TO 2700-EXIT
           END-IF
           SET WS-PERIODS-OK TO TRUE
           .
       2700-EXIT.
           EXIT
           .

       3000-REWRITE-TABLE.
           OPEN OUTPUT ALLOCATION-FILE
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE ALLOCATION-FILE
           .

       3100-WRITE-ONE-ENTRY.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE SPACES TO ALLOCATION-RECORD
               MOVE WS-TBL-POOL (WS-TABLE-INDEX)   TO AL-IN-POOL
               MOVE WS-TBL-TARGET (WS-TABLE-INDEX) TO AL-IN-TARGET
               MOVE WS-TBL-PERCENT (WS-TABLE-INDEX)
                   TO AL-IN-PERCENT
               MOVE WS-TBL-FROM-PERIOD (WS-TABLE-INDEX)
                   TO AL-IN-FROM-PERIOD
               MOVE WS-TBL-TO-PERIOD (WS-TABLE-INDEX)
                   TO AL-IN-TO-PERIOD
               WRITE ALLOCATION-RECORD
           END-IF
           .

       4000-APPLY-ADD.
           PERFORM 2600-CHECK-ACCOUNTS
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
               MOVE "REJECTED - DUPLICATE ROW" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-ACCOUNT-OK
               MOVE "REJECTED - ACCOUNT/OP INVALID" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-PERCENT IS NOT NUMERIC
               OR MC-PERCENT-NUM = ZERO
               OR MC-PERCENT-NUM > 100
               MOVE "REJECTED - BAD PERCENTAGE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TABLE-COUNT = 300
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               ADD 1 TO WS-TABLE-COUNT
               MOVE MC-POOL   TO WS-TBL-POOL (WS-TABLE-COUNT)
               MOVE MC-TARGET TO WS-TBL-TARGET (WS-TABLE-COUNT)
               MOVE MC-PERCENT-NUM
                   TO WS-TBL-PERCENT (WS-TABLE-COUNT)
               MOVE MC-FROM-PERIOD
                   TO WS-TBL-FROM-PERIOD (WS-TABLE-COUNT)
               MOVE MC-TO-PERIOD
                   TO WS-TBL-TO-PERIOD (WS-TABLE-COUNT)
               MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4100-APPLY-UPDATE.
           PERFORM 2600-CHECK-ACCOUNTS
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - ROW NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-ACCOUNT-OK
               MOVE "REJECTED - ACCOUNT/OP INVALID" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-PERCENT IS NOT NUMERIC
               OR MC-PERCENT-NUM = ZERO
               OR MC-PERCENT-NUM > 100
               MOVE "REJECTED - BAD PERCENTAGE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE MC-PERCENT-NUM TO WS-TBL-PERCENT (WS-MATCH-INDEX)
               MOVE MC-TO-PERIOD
                   TO WS-TBL-TO-PERIOD (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "UPDATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

      *> A withdrawn share usually wants an end period (UPD) so the
      *> months it applied to stay provable; DEL removes a row keyed
      *> in error outright.
       4200-APPLY-DELETE.
           IF NOT WS-MATCH-FOUND
               MOVE "REJECTED - ROW NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "Y" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "DELETED" TO AU-DISPOSITION
           END-IF
           PERFORM 9200-WRITE-AUDIT
           .

      *> ------------------------------------------------------------
      *> The 100% proof over the table as the deck left it. A pool's
      *> set of rows only changes where one of them starts or the
      *> month after one of them ends, so those are the only months
      *> that need summing.
      *> ------------------------------------------------------------
       5000-PROVE-POOLS.
           PERFORM 5100-PROVE-ONE-ROW
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           .

       5100-PROVE-ONE-ROW.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE WS-TBL-POOL (WS-TABLE-INDEX) TO WS-PROOF-POOL
               MOVE WS-TBL-FROM-PERIOD (WS-TABLE-INDEX)
                   TO WS-PROOF-PERIOD
               PERFORM 5200-PROVE-CHECKPOINT
               IF WS-TBL-TO-PERIOD (WS-TABLE-INDEX) IS NUMERIC
                   AND WS-TBL-TO-PERIOD (WS-TABLE-INDEX) NOT = ZEROS
                   MOVE WS-TBL-TO-PERIOD (WS-TABLE-INDEX) (1:4)
                       TO WS-NEXT-YEAR
                   MOVE WS-TBL-TO-PERIOD (WS-TABLE-INDEX) (5:2)
                       TO WS-NEXT-MONTH
                   IF WS-NEXT-MONTH = 12
                       ADD 1 TO WS-NEXT-YEAR
                       MOVE 1 TO WS-NEXT-MONTH
                   ELSE
                       ADD 1 TO WS-NEXT-MONTH
                   END-IF
                   MOVE WS-NEXT-YEAR  TO WS-PROOF-PERIOD (1:4)
                   MOVE WS-NEXT-MONTH TO WS-PROOF-PERIOD (5:2)
                   PERFORM 5200-PROVE-CHECKPOINT
               END-IF
           END-IF
           .

       5200-PROVE-CHECKPOINT.
           MOVE ZERO TO WS-PROOF-SUM
           PERFORM 5300-SUM-ONE-ROW
               VARYING WS-PROOF-INDEX FROM 1 BY 1
               UNTIL WS-PROOF-INDEX > WS-TABLE-COUNT
           IF WS-PROOF-SUM NOT = ZERO
               AND WS-PROOF-SUM NOT = 100
               ADD 1 TO WS-PROOF-FAIL-COUNT
               MOVE SPACES TO MC-ACTION
               MOVE WS-PROOF-POOL   TO MC-POOL
               MOVE SPACES          TO MC-TARGET
               MOVE WS-PROOF-SUM    TO MC-PERCENT-NUM
               MOVE WS-PROOF-PERIOD TO MC-FROM-PERIOD
               MOVE SPACES          TO MC-TO-PERIOD
               MOVE "PROOF FAILED - NOT 100 PERCENT" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
           END-IF
           .

       5300-SUM-ONE-ROW.
           IF NOT WS-TBL-DELETED (WS-PROOF-INDEX)
               AND WS-TBL-POOL (WS-PROOF-INDEX) = WS-PROOF-POOL
               AND WS-TBL-FROM-PERIOD (WS-PROOF-INDEX)
                   <= WS-PROOF-PERIOD
               AND (WS-TBL-TO-PERIOD (WS-PROOF-INDEX) = SPACES
                   OR WS-TBL-TO-PERIOD (WS-PROOF-INDEX) = ZEROS
                   OR WS-TBL-TO-PERIOD (WS-PROOF-INDEX)
                       >= WS-PROOF-PERIOD)
               ADD WS-TBL-PERCENT (WS-PROOF-INDEX) TO WS-PROOF-SUM
           END-IF
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-ALLOCAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE MC-ACTION       TO AU-ACTION
           MOVE MC-POOL         TO AU-POOL
           MOVE MC-TARGET       TO AU-TARGET
           MOVE MC-PERCENT      TO AU-PERCENT
           MOVE MC-FROM-PERIOD  TO AU-FROM-PERIOD
           MOVE MC-TO-PERIOD    TO AU-TO-PERIOD
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
       END PROGRAM ALLOCMNT.
