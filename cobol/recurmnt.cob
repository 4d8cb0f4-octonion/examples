       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-05
      *> Purpose:       Maintenance program for the ADDRECUR standing
      *>                transaction template dataset -- the rent,
      *>                subscription, and standing-charge details the
      *>                control desk used to key into the upstream feed
      *>                by hand every month. Each template carries an
      *>                eight-character template ID, the ADDTRANS
      *>                account, operation code, X and Y amounts, and
      *>                currency it generates, a frequency, a day, and
      *>                start and end dates:
      *>                  M dd  monthly, on the dd'th business day of
      *>                        the month (01-23)
      *>                  W dd  weekly, on weekday dd (01 = Monday
      *>                        through 07 = Sunday)
      *>                A blank (or zero) end date means open-ended.
      *>                RECURGEN reads the dataset nightly ahead of
      *>                ADDBATCH. Driven by RECURMCT command cards, one
      *>                per record, the action followed by the template
      *>                record layout:
      *>                  ADD id acct op x y cur f dd start end
      *>                  UPD id acct op x y cur f dd start end
      *>                  DEL id
      *>                UPD replaces every field of the template. Every
      *>                command is validated -- the account must be an
      *>                active ACCTMAST entry that may book the
      *>                operation (ADD/UPD), the amounts signed numbers
      *>                in the ADDTRANS detail layout, the frequency
      *>                and day within the ranges above, the dates
      *>                real YYYYMMDD dates with the end not ahead of
      *>                the start, ADD rejects a duplicate ID and
      *>                UPD/DEL an unknown one -- and every change (and
      *>                every rejected command) writes an audit line to
      *>                RECURAUD. The dataset is rewritten in place once
      *>                all commands are applied. RETURN-CODE: 8 when
      *>                any command was rejected, 12 when RECURMCT is
      *>                not present, 16 when the signed-on operator is
      *>                below maintenance level.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-05  dp  Initial version.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering ADDRECUR (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "ADDRECUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRECUR-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "RECURMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "RECURAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05  RT-IN-ID                PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-OP-CODE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  RT-IN-X                 PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  RT-IN-Y                 PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  RT-IN-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-FREQUENCY         PIC X(01).
           05  FILLER                  PIC X(01).
           05  RT-IN-DAY               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  RT-IN-START-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-END-DATE          PIC X(08).

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
           05  MC-ID                   PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-OP-CODE              PIC X(01).
               88  MC-OP-VALID                 VALUE "A" "S"
                                                     "M" "D".
           05  FILLER                  PIC X(01).
           05  MC-X                    PIC X(12).
           05  MC-X-NUM REDEFINES MC-X PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  MC-Y                    PIC X(12).
           05  MC-Y-NUM REDEFINES MC-Y PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  MC-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01).
           05  MC-FREQUENCY            PIC X(01).
               88  MC-FREQ-MONTHLY             VALUE "M".
               88  MC-FREQ-WEEKLY              VALUE "W".
           05  FILLER                  PIC X(01).
           05  MC-DAY                  PIC X(02).
           05  MC-DAY-NUM REDEFINES MC-DAY
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  MC-START-DATE           PIC X(08).
           05  MC-START-PARTS REDEFINES MC-START-DATE.
               10  MC-START-YEAR       PIC X(04).
               10  MC-START-MONTH      PIC X(02).
               10  MC-START-DAY        PIC X(02).
           05  FILLER                  PIC X(01).
           05  MC-END-DATE             PIC X(08).
           05  MC-END-PARTS REDEFINES MC-END-DATE.
               10  MC-END-YEAR         PIC X(04).
               10  MC-END-MONTH        PIC X(02).
               10  MC-END-DAY          PIC X(02).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-ADDRECUR-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ADDRECUR-FOUND               VALUE "00".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-RECURMCT-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RECURMCT-FOUND               VALUE "00".
       01  WS-RECURAUD-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RECURAUD-NOT-FOUND           VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-TEMPLATE-TABLE.
           05  WS-TABLE-ENTRY OCCURS 200 TIMES.
               10  WS-TBL-RECORD       PIC X(72).
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".

       01  WS-MASTER-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MASTER-INDEX             PIC 9(03) COMP-5.
       01  WS-ACCOUNT-OK-SWITCH        PIC X(01).
           88  WS-ACCOUNT-OK                   VALUE "Y".
       01  WS-ACTIVE-ACCOUNT-TABLE.
           05  WS-ACTIVE-ACCOUNT OCCURS 100 TIMES.
               10  WS-ACTIVE-CODE      PIC X(08).
               10  WS-ACTIVE-OPS       PIC X(04).

       01  WS-DATES-OK-SWITCH          PIC X(01).
           88  WS-DATES-OK                     VALUE "Y".

       01  WS-CHANGE-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "RECURMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "ADDRECUR".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-COMMAND              PIC X(76).
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
           IF WS-RECURMCT-FOUND
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
           OPEN INPUT TEMPLATE-FILE
           IF WS-ADDRECUR-FOUND
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 200
               CLOSE TEMPLATE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1100-READ-TABLE.
           READ TEMPLATE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE TEMPLATE-RECORD TO WS-TBL-RECORD (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
       1200-EXIT.
           EXIT
           .

      *> Only active accounts can carry a template, and only for an
      *> operation the account may book -- ADDBATCH would suspend
      *> every generated occurrence otherwise (reason 04). A missing
      *> ACCTMAST leaves the table empty and every ADD/UPD rejects.
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

           IF MC-ID = SPACES
               MOVE "REJECTED - INVALID ID" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2500-FIND-TEMPLATE
           EVALUATE TRUE
           WHEN MC-ACTION-ADD
               PERFORM 4000-APPLY-ADD
           WHEN MC-ACTION-UPDATE
               PERFORM 4100-APPLY-UPDATE
           WHEN MC-ACTION-DELETE
               PERFORM 4200-APPLY-DELETE
           WHEN OTHER
               MOVE "REJECTED - UNKNOWN ACTION" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
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

       2500-FIND-TEMPLATE.
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
           IF WS-TBL-RECORD (WS-MATCH-INDEX) (1:8) = MC-ID
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

      *> A blank valid-operations list allows every operation, the
      *> same reading ADDBATCH gives it.
       2610-MATCH-ONE-ACCOUNT.
           IF WS-ACTIVE-CODE (WS-MASTER-INDEX) = MC-ACCOUNT
               IF WS-ACTIVE-OPS (WS-MASTER-INDEX) = SPACES
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (1:1)
                       = MC-OP-CODE
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (2:1)
                       = MC-OP-CODE
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (3:1)
                       = MC-OP-CODE
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (4:1)
                       = MC-OP-CODE
                   SET WS-ACCOUNT-OK TO TRUE
               END-IF
           END-IF
           .

      *> The start date must be a real calendar date; the end date
      *> may be blank or zero (open-ended), otherwise a real date no
      *> earlier than the start.
       2700-CHECK-DATES.
           MOVE "N" TO WS-DATES-OK-SWITCH
           IF MC-START-DATE IS NOT NUMERIC
               GO TO 2700-EXIT
           END-IF
           IF MC-START-MONTH < "01" OR MC-START-MONTH > "12"
               OR MC-START-DAY < "01" OR MC-START-DAY > "31"
               GO TO 2700-EXIT
           END-IF
           IF MC-END-DATE = SPACES OR MC-END-DATE = ZEROS
               SET WS-DATES-OK TO TRUE
               GO TO 2700-EXIT
           END-IF
           IF MC-END-DATE IS NOT NUMERIC
               GO TO 2700-EXIT
           END-IF
           IF MC-END-MONTH < "01" OR MC-END-MONTH > "12"
               OR MC-END-DAY < "01" OR MC-END-DAY > "31"
               OR MC-END-DATE < MC-START-DATE
               GO TO 2700-EXIT
           END-IF
           SET WS-DATES-OK TO TRUE
           .
       2700-EXIT.
           EXIT
           .

      *> The field checks ADD and UPD share; the first failure names
      *> the disposition.
       3500-VALIDATE-TEMPLATE.
           PERFORM 2600-CHECK-ACCOUNT
           PERFORM 2700-CHECK-DATES THRU 2700-EXIT
           EVALUATE TRUE
           WHEN NOT MC-OP-VALID
               MOVE "REJECTED - BAD OPERATION" TO AU-DISPOSITION
           WHEN NOT WS-ACCOUNT-OK
               MOVE "REJECTED - ACCOUNT/OP INVALID" TO AU-DISPOSITION
           WHEN MC-X-NUM IS NOT NUMERIC
               OR MC-Y-NUM IS NOT NUMERIC
               MOVE "REJECTED - BAD AMOUNT" TO AU-DISPOSITION
           WHEN NOT MC-FREQ-MONTHLY AND NOT MC-FREQ-WEEKLY
               MOVE "REJECTED - BAD FREQUENCY" TO AU-DISPOSITION
           WHEN MC-DAY IS NOT NUMERIC
               OR MC-DAY-NUM < 1
               OR (MC-FREQ-MONTHLY AND MC-DAY-NUM > 23)
               OR (MC-FREQ-WEEKLY AND MC-DAY-NUM > 7)
               MOVE "REJECTED - BAD DAY" TO AU-DISPOSITION
           WHEN NOT WS-DATES-OK
               MOVE "REJECTED - BAD DATES" TO AU-DISPOSITION
           WHEN OTHER
               MOVE SPACES TO AU-DISPOSITION
           END-EVALUATE
           .

       3600-STORE-TEMPLATE.
           MOVE SPACES TO TEMPLATE-RECORD
           MOVE MC-ID            TO RT-IN-ID
           MOVE MC-ACCOUNT       TO RT-IN-ACCOUNT
           MOVE MC-OP-CODE       TO RT-IN-OP-CODE
           MOVE MC-X-NUM         TO RT-IN-X
           MOVE MC-Y-NUM         TO RT-IN-Y
           MOVE MC-CURRENCY      TO RT-IN-CURRENCY
           MOVE MC-FREQUENCY     TO RT-IN-FREQUENCY
           MOVE MC-DAY-NUM       TO RT-IN-DAY
           MOVE MC-START-DATE    TO RT-IN-START-DATE
           IF MC-END-DATE = SPACES
               MOVE ZEROS        TO RT-IN-END-DATE
           ELSE
               MOVE MC-END-DATE  TO RT-IN-END-DATE
           END-IF
           MOVE TEMPLATE-RECORD  TO WS-TBL-RECORD (WS-MATCH-INDEX)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
           .

       4000-APPLY-ADD.
           PERFORM 3500-VALIDATE-TEMPLATE
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
               MOVE "REJECTED - DUPLICATE ID" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN AU-DISPOSITION NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TABLE-COUNT = 200
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               ADD 1 TO WS-TABLE-COUNT
               MOVE WS-TABLE-COUNT TO WS-MATCH-INDEX
               PERFORM 3600-STORE-TEMPLATE
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4100-APPLY-UPDATE.
           PERFORM 3500-VALIDATE-TEMPLATE
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - ID NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN AU-DISPOSITION NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               PERFORM 3600-STORE-TEMPLATE
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "UPDATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

      *> A withdrawn template is removed outright; its generated
      *> occurrences stay on RECURHST as the record of what it did.
       4200-APPLY-DELETE.
           IF NOT WS-MATCH-FOUND
               MOVE "REJECTED - ID NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "Y" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "DELETED" TO AU-DISPOSITION
           END-IF
           PERFORM 9200-WRITE-AUDIT
           .

       3000-REWRITE-TABLE.
           OPEN OUTPUT TEMPLATE-FILE
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE TEMPLATE-FILE
           .

       3100-WRITE-ONE-ENTRY.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE WS-TBL-RECORD (WS-TABLE-INDEX) TO TEMPLATE-RECORD
               WRITE TEMPLATE-RECORD
           END-IF
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-RECURAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE MAINT-COMMAND-RECORD TO AU-COMMAND
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .

       9400-REFUSE-RUN.
           MOVE SPACES TO WS-AUDIT-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           IF WS-RUN-FROZEN
               MOVE "RUN REFUSED - CHANGE FREEZE" TO AU-DISPOSITION
           ELSE
               MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           END-IF
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .
       END PROGRAM RECURMNT.
