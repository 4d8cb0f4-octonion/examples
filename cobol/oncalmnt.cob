       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-28
      *> Purpose:       Maintenance program for the ONCALL roster
      *>                OPNOTIFY pages the night's alerts to -- one
      *>                record per on-call period: from date, to date
      *>                (YYYYMMDD, both inclusive), person, contact
      *>                identifier the message gateway delivers to,
      *>                and the minimum severity the person takes (S
      *>                SEVERE only, E ERROR and up, W everything).
      *>                The roster used to be edited raw and a bad
      *>                row showed itself at 3 a.m. as a page nobody
      *>                got. Driven by ONCALMCT command cards, one per
      *>                record:
      *>                  ADD from to person contact s   add a period
      *>                  UPD from to person contact s   move its end,
      *>                                                 contact, or
      *>                                                 severity
      *>                  DEL from    person             remove it
      *>                A period is keyed by person and from date.
      *>                Every command is validated -- person non-
      *>                blank, both dates real calendar dates, the end
      *>                not before the start, the contact one word
      *>                that is either a mail address (one @ with
      *>                something either side) or a number of at
      *>                least seven digits, the severity S, E, or W,
      *>                ADD rejects a period already on file and
      *>                UPD/DEL an unknown one -- and a period may not
      *>                overlap another of the same person's: one with
      *>                a different contact or severity contradicts
      *>                it (REJECTED - CONFLICTS, with the other
      *>                period's from date), and one with the same
      *>                would page the person twice (REJECTED -
      *>                REPEATS). Every change (and every rejected
      *>                command) writes an audit line with the
      *>                signed-on operator to ONCALAUD. The roster is
      *>                rewritten in place once all commands are
      *>                applied. RETURN-CODE: 8 when any command was
      *>                rejected, 12 when ONCALMCT is not present, 16
      *>                when the operator is below maintenance level
      *>                or the roster is frozen.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-28  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-ROSTER ASSIGN TO "ONCALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "ONCALMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "ONCALAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-ROSTER.
       01  ONCALL-RECORD.
           05  OC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  OC-PERSON               PIC X(20).
           05  FILLER                  PIC X(01).
           05  OC-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  OC-MIN-SEVERITY         PIC X(01).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-ACTION               PIC X(03).
               88  MC-ACTION-ADD               VALUE "ADD".
               88  MC-ACTION-UPDATE            VALUE "UPD".
               88  MC-ACTION-DELETE            VALUE "DEL".
           05  FILLER                  PIC X(01).
           05  MC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-PERSON               PIC X(20).
           05  FILLER                  PIC X(01).
           05  MC-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  MC-MIN-SEVERITY         PIC X(01).
               88  MC-SEVERITY-VALID           VALUE "S" "E" "W".

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(123).

       WORKING-STORAGE SECTION.
       01  WS-ONCALL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ONCALL-FOUND                 VALUE "00".
       01  WS-ONCALMCT-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ONCALMCT-FOUND               VALUE "00".
       01  WS-ONCALAUD-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ONCALAUD-NOT-FOUND           VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-ROSTER-TABLE.
           05  WS-TABLE-ENTRY OCCURS 500 TIMES.
               10  WS-TBL-FROM-DATE    PIC X(08).
               10  WS-TBL-TO-DATE      PIC X(08).
               10  WS-TBL-PERSON       PIC X(20).
               10  WS-TBL-CONTACT      PIC X(20).
               10  WS-TBL-MIN-SEVERITY PIC X(01).
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".

       01  WS-PERIOD-EDIT              PIC X(30).
       01  WS-OVERLAP-INDEX            PIC 9(03) COMP-5.
       01  WS-OVERLAP-FOUND-SWITCH     PIC X(01).
           88  WS-OVERLAP-FOUND                VALUE "Y".
       01  WS-CONTACT-LENGTH           PIC 9(02) COMP-5.
       01  WS-AT-COUNT                 PIC 9(02) COMP-5.
       01  WS-AT-POSITION              PIC 9(02) COMP-5.

       01  WS-CHANGE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "ONCALMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "ONCALL".
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
           05  AU-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-PERSON               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-MIN-SEVERITY         PIC X(01).
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

           OPEN INPUT MAINT-COMMANDS
           IF WS-ONCALMCT-FOUND
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
               PERFORM 3000-REWRITE-ROSTER
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
           OPEN INPUT ONCALL-ROSTER
           IF WS-ONCALL-FOUND
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 500
               CLOSE ONCALL-ROSTER
           END-IF
           .

       1100-READ-TABLE.
           READ ONCALL-ROSTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE OC-FROM-DATE    TO WS-TBL-FROM-DATE (WS-TABLE-COUNT)
           MOVE OC-TO-DATE      TO WS-TBL-TO-DATE (WS-TABLE-COUNT)
           MOVE OC-PERSON       TO WS-TBL-PERSON (WS-TABLE-COUNT)
           MOVE OC-CONTACT      TO WS-TBL-CONTACT (WS-TABLE-COUNT)
           MOVE OC-MIN-SEVERITY
               TO WS-TBL-MIN-SEVERITY (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
       1200-EXIT.
           EXIT
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
           WHEN MC-PERSON = SPACES
               MOVE "REJECTED - BAD PERSON" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-FROM-DATE IS NOT NUMERIC
               MOVE "REJECTED - BAD FROM DATE" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(MC-FROM-DATE)) NOT = ZERO
               MOVE "REJECTED - BAD FROM DATE" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               PERFORM 2500-FIND-PERIOD
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

       2500-FIND-PERIOD.
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
           IF WS-TBL-PERSON (WS-MATCH-INDEX) = MC-PERSON
               AND WS-TBL-FROM-DATE (WS-MATCH-INDEX) = MC-FROM-DATE
               AND NOT WS-TBL-DELETED (WS-MATCH-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> The end, contact, severity, and overlap edits ADD and UPD
      *> share; a blank WS-PERIOD-EDIT means the period is good.
       2600-EDIT-PERIOD.
           MOVE SPACES TO WS-PERIOD-EDIT
           EVALUATE TRUE
           WHEN MC-TO-DATE IS NOT NUMERIC
               MOVE "REJECTED - BAD TO DATE" TO WS-PERIOD-EDIT
           WHEN FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(MC-TO-DATE)) NOT = ZERO
               MOVE "REJECTED - BAD TO DATE" TO WS-PERIOD-EDIT
           WHEN MC-TO-DATE < MC-FROM-DATE
               MOVE "REJECTED - ENDS BEFORE START" TO WS-PERIOD-EDIT
           WHEN NOT MC-SEVERITY-VALID
               MOVE "REJECTED - BAD SEVERITY" TO WS-PERIOD-EDIT
           WHEN OTHER
               PERFORM 2700-EDIT-CONTACT
           END-EVALUATE
           IF WS-PERIOD-EDIT = SPACES
               PERFORM 2800-CHECK-OVERLAP
           END-IF
           .

      *> One word, no leading blank: a mail address with a single @
      *> that has something before and after it, or a pager/phone
      *> number of seven digits or more.
       2700-EDIT-CONTACT.
           MOVE ZERO TO WS-CONTACT-LENGTH
           MOVE ZERO TO WS-AT-COUNT
           MOVE ZERO TO WS-AT-POSITION
           INSPECT MC-CONTACT TALLYING WS-CONTACT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT MC-CONTACT TALLYING WS-AT-COUNT FOR ALL "@"
           INSPECT MC-CONTACT TALLYING WS-AT-POSITION
               FOR CHARACTERS BEFORE INITIAL "@"
           EVALUATE TRUE
           WHEN WS-CONTACT-LENGTH = ZERO
               MOVE "REJECTED - BAD CONTACT" TO WS-PERIOD-EDIT
           WHEN WS-CONTACT-LENGTH < 20
               AND MC-CONTACT (WS-CONTACT-LENGTH + 1:) NOT = SPACES
               MOVE "REJECTED - BAD CONTACT" TO WS-PERIOD-EDIT
           WHEN WS-AT-COUNT = 1
               IF WS-AT-POSITION = ZERO
                   OR WS-AT-POSITION + 1 >= WS-CONTACT-LENGTH
                   MOVE "REJECTED - BAD CONTACT" TO WS-PERIOD-EDIT
               END-IF
           WHEN WS-AT-COUNT > 1
               MOVE "REJECTED - BAD CONTACT" TO WS-PERIOD-EDIT
           WHEN MC-CONTACT (1:WS-CONTACT-LENGTH) IS NOT NUMERIC
               OR WS-CONTACT-LENGTH < 7
               MOVE "REJECTED - BAD CONTACT" TO WS-PERIOD-EDIT
           END-EVALUATE
           .

      *> Another period of the same person's overlapping this one:
      *> a different contact or severity contradicts it, the same
      *> would page the person twice a night. An UPD is not checked
      *> against the period it replaces.
       2800-CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FOUND-SWITCH
           PERFORM 2810-CHECK-ONE-ENTRY
               VARYING WS-OVERLAP-INDEX FROM 1 BY 1
               UNTIL WS-OVERLAP-INDEX > WS-TABLE-COUNT
                   OR WS-OVERLAP-FOUND
           IF WS-OVERLAP-FOUND
               SUBTRACT 1 FROM WS-OVERLAP-INDEX
               IF WS-TBL-CONTACT (WS-OVERLAP-INDEX) = MC-CONTACT
                   AND WS-TBL-MIN-SEVERITY (WS-OVERLAP-INDEX)
                       = MC-MIN-SEVERITY
                   STRING "REJECTED - REPEATS "
                       WS-TBL-FROM-DATE (WS-OVERLAP-INDEX)
                       DELIMITED BY SIZE INTO WS-PERIOD-EDIT
               ELSE
                   STRING "REJECTED - CONFLICTS "
                       WS-TBL-FROM-DATE (WS-OVERLAP-INDEX)
                       DELIMITED BY SIZE INTO WS-PERIOD-EDIT
               END-IF
           END-IF
           .

       2810-CHECK-ONE-ENTRY.
           IF WS-TBL-PERSON (WS-OVERLAP-INDEX) = MC-PERSON
               AND NOT WS-TBL-DELETED (WS-OVERLAP-INDEX)
               AND WS-TBL-FROM-DATE (WS-OVERLAP-INDEX) <= MC-TO-DATE
               AND WS-TBL-TO-DATE (WS-OVERLAP-INDEX) >= MC-FROM-DATE
               IF NOT WS-MATCH-FOUND
                   OR WS-OVERLAP-INDEX NOT = WS-MATCH-INDEX
                   SET WS-OVERLAP-FOUND TO TRUE
               END-IF
           END-IF
           .

       4000-APPLY-ADD.
           IF NOT WS-MATCH-FOUND
               PERFORM 2600-EDIT-PERIOD
           END-IF
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
               MOVE "REJECTED - DUPLICATE PERIOD" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-PERIOD-EDIT NOT = SPACES
               MOVE WS-PERIOD-EDIT TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TABLE-COUNT = 500
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               ADD 1 TO WS-TABLE-COUNT
               MOVE MC-FROM-DATE TO WS-TBL-FROM-DATE (WS-TABLE-COUNT)
               MOVE MC-TO-DATE   TO WS-TBL-TO-DATE (WS-TABLE-COUNT)
               MOVE MC-PERSON    TO WS-TBL-PERSON (WS-TABLE-COUNT)
               MOVE MC-CONTACT   TO WS-TBL-CONTACT (WS-TABLE-COUNT)
               MOVE MC-MIN-SEVERITY
                   TO WS-TBL-MIN-SEVERITY (WS-TABLE-COUNT)
               MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4100-APPLY-UPDATE.
           IF WS-MATCH-FOUND
               PERFORM 2600-EDIT-PERIOD
           END-IF
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - PERIOD NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-PERIOD-EDIT NOT = SPACES
               MOVE WS-PERIOD-EDIT TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE MC-TO-DATE   TO WS-TBL-TO-DATE (WS-MATCH-INDEX)
               MOVE MC-CONTACT   TO WS-TBL-CONTACT (WS-MATCH-INDEX)
               MOVE MC-MIN-SEVERITY
                   TO WS-TBL-MIN-SEVERITY (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "UPDATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4200-APPLY-DELETE.
           IF NOT WS-MATCH-FOUND
               MOVE "REJECTED - PERIOD NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "Y" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "DELETED" TO AU-DISPOSITION
           END-IF
           PERFORM 9200-WRITE-AUDIT
           .

       3000-REWRITE-ROSTER.
           OPEN OUTPUT ONCALL-ROSTER
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE ONCALL-ROSTER
           .

       3100-WRITE-ONE-ENTRY.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE SPACES TO ONCALL-RECORD
               MOVE WS-TBL-FROM-DATE (WS-TABLE-INDEX) TO OC-FROM-DATE
               MOVE WS-TBL-TO-DATE (WS-TABLE-INDEX)   TO OC-TO-DATE
               MOVE WS-TBL-PERSON (WS-TABLE-INDEX)    TO OC-PERSON
               MOVE WS-TBL-CONTACT (WS-TABLE-INDEX)   TO OC-CONTACT
               MOVE WS-TBL-MIN-SEVERITY (WS-TABLE-INDEX)
                   TO OC-MIN-SEVERITY
               WRITE ONCALL-RECORD
           END-IF
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-ONCALAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE MC-ACTION       TO AU-ACTION
           MOVE MC-FROM-DATE    TO AU-FROM-DATE
           MOVE MC-TO-DATE      TO AU-TO-DATE
           MOVE MC-PERSON       TO AU-PERSON
           MOVE MC-CONTACT      TO AU-CONTACT
           MOVE MC-MIN-SEVERITY TO AU-MIN-SEVERITY
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
       END PROGRAM ONCALMNT.
