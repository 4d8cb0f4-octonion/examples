       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-22
      *> Purpose:       Maintenance program for RECOVTAB -- the rules
      *>                table that tells DAILY-BATCH-DRIVER what it may
      *>                do on its own when a step fails, so the known
      *>                3 a.m. fixes (rerun ARITHQA once, reload
      *>                FIBCACHE through FIBCRELD and retry, clear a
      *>                stale checkpoint and resubmit) no longer wait
      *>                for the on-call person. One rule per step and
      *>                return-code range:
      *>                  R  retry the step up to N times, D seconds
      *>                     apart
      *>                  F  run the named recovery program, then
      *>                     retry as R
      *>                  S  skip: let the failure continue, as if the
      *>                     step were carded continue-on-error
      *>                  P  stop the suite and page the on-call person
      *>                Driven by RCVMCT command cards:
      *>                  ADD step low high act retries delay program
      *>                  UPD step low high act retries delay program
      *>                  DEL step low
      *>                a rule is keyed by its step and the low end of
      *>                its range. Validations: the step is on SCHEDTAB,
      *>                a range of 1-999 with low no higher than high,
      *>                no overlap with another range for the same step
      *>                (so the driver's lookup is never ambiguous), a
      *>                known action, 1-9 retries and a numeric delay
      *>                for R and F and neither for S and P, and a
      *>                recovery program named on F rules and on no
      *>                others. Every applied and rejected command
      *>                writes an audit line to RCVMAUD with the
      *>                signed-on operator (OPERSIGN; a run below
      *>                maintenance level is refused, RC 16).
      *>                RETURN-CODE: 8 when any command was rejected,
      *>                12 when RCVMCT is not present.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-22  dp  Initial version.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering RECOVTAB (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-TABLE ASSIGN TO "RECOVTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVTAB-STATUS.

           SELECT SCHED-TABLE ASSIGN TO "SCHEDTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDTAB-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "RCVMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "RCVMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVMAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-TABLE.
       01  RECOVERY-TABLE-RECORD.
           05  RT-IN-STEP-NAME         PIC X(20).
           05  FILLER                  PIC X(01).
           05  RT-IN-RC-LOW            PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-RC-HIGH           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-ACTION            PIC X(01).
           05  FILLER                  PIC X(01).
           05  RT-IN-RETRIES           PIC 9(01).
           05  FILLER                  PIC X(01).
           05  RT-IN-DELAY-SECONDS     PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-PROGRAM           PIC X(20).

       FD  SCHED-TABLE.
       01  SCHEDTAB-RECORD.
           05  SC-IN-STEP-NAME         PIC X(20).
           05  FILLER                  PIC X(112).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-ACTION               PIC X(03).
               88  MC-ACTION-ADD               VALUE "ADD".
               88  MC-ACTION-UPDATE            VALUE "UPD".
               88  MC-ACTION-DELETE            VALUE "DEL".
           05  FILLER                  PIC X(01).
           05  MC-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(01).
           05  MC-RC-LOW               PIC X(03).
           05  FILLER                  PIC X(01).
           05  MC-RC-HIGH              PIC X(03).
           05  FILLER                  PIC X(01).
           05  MC-RULE-ACTION          PIC X(01).
               88  MC-RULE-ACTION-VALID        VALUE "R" "F" "S" "P".
               88  MC-RULE-RETRIES             VALUE "R" "F".
               88  MC-RULE-FIX                 VALUE "F".
           05  FILLER                  PIC X(01).
           05  MC-RETRIES              PIC X(01).
           05  FILLER                  PIC X(01).
           05  MC-DELAY-SECONDS        PIC X(03).
           05  FILLER                  PIC X(01).
           05  MC-PROGRAM              PIC X(20).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RECOVTAB-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RECOVTAB-FOUND               VALUE "00".
       01  WS-SCHEDTAB-STATUS          PIC X(02) VALUE SPACES.
           88  WS-SCHEDTAB-FOUND               VALUE "00".
       01  WS-RCVMCT-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RCVMCT-FOUND                 VALUE "00".
       01  WS-RCVMAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RCVMAUD-NOT-FOUND            VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-COUNT              PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(02) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(02) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-OVERLAP-SWITCH           PIC X(01).
           88  WS-RANGE-OVERLAPS               VALUE "Y".
       01  WS-RULE-TABLE.
           05  WS-TBL-ENTRY OCCURS 50 TIMES.
               10  WS-TBL-STEP-NAME    PIC X(20).
               10  WS-TBL-RC-LOW       PIC 9(03).
               10  WS-TBL-RC-HIGH      PIC 9(03).
               10  WS-TBL-ACTION       PIC X(01).
               10  WS-TBL-RETRIES      PIC 9(01).
               10  WS-TBL-DELAY        PIC 9(03).
               10  WS-TBL-PROGRAM      PIC X(20).
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".

      *> SCHEDTAB's step names, for the step-on-the-schedule edit
       01  WS-STEP-COUNT               PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-STEP-INDEX               PIC 9(02) COMP-5.
       01  WS-STEP-TABLE.
           05  WS-STEP-NAME            PIC X(20)
                                       OCCURS 20 TIMES.
       01  WS-STEP-FOUND-SWITCH        PIC X(01).
           88  WS-STEP-FOUND                   VALUE "Y".

       01  WS-CARD-RC-LOW              PIC 9(03).
       01  WS-CARD-RC-HIGH             PIC 9(03).

       01  WS-CHANGE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "RECOVMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "RECOVTAB".
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
           05  AU-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-RC-LOW               PIC X(03).
           05  FILLER                  PIC X(01) VALUE "-".
           05  AU-RC-HIGH              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-RULE-ACTION          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DISPOSITION          PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           PERFORM 1000-LOAD-TABLE
           PERFORM 1300-LOAD-SCHEDULE-STEPS

           OPEN INPUT MAINT-COMMANDS
           IF WS-RCVMCT-FOUND
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
                   PERFORM 3000-REWRITE-TABLE
                   CLOSE MAINT-AUDIT
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
           OPEN INPUT RECOVERY-TABLE
           IF WS-RECOVTAB-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 50
               CLOSE RECOVERY-TABLE
           END-IF
           .

       1100-READ-TABLE.
           READ RECOVERY-TABLE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE RT-IN-STEP-NAME
               TO WS-TBL-STEP-NAME (WS-TABLE-COUNT)
           MOVE RT-IN-RC-LOW TO WS-TBL-RC-LOW (WS-TABLE-COUNT)
           MOVE RT-IN-RC-HIGH TO WS-TBL-RC-HIGH (WS-TABLE-COUNT)
           MOVE RT-IN-ACTION TO WS-TBL-ACTION (WS-TABLE-COUNT)
           MOVE RT-IN-RETRIES TO WS-TBL-RETRIES (WS-TABLE-COUNT)
           MOVE RT-IN-DELAY-SECONDS TO WS-TBL-DELAY (WS-TABLE-COUNT)
           MOVE RT-IN-PROGRAM TO WS-TBL-PROGRAM (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
       1200-EXIT.
           EXIT
           .

       1300-LOAD-SCHEDULE-STEPS.
           OPEN INPUT SCHED-TABLE
           IF WS-SCHEDTAB-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1310-READ-SCHEDTAB
               PERFORM 1320-LOAD-ONE-STEP
                   UNTIL WS-END-OF-FILE
                   OR WS-STEP-COUNT = 20
               CLOSE SCHED-TABLE
           END-IF
           .

       1310-READ-SCHEDTAB.
           READ SCHED-TABLE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1320-LOAD-ONE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE SC-IN-STEP-NAME TO WS-STEP-NAME (WS-STEP-COUNT)
           PERFORM 1310-READ-SCHEDTAB
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF

           IF MC-STEP-NAME = SPACES
               MOVE "REJECTED - BLANK STEP NAME" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2500-FIND-RULE
           EVALUATE TRUE
           WHEN MC-ACTION-ADD
               PERFORM 4000-APPLY-ADD THRU 4000-DONE
           WHEN MC-ACTION-UPDATE
               PERFORM 4100-APPLY-UPDATE THRU 4100-DONE
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

      *> A rule is keyed by step and the low end of its range; a card
      *> whose low end does not read as a number matches nothing.
       2500-FIND-RULE.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           IF MC-RC-LOW IS NUMERIC
               MOVE MC-RC-LOW TO WS-CARD-RC-LOW
               PERFORM 2510-MATCH-ONE-ENTRY
                   VARYING WS-MATCH-INDEX FROM 1 BY 1
                   UNTIL WS-MATCH-INDEX > WS-TABLE-COUNT
                       OR WS-MATCH-FOUND
               IF WS-MATCH-FOUND
                   SUBTRACT 1 FROM WS-MATCH-INDEX
               END-IF
           END-IF
           .

       2510-MATCH-ONE-ENTRY.
           IF WS-TBL-STEP-NAME (WS-MATCH-INDEX) = MC-STEP-NAME
               AND WS-TBL-RC-LOW (WS-MATCH-INDEX) = WS-CARD-RC-LOW
               AND NOT WS-TBL-DELETED (WS-MATCH-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> Another live rule for the same step whose range shares any
      *> return code with this card's would make the driver's
      *> first-match lookup depend on the order of the file.
       2600-CHECK-RANGE-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SWITCH
           PERFORM 2610-CHECK-ONE-RANGE
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
                   OR WS-RANGE-OVERLAPS
           .

       2610-CHECK-ONE-RANGE.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               AND WS-TBL-STEP-NAME (WS-TABLE-INDEX) = MC-STEP-NAME
               AND NOT (WS-MATCH-FOUND
                   AND WS-TABLE-INDEX = WS-MATCH-INDEX)
               AND WS-TBL-RC-LOW (WS-TABLE-INDEX) <= WS-CARD-RC-HIGH
               AND WS-TBL-RC-HIGH (WS-TABLE-INDEX) >= WS-CARD-RC-LOW
               SET WS-RANGE-OVERLAPS TO TRUE
           END-IF
           .

       2650-CHECK-STEP-SCHEDULED.
           MOVE "N" TO WS-STEP-FOUND-SWITCH
           PERFORM 2660-MATCH-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-STEP-FOUND
           .

       2660-MATCH-ONE-STEP.
           IF WS-STEP-NAME (WS-STEP-INDEX) = MC-STEP-NAME
               SET WS-STEP-FOUND TO TRUE
           END-IF
           .

      *> The field edits ADD and UPD share.
       2700-EDIT-COMMAND-FIELDS.
           MOVE SPACES TO AU-DISPOSITION
           PERFORM 2650-CHECK-STEP-SCHEDULED
           EVALUATE TRUE
           WHEN NOT WS-STEP-FOUND
               MOVE "REJECTED - STEP NOT ON SCHEDTAB"
                   TO AU-DISPOSITION
           WHEN MC-RC-LOW IS NOT NUMERIC
               OR MC-RC-HIGH IS NOT NUMERIC
               OR MC-RC-LOW = "000"
               OR MC-RC-HIGH < MC-RC-LOW
               MOVE "REJECTED - BAD RC RANGE" TO AU-DISPOSITION
           WHEN NOT MC-RULE-ACTION-VALID
               MOVE "REJECTED - BAD RULE ACTION" TO AU-DISPOSITION
           WHEN MC-RULE-RETRIES
               AND (MC-RETRIES IS NOT NUMERIC
                   OR MC-RETRIES = "0")
               MOVE "REJECTED - BAD RETRY COUNT" TO AU-DISPOSITION
           WHEN MC-RULE-RETRIES
               AND MC-DELAY-SECONDS IS NOT NUMERIC
               MOVE "REJECTED - BAD DELAY" TO AU-DISPOSITION
           WHEN NOT MC-RULE-RETRIES
               AND ((MC-RETRIES NOT = SPACE AND "0")
                   OR (MC-DELAY-SECONDS NOT = SPACES AND "000"))
               MOVE "REJECTED - RETRIES ON A NO-RETRY RULE"
                   TO AU-DISPOSITION
           WHEN MC-RULE-FIX
               AND MC-PROGRAM = SPACES
               MOVE "REJECTED - NO RECOVERY PROGRAM"
                   TO AU-DISPOSITION
           WHEN NOT MC-RULE-FIX
               AND MC-PROGRAM NOT = SPACES
               MOVE "REJECTED - PROGRAM ON A NON-F RULE"
                   TO AU-DISPOSITION
           END-EVALUATE
           IF AU-DISPOSITION = SPACES
               MOVE MC-RC-HIGH TO WS-CARD-RC-HIGH
               PERFORM 2600-CHECK-RANGE-OVERLAP
               IF WS-RANGE-OVERLAPS
                   MOVE "REJECTED - OVERLAPPING RC RANGE"
                       TO AU-DISPOSITION
               END-IF
           END-IF
           .

       4000-APPLY-ADD.
           IF WS-MATCH-FOUND
               MOVE "REJECTED - DUPLICATE RULE" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 4000-DONE
           END-IF
           IF WS-TABLE-COUNT = 50
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 4000-DONE
           END-IF
           PERFORM 2700-EDIT-COMMAND-FIELDS
           IF AU-DISPOSITION NOT = SPACES
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 4000-DONE
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE WS-TABLE-COUNT TO WS-MATCH-INDEX
           MOVE MC-STEP-NAME
               TO WS-TBL-STEP-NAME (WS-MATCH-INDEX)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
           PERFORM 4500-REPLACE-MATCHED-FIELDS
           ADD 1 TO WS-CHANGE-COUNT
           MOVE "ADDED" TO AU-DISPOSITION
           PERFORM 9200-WRITE-AUDIT
           .
       4000-DONE.
           EXIT
           .

       4100-APPLY-UPDATE.
           IF NOT WS-MATCH-FOUND
               MOVE "REJECTED - RULE NOT ON FILE" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 4100-DONE
           END-IF
           PERFORM 2700-EDIT-COMMAND-FIELDS
           IF AU-DISPOSITION NOT = SPACES
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 4100-DONE
           END-IF
           PERFORM 4500-REPLACE-MATCHED-FIELDS
           ADD 1 TO WS-CHANGE-COUNT
           MOVE "UPDATED" TO AU-DISPOSITION
           PERFORM 9200-WRITE-AUDIT
           .
       4100-DONE.
           EXIT
           .

       4200-APPLY-DELETE.
           IF NOT WS-MATCH-FOUND
               MOVE "REJECTED - RULE NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "Y" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "DELETED" TO AU-DISPOSITION
           END-IF
           PERFORM 9200-WRITE-AUDIT
           .

      *> S and P rules carry no retries or delay; they are written
      *> as zeros so every card on the table reads the same way.
       4500-REPLACE-MATCHED-FIELDS.
           MOVE MC-RC-LOW TO WS-TBL-RC-LOW (WS-MATCH-INDEX)
           MOVE MC-RC-HIGH TO WS-TBL-RC-HIGH (WS-MATCH-INDEX)
           MOVE MC-RULE-ACTION TO WS-TBL-ACTION (WS-MATCH-INDEX)
           IF MC-RULE-RETRIES
               MOVE MC-RETRIES TO WS-TBL-RETRIES (WS-MATCH-INDEX)
               MOVE MC-DELAY-SECONDS TO WS-TBL-DELAY (WS-MATCH-INDEX)
           ELSE
               MOVE ZERO TO WS-TBL-RETRIES (WS-MATCH-INDEX)
               MOVE ZERO TO WS-TBL-DELAY (WS-MATCH-INDEX)
           END-IF
           MOVE MC-PROGRAM TO WS-TBL-PROGRAM (WS-MATCH-INDEX)
           .

       3000-REWRITE-TABLE.
           OPEN OUTPUT RECOVERY-TABLE
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE RECOVERY-TABLE
           .

       3100-WRITE-ONE-ENTRY.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE SPACES TO RECOVERY-TABLE-RECORD
               MOVE WS-TBL-STEP-NAME (WS-TABLE-INDEX)
                   TO RT-IN-STEP-NAME
               MOVE WS-TBL-RC-LOW (WS-TABLE-INDEX)
                   TO RT-IN-RC-LOW
               MOVE WS-TBL-RC-HIGH (WS-TABLE-INDEX)
                   TO RT-IN-RC-HIGH
               MOVE WS-TBL-ACTION (WS-TABLE-INDEX)
                   TO RT-IN-ACTION
               MOVE WS-TBL-RETRIES (WS-TABLE-INDEX)
                   TO RT-IN-RETRIES
               MOVE WS-TBL-DELAY (WS-TABLE-INDEX)
                   TO RT-IN-DELAY-SECONDS
               MOVE WS-TBL-PROGRAM (WS-TABLE-INDEX)
                   TO RT-IN-PROGRAM
               WRITE RECOVERY-TABLE-RECORD
           END-IF
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-RCVMAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           MOVE MC-ACTION       TO AU-ACTION
           MOVE MC-STEP-NAME    TO AU-STEP-NAME
           MOVE MC-RC-LOW       TO AU-RC-LOW
           MOVE MC-RC-HIGH      TO AU-RC-HIGH
           MOVE MC-RULE-ACTION  TO AU-RULE-ACTION
           MOVE MC-PROGRAM      TO AU-PROGRAM
           PERFORM 9300-STAMP-AND-WRITE-AUDIT
           .

       9300-STAMP-AND-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE  TO AU-DATE
           MOVE WS-CURRENT-TIME  TO AU-TIME
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .

       9400-REFUSE-RUN.
           MOVE SPACES TO AU-ACTION
           MOVE SPACES TO AU-STEP-NAME
           MOVE SPACES TO AU-RC-LOW
           MOVE SPACES TO AU-RC-HIGH
           MOVE SPACES TO AU-RULE-ACTION
           MOVE SPACES TO AU-PROGRAM
           IF WS-RUN-FROZEN
               MOVE "RUN REFUSED - CHANGE FREEZE" TO AU-DISPOSITION
           ELSE
               MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           END-IF
           PERFORM 9300-STAMP-AND-WRITE-AUDIT
           .
       END PROGRAM RECOVMNT.
