       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-25
      *> Purpose:       Maintenance program for the FRZCAL change-
      *>                freeze calendar the FRZCHECK subprogram holds
      *>                every master and control-table maintenance
      *>                program to -- one record per freeze period:
      *>                scope (ALL, or the DD name of one table such as
      *>                ACCTMAST or RATETAB), from date and time, to
      *>                date and time (YYYYMMDD HHMMSS, both ends
      *>                inclusive), and the reason (month-end close,
      *>                quarter-end, an announced freeze). Driven by
      *>                FRZMCT command cards, one per record:
      *>                  ADD scope fromdate fromtm todate totime reason
      *>                  UPD scope fromdate fromtm todate totime reason
      *>                  DEL scope fromdate fromtm
      *>                A period is keyed by scope and from date/time;
      *>                UPD moves its end and replaces its reason. Every
      *>                command is validated -- scope non-blank, dates
      *>                numeric, times numeric and inside the day, the
      *>                end not before the start, reason non-blank, ADD
      *>                rejects a period already on file and UPD/DEL an
      *>                unknown one -- and every change (and every
      *>                rejected command) writes an audit line with
      *>                the signed-on operator to FRZCAUD. The calendar
      *>                itself is never frozen: a freeze has to be
      *>                extendable and liftable while it is in force.
      *>                The calendar is rewritten in place once all
      *>                commands are applied. RETURN-CODE: 8 when any
      *>                command was rejected, 12 when FRZMCT is not
      *>                present, 16 when the operator is below
      *>                maintenance level.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-25  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-CALENDAR ASSIGN TO "FRZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZCAL-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "FRZMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "FRZCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZCAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CALENDAR.
       01  FREEZE-CALENDAR-RECORD.
           05  FC-SCOPE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  FC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FC-FROM-TIME            PIC X(06).
           05  FILLER                  PIC X(01).
           05  FC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  FC-TO-TIME              PIC X(06).
           05  FILLER                  PIC X(01).
           05  FC-REASON               PIC X(30).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-ACTION               PIC X(03).
               88  MC-ACTION-ADD               VALUE "ADD".
               88  MC-ACTION-UPDATE            VALUE "UPD".
               88  MC-ACTION-DELETE            VALUE "DEL".
           05  FILLER                  PIC X(01).
           05  MC-SCOPE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-FROM-TIME            PIC X(06).
           05  FILLER                  PIC X(01).
           05  MC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-TO-TIME              PIC X(06).
           05  FILLER                  PIC X(01).
           05  MC-REASON               PIC X(30).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(103).

       WORKING-STORAGE SECTION.
       01  WS-FRZCAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FRZCAL-FOUND                 VALUE "00".
       01  WS-FRZMCT-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FRZMCT-FOUND                 VALUE "00".
       01  WS-FRZCAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FRZCAUD-NOT-FOUND            VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-FREEZE-TABLE.
           05  WS-TABLE-ENTRY OCCURS 100 TIMES.
               10  WS-TBL-SCOPE        PIC X(08).
               10  WS-TBL-FROM-DATE    PIC X(08).
               10  WS-TBL-FROM-TIME    PIC X(06).
               10  WS-TBL-TO-DATE      PIC X(08).
               10  WS-TBL-TO-TIME      PIC X(06).
               10  WS-TBL-REASON       PIC X(30).
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".

       01  WS-FROM-STAMP.
           05  WS-FROM-STAMP-DATE      PIC X(08).
           05  WS-FROM-STAMP-TIME      PIC X(06).
       01  WS-TO-STAMP.
           05  WS-TO-STAMP-DATE        PIC X(08).
           05  WS-TO-STAMP-TIME        PIC X(06).
       01  WS-PERIOD-EDIT              PIC X(30).

       01  WS-CHANGE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACTION               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-SCOPE                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-FROM-TIME            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TO-TIME              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           PERFORM 1000-LOAD-CALENDAR

           OPEN INPUT MAINT-COMMANDS
           IF WS-FRZMCT-FOUND
               PERFORM 9100-OPEN-AUDIT
               IF NOT WS-MAINT-LEVEL
      *> calendar changes demand maintenance level; the refusal is
      *> the only thing the audit trail records for this run
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
               PERFORM 3000-REWRITE-CALENDAR
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

       1000-LOAD-CALENDAR.
           OPEN INPUT FREEZE-CALENDAR
           IF WS-FRZCAL-FOUND
               PERFORM 1100-READ-CALENDAR
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 100
               CLOSE FREEZE-CALENDAR
           END-IF
           .

       1100-READ-CALENDAR.
           READ FREEZE-CALENDAR
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE FC-SCOPE     TO WS-TBL-SCOPE (WS-TABLE-COUNT)
           MOVE FC-FROM-DATE TO WS-TBL-FROM-DATE (WS-TABLE-COUNT)
           MOVE FC-FROM-TIME TO WS-TBL-FROM-TIME (WS-TABLE-COUNT)
           MOVE FC-TO-DATE   TO WS-TBL-TO-DATE (WS-TABLE-COUNT)
           MOVE FC-TO-TIME   TO WS-TBL-TO-TIME (WS-TABLE-COUNT)
           MOVE FC-REASON    TO WS-TBL-REASON (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-CALENDAR
           .
       1200-EXIT.
           EXIT
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
           WHEN MC-SCOPE = SPACES
               MOVE "REJECTED - BAD SCOPE" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-FROM-DATE IS NOT NUMERIC
               MOVE "REJECTED - BAD FROM DATE" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-FROM-TIME IS NOT NUMERIC
               OR MC-FROM-TIME > "235959"
               MOVE "REJECTED - BAD FROM TIME" TO AU-DISPOSITION
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
           IF WS-TBL-SCOPE (WS-MATCH-INDEX) = MC-SCOPE
               AND WS-TBL-FROM-DATE (WS-MATCH-INDEX) = MC-FROM-DATE
               AND WS-TBL-FROM-TIME (WS-MATCH-INDEX) = MC-FROM-TIME
               AND NOT WS-TBL-DELETED (WS-MATCH-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> The end and reason edits ADD and UPD share; a blank
      *> WS-PERIOD-EDIT means the period is good.
       2600-EDIT-PERIOD-END.
           MOVE SPACES TO WS-PERIOD-EDIT
           MOVE MC-FROM-DATE TO WS-FROM-STAMP-DATE
           MOVE MC-FROM-TIME TO WS-FROM-STAMP-TIME
           MOVE MC-TO-DATE   TO WS-TO-STAMP-DATE
           MOVE MC-TO-TIME   TO WS-TO-STAMP-TIME
           EVALUATE TRUE
           WHEN MC-TO-DATE IS NOT NUMERIC
               MOVE "REJECTED - BAD TO DATE" TO WS-PERIOD-EDIT
           WHEN MC-TO-TIME IS NOT NUMERIC
               OR MC-TO-TIME > "235959"
               MOVE "REJECTED - BAD TO TIME" TO WS-PERIOD-EDIT
           WHEN WS-TO-STAMP < WS-FROM-STAMP
               MOVE "REJECTED - ENDS BEFORE START" TO WS-PERIOD-EDIT
           WHEN MC-REASON = SPACES
               MOVE "REJECTED - NO REASON" TO WS-PERIOD-EDIT
           END-EVALUATE
           .

       4000-APPLY-ADD.
           PERFORM 2600-EDIT-PERIOD-END
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
               MOVE "REJECTED - DUPLICATE PERIOD" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-PERIOD-EDIT NOT = SPACES
               MOVE WS-PERIOD-EDIT TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TABLE-COUNT = 100
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               ADD 1 TO WS-TABLE-COUNT
               MOVE MC-SCOPE     TO WS-TBL-SCOPE (WS-TABLE-COUNT)
               MOVE MC-FROM-DATE TO WS-TBL-FROM-DATE (WS-TABLE-COUNT)
               MOVE MC-FROM-TIME TO WS-TBL-FROM-TIME (WS-TABLE-COUNT)
               MOVE MC-TO-DATE   TO WS-TBL-TO-DATE (WS-TABLE-COUNT)
               MOVE MC-TO-TIME   TO WS-TBL-TO-TIME (WS-TABLE-COUNT)
               MOVE MC-REASON    TO WS-TBL-REASON (WS-TABLE-COUNT)
               MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4100-APPLY-UPDATE.
           PERFORM 2600-EDIT-PERIOD-END
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - PERIOD NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-PERIOD-EDIT NOT = SPACES
               MOVE WS-PERIOD-EDIT TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE MC-TO-DATE TO WS-TBL-TO-DATE (WS-MATCH-INDEX)
               MOVE MC-TO-TIME TO WS-TBL-TO-TIME (WS-MATCH-INDEX)
               MOVE MC-REASON  TO WS-TBL-REASON (WS-MATCH-INDEX)
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

       3000-REWRITE-CALENDAR.
           OPEN OUTPUT FREEZE-CALENDAR
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE FREEZE-CALENDAR
           .

       3100-WRITE-ONE-ENTRY.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE SPACES TO FREEZE-CALENDAR-RECORD
               MOVE WS-TBL-SCOPE (WS-TABLE-INDEX)     TO FC-SCOPE
               MOVE WS-TBL-FROM-DATE (WS-TABLE-INDEX) TO FC-FROM-DATE
               MOVE WS-TBL-FROM-TIME (WS-TABLE-INDEX) TO FC-FROM-TIME
               MOVE WS-TBL-TO-DATE (WS-TABLE-INDEX)   TO FC-TO-DATE
               MOVE WS-TBL-TO-TIME (WS-TABLE-INDEX)   TO FC-TO-TIME
               MOVE WS-TBL-REASON (WS-TABLE-INDEX)    TO FC-REASON
               WRITE FREEZE-CALENDAR-RECORD
           END-IF
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-FRZCAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE MC-ACTION       TO AU-ACTION
           MOVE MC-SCOPE        TO AU-SCOPE
           MOVE MC-FROM-DATE    TO AU-FROM-DATE
           MOVE MC-FROM-TIME    TO AU-FROM-TIME
           MOVE MC-TO-DATE      TO AU-TO-DATE
           MOVE MC-TO-TIME      TO AU-TO-TIME
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
           MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .
       END PROGRAM FRZMNT.
