       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRPT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-24
      *> Purpose:       Nightly in-memory table headroom report over
      *>                CAPHIST, the per-run high-water marks every
      *>                program with a fixed OCCURS table now reports
      *>                through CAPACITY-WRITER. A table that filled up
      *>                used to show itself only by what it dropped
      *>                (ADDBATCH's PENDING-TABLE, FIBONACCI's
      *>                requester table); this puts the headroom in
      *>                front of somebody before that night. For every
      *>                program/table seen in the 30 nights ending at
      *>                the processing date it shows, in CAPRPT:
      *>                  - the latest night's peak, the limit, and
      *>                    the percent of the limit used
      *>                  - the 30-night trend: the first night's peak,
      *>                    the 30-night high, the growth per day from
      *>                    first night to latest, and the date the
      *>                    table fills at that rate (FULL when it is
      *>                    already at its limit, NO GROWTH when the
      *>                    peak is flat or falling, NO TREND with a
      *>                    single night on record)
      *>                A table at or over the CAPPARM threshold
      *>                (percent; missing CAPPARM defaults to 80) is
      *>                flagged WARNING and gets one ERRLOG WARNING
      *>                CAP001 entry, so it reaches OPALERT the same
      *>                night. Read-only against CAPHIST. RETURN-CODE:
      *>                4 when any table is at or over the threshold,
      *>                16 when CAPHIST is not present.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-24  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-HISTORY ASSIGN TO "CAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.

           SELECT CAPACITY-PARM ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPPARM-STATUS.

           SELECT CAPACITY-REPORT ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-HISTORY.
       01  CAPACITY-HISTORY-RECORD.
           05  CH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  CH-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  CH-PROGRAM-NAME         PIC X(20).
           05  FILLER                  PIC X(01).
           05  CH-TABLE-NAME           PIC X(20).
           05  FILLER                  PIC X(01).
           05  CH-PEAK                 PIC X(05).
           05  FILLER                  PIC X(01).
           05  CH-LIMIT                PIC X(05).
           05  FILLER                  PIC X(01).
           05  CH-RUN-ID               PIC X(12).

       FD  CAPACITY-PARM.
       01  CAPACITY-PARM-RECORD.
           05  CP-THRESHOLD-PERCENT    PIC 9(03).

       FD  CAPACITY-REPORT.
       01  CAPACITY-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CAPHIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-CAPHIST-FOUND                VALUE "00".
       01  WS-CAPPARM-STATUS           PIC X(02) VALUE SPACES.
           88  WS-CAPPARM-FOUND                VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-HISTORY               VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-TODAY-INTEGER            PIC 9(08) COMP-5.
       01  WS-RECORD-INTEGER           PIC 9(08) COMP-5.
       01  WS-RECORD-PEAK              PIC 9(05) COMP-5.
       01  WS-RECORD-LIMIT             PIC 9(05) COMP-5.
       01  WS-THRESHOLD-PERCENT        PIC 9(03) COMP-5 VALUE 80.

       01  WS-TABLE-COUNT              PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(02) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(02) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY OCCURS 40 TIMES.
               10  WS-CAP-PROGRAM      PIC X(20).
               10  WS-CAP-TABLE-NAME   PIC X(20).
               10  WS-CAP-LIMIT        PIC 9(05) COMP-5.
               10  WS-CAP-FIRST-DATE   PIC X(08).
               10  WS-CAP-FIRST-INT    PIC 9(08) COMP-5.
               10  WS-CAP-FIRST-PEAK   PIC 9(05) COMP-5.
               10  WS-CAP-LAST-DATE    PIC X(08).
               10  WS-CAP-LAST-INT     PIC 9(08) COMP-5.
               10  WS-CAP-LAST-PEAK    PIC 9(05) COMP-5.
               10  WS-CAP-HIGH-PEAK    PIC 9(05) COMP-5.

       01  WS-PERCENT-USED             PIC 9(05) COMP-5.
       01  WS-SPAN-DAYS                PIC 9(08) COMP-5.
       01  WS-GROWTH                   PIC S9(05) COMP-5.
       01  WS-GROWTH-PER-DAY           PIC S9(05)V99 COMP-3.
       01  WS-DAYS-TO-FILL             PIC 9(08) COMP-5.
       01  WS-FILL-REMAINDER           PIC 9(08) COMP-5.
       01  WS-FILL-INTEGER             PIC 9(08) COMP-5.
       01  WS-FILL-DATE                PIC 9(08).
       01  WS-WARNING-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "CAPRPT".
       01  WS-ERR-SEVERITY             PIC X(01) VALUE "W".
       01  WS-ERR-CODE                 PIC X(06) VALUE "CAP001".
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-PERCENT              PIC 9(03).
       01  WS-ERR-LIMIT                PIC 9(05).

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(45) VALUE
               "TABLE CAPACITY HEADROOM -- 30 NIGHTS ENDING".
           05  RH-TODAY-DATE           PIC X(08).
           05  FILLER                  PIC X(14) VALUE
               "  THRESHOLD: ".
           05  RH-THRESHOLD            PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE "%".

       01  WS-DETAIL-LINE.
           05  DL-PROGRAM-NAME         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-TABLE-NAME           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-LAST-DATE            PIC X(08).
           05  FILLER                  PIC X(06) VALUE " PEAK ".
           05  DL-PEAK                 PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE " LIMIT ".
           05  DL-LIMIT                PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-PERCENT              PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FLAG                 PIC X(07).

       01  WS-TREND-LINE.
           05  FILLER                  PIC X(07) VALUE "  FROM ".
           05  TL-FIRST-DATE           PIC X(08).
           05  FILLER                  PIC X(12) VALUE " FIRST PEAK ".
           05  TL-FIRST-PEAK           PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE " HIGH ".
           05  TL-HIGH-PEAK            PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE " GROWTH/DAY ".
           05  TL-GROWTH               PIC -ZZZZ9.99.
           05  FILLER                  PIC X(07) VALUE " FILLS ".
           05  TL-FILLS                PIC X(09).

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(08) VALUE "TABLES: ".
           05  SL-TABLE-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE "   WARNING: ".
           05  SL-WARNING-COUNT        PIC ZZ9.

       01  WS-NOHIST-LINE              PIC X(100) VALUE
           "CAPHIST NOT PRESENT -- NO CAPACITY HISTORY TO REPORT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
           PERFORM 1000-READ-CAPACITY-PARM

           OPEN OUTPUT CAPACITY-REPORT
           MOVE WS-TODAY-DATE TO RH-TODAY-DATE
           MOVE WS-THRESHOLD-PERCENT TO RH-THRESHOLD
           WRITE CAPACITY-REPORT-RECORD FROM WS-REPORT-HEADING

           OPEN INPUT CAPACITY-HISTORY
           IF WS-CAPHIST-FOUND
               PERFORM 2100-READ-HISTORY
               PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-END-OF-HISTORY
               CLOSE CAPACITY-HISTORY
               PERFORM 7000-REPORT-ONE-TABLE THRU 7000-EXIT
                   VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
               MOVE WS-TABLE-COUNT TO SL-TABLE-COUNT
               MOVE WS-WARNING-COUNT TO SL-WARNING-COUNT
               WRITE CAPACITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           ELSE
               WRITE CAPACITY-REPORT-RECORD FROM WS-NOHIST-LINE
               MOVE 16 TO WS-MAX-RETURN-CODE
           END-IF

           CLOSE CAPACITY-REPORT
           IF WS-WARNING-COUNT > ZERO
               AND WS-MAX-RETURN-CODE < 4
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-CAPACITY-PARM.
           OPEN INPUT CAPACITY-PARM
           IF WS-CAPPARM-FOUND
               READ CAPACITY-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-THRESHOLD-PERCENT IS NUMERIC
                           AND CP-THRESHOLD-PERCENT > ZERO
                           MOVE CP-THRESHOLD-PERCENT
                               TO WS-THRESHOLD-PERCENT
                       END-IF
               END-READ
               CLOSE CAPACITY-PARM
           END-IF
           .

       2100-READ-HISTORY.
           READ CAPACITY-HISTORY
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ
           .

      *> CAPHIST is not in date order -- a catch-up night appends
      *> an earlier business date after a later one -- so every
      *> record is placed by its own date, not by its position.
       2000-LOAD-ONE-RECORD.
           IF WS-END-OF-HISTORY
               GO TO 2000-EXIT
           END-IF
           IF CH-DATE IS NOT NUMERIC
               OR CH-PEAK IS NOT NUMERIC
               OR CH-LIMIT IS NOT NUMERIC
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-RECORD-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CH-DATE))
           IF WS-RECORD-INTEGER = ZERO
               OR WS-RECORD-INTEGER > WS-TODAY-INTEGER
               OR WS-RECORD-INTEGER + 30 <= WS-TODAY-INTEGER
               GO TO 2000-NEXT
           END-IF
           MOVE CH-PEAK TO WS-RECORD-PEAK
           MOVE CH-LIMIT TO WS-RECORD-LIMIT

           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2200-MATCH-ONE-TABLE
               VARYING WS-MATCH-INDEX FROM 1 BY 1
               UNTIL WS-MATCH-INDEX > WS-TABLE-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-INDEX
           END-IF
           IF NOT WS-MATCH-FOUND
               IF WS-TABLE-COUNT < 40
                   ADD 1 TO WS-TABLE-COUNT
                   MOVE WS-TABLE-COUNT TO WS-MATCH-INDEX
                   PERFORM 2300-START-ONE-TABLE
               ELSE
                   GO TO 2000-NEXT
               END-IF
           END-IF

           PERFORM 2400-ADD-ONE-NIGHT
           .
       2000-NEXT.
           PERFORM 2100-READ-HISTORY
           .
       2000-EXIT.
           EXIT
           .

       2200-MATCH-ONE-TABLE.
           IF WS-CAP-PROGRAM (WS-MATCH-INDEX) = CH-PROGRAM-NAME
               AND WS-CAP-TABLE-NAME (WS-MATCH-INDEX) = CH-TABLE-NAME
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       2300-START-ONE-TABLE.
           MOVE CH-PROGRAM-NAME TO WS-CAP-PROGRAM (WS-MATCH-INDEX)
           MOVE CH-TABLE-NAME   TO WS-CAP-TABLE-NAME (WS-MATCH-INDEX)
           MOVE WS-RECORD-LIMIT TO WS-CAP-LIMIT (WS-MATCH-INDEX)
           MOVE CH-DATE         TO WS-CAP-FIRST-DATE (WS-MATCH-INDEX)
           MOVE WS-RECORD-INTEGER
               TO WS-CAP-FIRST-INT (WS-MATCH-INDEX)
           MOVE WS-RECORD-PEAK  TO WS-CAP-FIRST-PEAK (WS-MATCH-INDEX)
           MOVE CH-DATE         TO WS-CAP-LAST-DATE (WS-MATCH-INDEX)
           MOVE WS-RECORD-INTEGER
               TO WS-CAP-LAST-INT (WS-MATCH-INDEX)
           MOVE WS-RECORD-PEAK  TO WS-CAP-LAST-PEAK (WS-MATCH-INDEX)
           MOVE WS-RECORD-PEAK  TO WS-CAP-HIGH-PEAK (WS-MATCH-INDEX)
           .

      *> A night run more than once (a rerun, a second track) keeps
      *> the highest peak of the night; the limit is the latest
      *> night's, so a widened OCCURS shows from the night it ships.
       2400-ADD-ONE-NIGHT.
           EVALUATE TRUE
           WHEN WS-RECORD-INTEGER < WS-CAP-FIRST-INT (WS-MATCH-INDEX)
               MOVE CH-DATE TO WS-CAP-FIRST-DATE (WS-MATCH-INDEX)
               MOVE WS-RECORD-INTEGER
                   TO WS-CAP-FIRST-INT (WS-MATCH-INDEX)
               MOVE WS-RECORD-PEAK
                   TO WS-CAP-FIRST-PEAK (WS-MATCH-INDEX)
           WHEN WS-RECORD-INTEGER = WS-CAP-FIRST-INT (WS-MATCH-INDEX)
               IF WS-RECORD-PEAK > WS-CAP-FIRST-PEAK (WS-MATCH-INDEX)
                   MOVE WS-RECORD-PEAK
                       TO WS-CAP-FIRST-PEAK (WS-MATCH-INDEX)
               END-IF
           END-EVALUATE

           EVALUATE TRUE
           WHEN WS-RECORD-INTEGER > WS-CAP-LAST-INT (WS-MATCH-INDEX)
               MOVE CH-DATE TO WS-CAP-LAST-DATE (WS-MATCH-INDEX)
               MOVE WS-RECORD-INTEGER
                   TO WS-CAP-LAST-INT (WS-MATCH-INDEX)
               MOVE WS-RECORD-PEAK
                   TO WS-CAP-LAST-PEAK (WS-MATCH-INDEX)
               MOVE WS-RECORD-LIMIT TO WS-CAP-LIMIT (WS-MATCH-INDEX)
           WHEN WS-RECORD-INTEGER = WS-CAP-LAST-INT (WS-MATCH-INDEX)
               IF WS-RECORD-PEAK > WS-CAP-LAST-PEAK (WS-MATCH-INDEX)
                   MOVE WS-RECORD-PEAK
                       TO WS-CAP-LAST-PEAK (WS-MATCH-INDEX)
               END-IF
               MOVE WS-RECORD-LIMIT TO WS-CAP-LIMIT (WS-MATCH-INDEX)
           END-EVALUATE

           IF WS-RECORD-PEAK > WS-CAP-HIGH-PEAK (WS-MATCH-INDEX)
               MOVE WS-RECORD-PEAK TO WS-CAP-HIGH-PEAK (WS-MATCH-INDEX)
           END-IF
           .

       7000-REPORT-ONE-TABLE.
           MOVE WS-CAP-PROGRAM (WS-TABLE-INDEX)    TO DL-PROGRAM-NAME
           MOVE WS-CAP-TABLE-NAME (WS-TABLE-INDEX) TO DL-TABLE-NAME
           MOVE WS-CAP-LAST-DATE (WS-TABLE-INDEX)  TO DL-LAST-DATE
           MOVE WS-CAP-LAST-PEAK (WS-TABLE-INDEX)  TO DL-PEAK
           MOVE WS-CAP-LIMIT (WS-TABLE-INDEX)      TO DL-LIMIT
           IF WS-CAP-LIMIT (WS-TABLE-INDEX) = ZERO
               MOVE ZERO TO WS-PERCENT-USED
           ELSE
               COMPUTE WS-PERCENT-USED =
                   WS-CAP-LAST-PEAK (WS-TABLE-INDEX) * 100
                   / WS-CAP-LIMIT (WS-TABLE-INDEX)
           END-IF
           MOVE WS-PERCENT-USED TO DL-PERCENT
           IF WS-PERCENT-USED >= WS-THRESHOLD-PERCENT
               MOVE "WARNING" TO DL-FLAG
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
           WRITE CAPACITY-REPORT-RECORD FROM WS-DETAIL-LINE

           PERFORM 7100-PROJECT-FILL-DATE THRU 7100-EXIT
           WRITE CAPACITY-REPORT-RECORD FROM WS-TREND-LINE

           IF DL-FLAG = "WARNING"
               PERFORM 7200-LOG-CAPACITY-WARNING
           END-IF
           .
       7000-EXIT.
           EXIT
           .

      *> Straight line from the first night in the window to the
      *> latest: the days left are the headroom over the growth per
      *> day, rounded up, counted forward from the latest night.
       7100-PROJECT-FILL-DATE.
           MOVE WS-CAP-FIRST-DATE (WS-TABLE-INDEX) TO TL-FIRST-DATE
           MOVE WS-CAP-FIRST-PEAK (WS-TABLE-INDEX) TO TL-FIRST-PEAK
           MOVE WS-CAP-HIGH-PEAK (WS-TABLE-INDEX)  TO TL-HIGH-PEAK
           MOVE ZERO TO TL-GROWTH
           COMPUTE WS-SPAN-DAYS = WS-CAP-LAST-INT (WS-TABLE-INDEX)
               - WS-CAP-FIRST-INT (WS-TABLE-INDEX)
           COMPUTE WS-GROWTH = WS-CAP-LAST-PEAK (WS-TABLE-INDEX)
               - WS-CAP-FIRST-PEAK (WS-TABLE-INDEX)
           IF WS-SPAN-DAYS > ZERO
               COMPUTE WS-GROWTH-PER-DAY ROUNDED =
                   WS-GROWTH / WS-SPAN-DAYS
               MOVE WS-GROWTH-PER-DAY TO TL-GROWTH
           END-IF

           IF WS-CAP-LAST-PEAK (WS-TABLE-INDEX)
                   >= WS-CAP-LIMIT (WS-TABLE-INDEX)
               MOVE "FULL" TO TL-FILLS
               GO TO 7100-EXIT
           END-IF
           IF WS-SPAN-DAYS = ZERO
               MOVE "NO TREND" TO TL-FILLS
               GO TO 7100-EXIT
           END-IF
           IF WS-GROWTH NOT > ZERO
               MOVE "NO GROWTH" TO TL-FILLS
               GO TO 7100-EXIT
           END-IF

           COMPUTE WS-DAYS-TO-FILL =
               (WS-CAP-LIMIT (WS-TABLE-INDEX)
                - WS-CAP-LAST-PEAK (WS-TABLE-INDEX)) * WS-SPAN-DAYS
           DIVIDE WS-DAYS-TO-FILL BY WS-GROWTH
               GIVING WS-DAYS-TO-FILL REMAINDER WS-FILL-REMAINDER
           IF WS-FILL-REMAINDER > ZERO
               ADD 1 TO WS-DAYS-TO-FILL
           END-IF
           COMPUTE WS-FILL-INTEGER =
               WS-CAP-LAST-INT (WS-TABLE-INDEX) + WS-DAYS-TO-FILL
           COMPUTE WS-FILL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FILL-INTEGER)
           MOVE WS-FILL-DATE TO TL-FILLS
           .
       7100-EXIT.
           EXIT
           .

       7200-LOG-CAPACITY-WARNING.
           MOVE WS-PERCENT-USED TO WS-ERR-PERCENT
           MOVE WS-CAP-LIMIT (WS-TABLE-INDEX) TO WS-ERR-LIMIT
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING WS-CAP-PROGRAM (WS-TABLE-INDEX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-CAP-TABLE-NAME (WS-TABLE-INDEX)
                      DELIMITED BY SPACE
                  " AT " DELIMITED BY SIZE
                  WS-ERR-PERCENT DELIMITED BY SIZE
                  "% OF LIMIT " DELIMITED BY SIZE
                  WS-ERR-LIMIT DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           END-STRING
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           .
       END PROGRAM CAPRPT.
