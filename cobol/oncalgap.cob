       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALGAP.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-28
      *> Purpose:       Weekly on-call coverage forecast over the
      *>                ONCALL roster. OPNOTIFY finds a night nobody
      *>                covers only when that night's alerts have no
      *>                one to page (RC 8); this looks at the 30 days
      *>                starting at the processing date -- business
      *>                and non-business days alike, since alerts do
      *>                not keep office hours -- and lists in ONCALGAP
      *>                every date on which no one on the roster takes
      *>                SEVERE or no one takes ERROR, with the day of
      *>                the week, the RUNCAL day type (BUSINESS when
      *>                the date is not carded), and how many people
      *>                are on call. The roster is read the way
      *>                OPNOTIFY reads it: a row covers its from and to
      *>                dates inclusive, a minimum severity other than
      *>                S or E takes everything, and only the first 20
      *>                rows covering a date are paged. Any gap also
      *>                gets one ERRLOG WARNING ONC001 entry naming
      *>                the first gap date, so it reaches OPALERT and
      *>                the duty manager the same night -- weeks
      *>                before it matters. Read-only against ONCALL
      *>                and RUNCAL. RETURN-CODE: 4 when any gap is
      *>                listed, otherwise 0.
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

           SELECT RUN-CALENDAR ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

           SELECT GAP-REPORT ASSIGN TO "ONCALGAP"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  RUN-CALENDAR.
       01  RUN-CALENDAR-RECORD.
           05  RC-IN-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RC-IN-DAY-TYPE          PIC X(10).

       FD  GAP-REPORT.
       01  GAP-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ONCALL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ONCALL-FOUND                 VALUE "00".
       01  WS-RUNCAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RUNCAL-FOUND                 VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-TODAY-INTEGER            PIC 9(08) COMP-5.
       01  WS-LAST-DATE                PIC 9(08).
       01  WS-DAY-INTEGER              PIC 9(08) COMP-5.
       01  WS-DAY-WEEKDAY              PIC 9(01) COMP-5.

      *> the forecast window, one entry per date from the processing
      *> date on
       01  WS-DAY-COUNT                PIC 9(02) COMP-5 VALUE 30.
       01  WS-DAY-INDEX                PIC 9(02) COMP-5.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 30 TIMES.
               10  WS-DAY-DATE         PIC 9(08).
               10  WS-DAY-TYPE         PIC X(10).
               10  WS-DAY-ON-CALL      PIC 9(03) COMP-5.
               10  WS-DAY-SEVERE       PIC 9(03) COMP-5.
               10  WS-DAY-ERROR        PIC 9(03) COMP-5.

       01  WS-WEEKDAY-NAMES.
           05  FILLER                  PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  FILLER REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES
                                       PIC X(03).

       01  WS-ROW-WEIGHT               PIC 9(01) COMP-5.
       01  WS-GAP-COUNT                PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-FIRST-GAP-DATE           PIC 9(08) VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "ONCALGAP".
       01  WS-ERR-SEVERITY             PIC X(01) VALUE "W".
       01  WS-ERR-CODE                 PIC X(06) VALUE "ONC001".
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-GAP-COUNT            PIC 9(02).

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(37) VALUE
               "ON-CALL COVERAGE FORECAST -- 30 DAYS".
           05  FILLER                  PIC X(06) VALUE " FROM ".
           05  RH-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  RH-TO-DATE              PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "DATE     DAY TYPE       ON CALL SEVERE E".
           05  FILLER                  PIC X(40) VALUE
               "RROR  GAP".

       01  WS-DETAIL-LINE.
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-WEEKDAY              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-DAY-TYPE             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ON-CALL              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-SEVERE               PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ERROR                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-GAP                  PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(14) VALUE
               "DAYS CHECKED: ".
           05  SL-DAYS                 PIC Z9.
           05  FILLER                  PIC X(14) VALUE
               "   GAP DAYS: ".
           05  SL-GAPS                 PIC Z9.

       01  WS-NO-GAP-LINE              PIC X(100) VALUE
           "NO COVERAGE GAPS -- SEVERE AND ERROR COVERED EVERY DAY".
       01  WS-NO-ROSTER-LINE           PIC X(100) VALUE
           "ONCALL NOT PRESENT -- NOBODY IS ON CALL ON ANY DATE".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
           PERFORM 1000-BUILD-ONE-DAY
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > WS-DAY-COUNT
           MOVE WS-DAY-DATE (WS-DAY-COUNT) TO WS-LAST-DATE
           PERFORM 1100-LOAD-CALENDAR

           OPEN OUTPUT GAP-REPORT
           MOVE WS-TODAY-DATE TO RH-FROM-DATE
           MOVE WS-LAST-DATE TO RH-TO-DATE
           WRITE GAP-REPORT-RECORD FROM WS-REPORT-HEADING

           OPEN INPUT ONCALL-ROSTER
           IF WS-ONCALL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-READ-ROSTER
               PERFORM 2000-APPLY-ONE-ROW THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ONCALL-ROSTER
           ELSE
               WRITE GAP-REPORT-RECORD FROM WS-NO-ROSTER-LINE
           END-IF

           WRITE GAP-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM 3000-REPORT-ONE-DAY THRU 3000-EXIT
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > WS-DAY-COUNT
           IF WS-GAP-COUNT = ZERO
               WRITE GAP-REPORT-RECORD FROM WS-NO-GAP-LINE
           END-IF
           MOVE WS-DAY-COUNT TO SL-DAYS
           MOVE WS-GAP-COUNT TO SL-GAPS
           WRITE GAP-REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE GAP-REPORT

           IF WS-GAP-COUNT > ZERO
               PERFORM 8000-LOG-GAPS
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-BUILD-ONE-DAY.
           COMPUTE WS-DAY-INTEGER =
               WS-TODAY-INTEGER + WS-DAY-INDEX - 1
           COMPUTE WS-DAY-DATE (WS-DAY-INDEX) =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE "BUSINESS" TO WS-DAY-TYPE (WS-DAY-INDEX)
           MOVE ZERO TO WS-DAY-ON-CALL (WS-DAY-INDEX)
           MOVE ZERO TO WS-DAY-SEVERE (WS-DAY-INDEX)
           MOVE ZERO TO WS-DAY-ERROR (WS-DAY-INDEX)
           .

      *> A date carded in RUNCAL is a non-processing day, read the
      *> way DAILY-BATCH-DRIVER reads it; its day type is shown.
       1100-LOAD-CALENDAR.
           OPEN INPUT RUN-CALENDAR
           IF WS-RUNCAL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1110-READ-RUNCAL
               PERFORM 1120-MARK-ONE-DATE
                   UNTIL WS-END-OF-FILE
               CLOSE RUN-CALENDAR
           END-IF
           .

       1110-READ-RUNCAL.
           READ RUN-CALENDAR
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1120-MARK-ONE-DATE.
           IF RC-IN-DATE IS NUMERIC
               AND RC-IN-DATE >= WS-TODAY-DATE
               AND RC-IN-DATE <= WS-LAST-DATE
               PERFORM 1130-MATCH-ONE-DAY
                   VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
           END-IF
           PERFORM 1110-READ-RUNCAL
           .

       1130-MATCH-ONE-DAY.
           IF WS-DAY-DATE (WS-DAY-INDEX) = RC-IN-DATE
               IF RC-IN-DAY-TYPE = SPACES
                   MOVE "NON-PROC" TO WS-DAY-TYPE (WS-DAY-INDEX)
               ELSE
                   MOVE RC-IN-DAY-TYPE TO WS-DAY-TYPE (WS-DAY-INDEX)
               END-IF
           END-IF
           .

       2100-READ-ROSTER.
           READ ONCALL-ROSTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> Each roster row counts on every window date it covers, with
      *> its minimum severity as OPNOTIFY weighs it (S 3, E 2, any
      *> other 1): every row takes SEVERE, a weight of 2 or less
      *> takes ERROR.
       2000-APPLY-ONE-ROW.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF
           IF OC-PERSON = SPACES
               OR OC-FROM-DATE > WS-LAST-DATE
               OR OC-TO-DATE < WS-TODAY-DATE
               GO TO 2000-NEXT
           END-IF
           EVALUATE OC-MIN-SEVERITY
           WHEN "S"
               MOVE 3 TO WS-ROW-WEIGHT
           WHEN "E"
               MOVE 2 TO WS-ROW-WEIGHT
           WHEN OTHER
               MOVE 1 TO WS-ROW-WEIGHT
           END-EVALUATE
           PERFORM 2200-COUNT-ONE-DAY
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > WS-DAY-COUNT
           .
       2000-NEXT.
           PERFORM 2100-READ-ROSTER
           .
       2000-EXIT.
           EXIT
           .

      *> OPNOTIFY loads only the first 20 rows covering a night, so
      *> a later row adds nobody the night's pages reach.
       2200-COUNT-ONE-DAY.
           IF OC-FROM-DATE <= WS-DAY-DATE (WS-DAY-INDEX)
               AND OC-TO-DATE >= WS-DAY-DATE (WS-DAY-INDEX)
               ADD 1 TO WS-DAY-ON-CALL (WS-DAY-INDEX)
               IF WS-DAY-ON-CALL (WS-DAY-INDEX) <= 20
                   ADD 1 TO WS-DAY-SEVERE (WS-DAY-INDEX)
                   IF WS-ROW-WEIGHT <= 2
                       ADD 1 TO WS-DAY-ERROR (WS-DAY-INDEX)
                   END-IF
               END-IF
           END-IF
           .

       3000-REPORT-ONE-DAY.
           IF WS-DAY-SEVERE (WS-DAY-INDEX) > ZERO
               AND WS-DAY-ERROR (WS-DAY-INDEX) > ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE WS-DAY-DATE (WS-DAY-INDEX) TO DL-DATE
           COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-DAY-DATE (WS-DAY-INDEX))
           COMPUTE WS-DAY-WEEKDAY =
               FUNCTION MOD(WS-DAY-INTEGER - 1, 7) + 1
           MOVE WS-WEEKDAY-NAME (WS-DAY-WEEKDAY) TO DL-WEEKDAY
           MOVE WS-DAY-TYPE (WS-DAY-INDEX) TO DL-DAY-TYPE
           MOVE WS-DAY-ON-CALL (WS-DAY-INDEX) TO DL-ON-CALL
           MOVE WS-DAY-SEVERE (WS-DAY-INDEX) TO DL-SEVERE
           MOVE WS-DAY-ERROR (WS-DAY-INDEX) TO DL-ERROR
           IF WS-DAY-SEVERE (WS-DAY-INDEX) = ZERO
               MOVE "NO ONE TAKES SEVERE OR ERROR" TO DL-GAP
           ELSE
               MOVE "NO ONE TAKES ERROR" TO DL-GAP
           END-IF
           WRITE GAP-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-GAP-COUNT
           IF WS-FIRST-GAP-DATE = ZERO
               MOVE WS-DAY-DATE (WS-DAY-INDEX) TO WS-FIRST-GAP-DATE
           END-IF
           .
       3000-EXIT.
           EXIT
           .

       8000-LOG-GAPS.
           MOVE WS-GAP-COUNT TO WS-ERR-GAP-COUNT
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "ON-CALL GAP ON " DELIMITED BY SIZE
                  WS-ERR-GAP-COUNT DELIMITED BY SIZE
                  " OF NEXT 30 DAYS, FIRST " DELIMITED BY SIZE
                  WS-FIRST-GAP-DATE DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           END-STRING
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           .
       END PROGRAM ONCALGAP.
