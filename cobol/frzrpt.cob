       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZRPT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-25
      *> Purpose:       Change-freeze compliance report for audit. The
      *>                optional FRZRPARM card carries the reporting
      *>                period (from date, to date, YYYYMMDD, both
      *>                inclusive); without it the report covers every
      *>                date on file. FRZRPT lists:
      *>                  - the FRZCAL freeze periods overlapping the
      *>                    reporting period, with scope and reason
      *>                  - every run FRZCHECK refused or let through
      *>                    on an emergency override inside the period,
      *>                    from the FRZAUD compliance audit: program,
      *>                    table, submitting operator, change ticket,
      *>                    the operator who entered the override, and
      *>                    for a refused override attempt why it was
      *>                    not accepted
      *>                followed by the refused and overridden totals.
      *>                Read-only against both datasets. RETURN-CODE:
      *>                4 when any run in the period went ahead on an
      *>                override (each one wants an audit sign-off
      *>                against its ticket), otherwise 0.
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

           SELECT FREEZE-AUDIT ASSIGN TO "FRZAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZAUD-STATUS.

           SELECT REPORT-PARM ASSIGN TO "FRZRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZRPARM-STATUS.

           SELECT COMPLIANCE-REPORT ASSIGN TO "FRZRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  FREEZE-AUDIT.
       01  FREEZE-AUDIT-RECORD.
           05  FA-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  FA-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  FA-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01).
           05  FA-SCOPE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  FA-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01).
           05  FA-RESULT               PIC X(10).
           05  FILLER                  PIC X(01).
           05  FA-TICKET               PIC X(12).
           05  FILLER                  PIC X(01).
           05  FA-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(01).
           05  FA-NOTE                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  FA-REASON               PIC X(30).

       FD  REPORT-PARM.
       01  REPORT-PARM-RECORD.
           05  RP-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  RP-TO-DATE              PIC X(08).

       FD  COMPLIANCE-REPORT.
       01  COMPLIANCE-REPORT-RECORD    PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-FRZCAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FRZCAL-FOUND                 VALUE "00".
       01  WS-FRZAUD-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FRZAUD-FOUND                 VALUE "00".
       01  WS-FRZRPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FRZRPARM-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-PERIOD-FROM              PIC X(08) VALUE "00000000".
       01  WS-PERIOD-TO                PIC X(08) VALUE "99999999".
       01  WS-PERIOD-COUNT             PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-RUN-COUNT                PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-OVERRIDE-COUNT           PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "CHANGE-FREEZE COMPLIANCE REPORT  PERIOD ".
           05  RH-PERIOD-FROM          PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  RH-PERIOD-TO            PIC X(08).

       01  WS-ALL-DATES-HEADING        PIC X(134) VALUE
           "CHANGE-FREEZE COMPLIANCE REPORT  PERIOD ALL DATES ON FILE".

       01  WS-PERIODS-HEADING          PIC X(134) VALUE
           "FREEZE PERIODS".

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-SCOPE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-FROM-TIME            PIC X(06).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  PL-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-TO-TIME              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-REASON               PIC X(30).

       01  WS-NO-PERIODS-LINE          PIC X(134) VALUE
           "  NO FREEZE PERIODS IN THE REPORTING PERIOD".

       01  WS-RUNS-HEADING             PIC X(134) VALUE
           "REFUSED AND OVERRIDDEN RUNS".

       01  WS-RUNS-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               "  DATE     TIME     PROGRAM             ".
           05  FILLER                  PIC X(40) VALUE
               " TABLE    OPERATOR  RESULT     TICKET   ".
           05  FILLER                  PIC X(37) VALUE
               "    ENTERED  NOTE       FREEZE REASON".

       01  WS-RUN-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-SCOPE                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-RESULT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-TICKET               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-NOTE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-REASON               PIC X(30).

       01  WS-NO-RUNS-LINE             PIC X(134) VALUE
           "  NO REFUSED OR OVERRIDDEN RUNS IN THE REPORTING PERIOD".

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(09) VALUE "REFUSED: ".
           05  TL-REFUSED              PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   OVERRIDDEN: ".
           05  TL-OVERRIDDEN           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-REPORT-PARM

           OPEN OUTPUT COMPLIANCE-REPORT
           IF WS-PERIOD-FROM = "00000000"
               AND WS-PERIOD-TO = "99999999"
               WRITE COMPLIANCE-REPORT-RECORD
                   FROM WS-ALL-DATES-HEADING
           ELSE
               MOVE WS-PERIOD-FROM TO RH-PERIOD-FROM
               MOVE WS-PERIOD-TO   TO RH-PERIOD-TO
               WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-HEADING
           END-IF

           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-PERIODS-HEADING
           PERFORM 2000-LIST-FREEZE-PERIODS

           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-RUNS-HEADING
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-RUNS-COLUMNS
           PERFORM 3000-LIST-AUDITED-RUNS

           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE WS-REFUSED-COUNT  TO TL-REFUSED
           MOVE WS-OVERRIDE-COUNT TO TL-OVERRIDDEN
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-TOTALS-LINE
           CLOSE COMPLIANCE-REPORT

           IF WS-OVERRIDE-COUNT > ZERO
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-REPORT-PARM.
           OPEN INPUT REPORT-PARM
           IF WS-FRZRPARM-FOUND
               READ REPORT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-FROM-DATE IS NUMERIC
                           MOVE RP-FROM-DATE TO WS-PERIOD-FROM
                       END-IF
                       IF RP-TO-DATE IS NUMERIC
                           MOVE RP-TO-DATE TO WS-PERIOD-TO
                       END-IF
               END-READ
               CLOSE REPORT-PARM
           END-IF
           .

       2000-LIST-FREEZE-PERIODS.
           OPEN INPUT FREEZE-CALENDAR
           IF WS-FRZCAL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-READ-CALENDAR
               PERFORM 2200-LIST-ONE-PERIOD THRU 2200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE FREEZE-CALENDAR
           END-IF
           IF WS-PERIOD-COUNT = ZERO
               WRITE COMPLIANCE-REPORT-RECORD FROM WS-NO-PERIODS-LINE
           END-IF
           .

       2100-READ-CALENDAR.
           READ FREEZE-CALENDAR
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> a freeze belongs on the report when any day of it falls
      *> inside the reporting period
       2200-LIST-ONE-PERIOD.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           IF FC-TO-DATE < WS-PERIOD-FROM
               OR FC-FROM-DATE > WS-PERIOD-TO
               GO TO 2200-NEXT
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           MOVE FC-SCOPE     TO PL-SCOPE
           MOVE FC-FROM-DATE TO PL-FROM-DATE
           MOVE FC-FROM-TIME TO PL-FROM-TIME
           MOVE FC-TO-DATE   TO PL-TO-DATE
           MOVE FC-TO-TIME   TO PL-TO-TIME
           MOVE FC-REASON    TO PL-REASON
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-PERIOD-LINE
           .
       2200-NEXT.
           PERFORM 2100-READ-CALENDAR
           .
       2200-EXIT.
           EXIT
           .

       3000-LIST-AUDITED-RUNS.
           OPEN INPUT FREEZE-AUDIT
           IF WS-FRZAUD-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3100-READ-AUDIT
               PERFORM 3200-LIST-ONE-RUN THRU 3200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE FREEZE-AUDIT
           END-IF
           IF WS-RUN-COUNT = ZERO
               WRITE COMPLIANCE-REPORT-RECORD FROM WS-NO-RUNS-LINE
           END-IF
           .

       3100-READ-AUDIT.
           READ FREEZE-AUDIT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3200-LIST-ONE-RUN.
           IF WS-END-OF-FILE
               GO TO 3200-EXIT
           END-IF
           IF FA-DATE < WS-PERIOD-FROM
               OR FA-DATE > WS-PERIOD-TO
               GO TO 3200-NEXT
           END-IF
           ADD 1 TO WS-RUN-COUNT
           IF FA-RESULT = "OVERRIDDEN"
               ADD 1 TO WS-OVERRIDE-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE FA-DATE       TO RL-DATE
           MOVE FA-TIME       TO RL-TIME
           MOVE FA-PROGRAM    TO RL-PROGRAM
           MOVE FA-SCOPE      TO RL-SCOPE
           MOVE FA-OPERATOR   TO RL-OPERATOR
           MOVE FA-RESULT     TO RL-RESULT
           MOVE FA-TICKET     TO RL-TICKET
           MOVE FA-ENTERED-BY TO RL-ENTERED-BY
           MOVE FA-NOTE       TO RL-NOTE
           MOVE FA-REASON     TO RL-REASON
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-RUN-LINE
           .
       3200-NEXT.
           PERFORM 3100-READ-AUDIT
           .
       3200-EXIT.
           EXIT
           .
       END PROGRAM FRZRPT.
