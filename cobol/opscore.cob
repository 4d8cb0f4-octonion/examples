      *>                    START-to-last-END elapsed from the JOBLOG
      *>                    pairs, with the month's average
      *>                RETURN-CODE: 4 when the month had no DAYHIST
      *>                records to score, 0 otherwise. Each run also
      *>                writes a dated, run-ID-stamped generation of
      *>                the report (SRPTNNN, recorded in RPTINDEX)
      *>                for RPTDLVR to distribute.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-01  dp  Initial version -- one pack, generated.
      *>   2026-10-01  dp  Every run now also writes a dated, run-ID-
      *>                   stamped generation of SCORERPT (dual-
      *>                   written line for line) and records it in
      *>                   RPTINDEX, the same as RUNRECON's, so the
      *>                   RPTDLVR distribution step finds tonight's
      *>                   report on the index instead of sending
      *>                   whatever the dataset last held.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SCORE-REPORT ASSIGN TO "SCORERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-GENERATION ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTINDEX-STATUS.

           SELECT RUN-ID-IN ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERDICT-HISTORY.
       FD  SCORE-REPORT.
       01  SCORE-REPORT-RECORD         PIC X(100).

       FD  REPORT-GENERATION.
       01  REPORT-GENERATION-RECORD    PIC X(100).

       FD  REPORT-INDEX.
       01  REPORT-INDEX-RECORD.
           05  RI-REPORT               PIC X(08).
           05  FILLER                  PIC X(01).
           05  RI-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01).
           05  RI-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  RI-MEMBER               PIC X(08).

       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-DAYHIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-DAYHIST-FOUND                VALUE "00".
           05  FILLER                  PIC X(01).
           05  JLI-EVENT               PIC X(05).

       01  WS-GEN-NAME                 PIC X(08).
       01  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPTINDEX-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPTINDEX-NOT-FOUND           VALUE "35".
       01  WS-GEN-RUN-ID               PIC X(12) VALUE SPACES.
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".

       01  WS-NIGHT-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-GREEN-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-AMBER-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
           PERFORM 1000-READ-SCORE-PARM

           OPEN OUTPUT SCORE-REPORT
           PERFORM 0300-OPEN-REPORT-GENERATION
           MOVE WS-SCORE-MONTH TO TI-MONTH
           WRITE SCORE-REPORT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-TITLE-LINE

           PERFORM 2000-SCAN-DAYHIST THRU 2000-DONE
           IF WS-NIGHT-COUNT = ZERO
               WRITE SCORE-REPORT-RECORD FROM WS-EMPTY-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-EMPTY-LINE
               MOVE 4 TO WS-MAX-RETURN-CODE
           ELSE
               PERFORM 5000-PRINT-VERDICT-SECTION
               PERFORM 7000-PRINT-WINDOW-SECTION
           END-IF

           PERFORM 0350-CLOSE-REPORT-GENERATION
           CLOSE SCORE-REPORT
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> ------------------------------------------------------------
      *> One dated, run-ID-stamped generation of this report per
      *> submission, named SRPTNNN from the run ID's daily sequence
      *> and recorded in the RPTINDEX dataset -- so RPTDLVR asks the
      *> index for tonight's SCORERPT instead of sending whatever
      *> the dataset last held. Every report line dual-writes here.
      *> ------------------------------------------------------------
       0300-OPEN-REPORT-GENERATION.
           MOVE SPACES TO WS-GEN-RUN-ID
           OPEN INPUT RUN-ID-IN
           IF WS-RUNID-FOUND
               READ RUN-ID-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-ID-IN-RECORD TO WS-GEN-RUN-ID
               END-READ
               CLOSE RUN-ID-IN
           END-IF
           MOVE "SRPT000" TO WS-GEN-NAME
           IF WS-GEN-RUN-ID (10:3) IS NUMERIC
               MOVE WS-GEN-RUN-ID (10:3) TO WS-GEN-NAME (5:3)
           END-IF
           OPEN OUTPUT REPORT-GENERATION
           .

       0350-CLOSE-REPORT-GENERATION.
           CLOSE REPORT-GENERATION
           OPEN EXTEND REPORT-INDEX
           IF WS-RPTINDEX-NOT-FOUND
               OPEN OUTPUT REPORT-INDEX
           END-IF
           MOVE SPACES TO REPORT-INDEX-RECORD
           MOVE "SCORERPT" TO RI-REPORT
           MOVE WS-GEN-RUN-ID TO RI-RUN-ID
           MOVE WS-TODAY-DATE TO RI-DATE
           MOVE WS-GEN-NAME TO RI-MEMBER
           WRITE REPORT-INDEX-RECORD
           CLOSE REPORT-INDEX
           .

       1000-READ-SCORE-PARM.
           OPEN INPUT SCORE-PARM
           IF WS-SCOREPRM-FOUND
               (WS-GREEN-COUNT * 100) / WS-NIGHT-COUNT
           MOVE WS-GREEN-PCT TO VS-GREEN-PCT
           WRITE SCORE-REPORT-RECORD FROM WS-VERDICT-SPLIT-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-VERDICT-SPLIT-LINE

           WRITE SCORE-REPORT-RECORD FROM WS-REASON-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-REASON-HEADING
           PERFORM 5100-SORT-REASONS
           PERFORM 5200-PRINT-ONE-REASON
               VARYING WS-REASON-INDEX FROM 1 BY 1
               MOVE WS-LAST-SUSP  TO SU-LAST
               MOVE WS-WORST-SUSP TO SU-WORST
               WRITE SCORE-REPORT-RECORD FROM WS-SUSP-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-SUSP-LINE
           END-IF
           .

           MOVE WS-REASON-TALLY (WS-REASON-INDEX) TO RL-TALLY
           MOVE WS-REASON-TEXT (WS-REASON-INDEX)  TO RL-TEXT
           WRITE SCORE-REPORT-RECORD FROM WS-REASON-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-REASON-LINE
           .

      *> ------------------------------------------------------------
               CONTINUE
           ELSE
               WRITE SCORE-REPORT-RECORD FROM WS-WINDOW-HEADING
               WRITE REPORT-GENERATION-RECORD FROM WS-WINDOW-HEADING
               PERFORM 7100-PRINT-ONE-WINDOW
                   VARYING WS-WINDOW-INDEX FROM 1 BY 1
                   UNTIL WS-WINDOW-INDEX > WS-WINDOW-COUNT
                   MOVE WS-ELAPSED-REM TO WA-SS
                   WRITE SCORE-REPORT-RECORD
                       FROM WS-WINDOW-AVG-LINE
                   WRITE REPORT-GENERATION-RECORD
                       FROM WS-WINDOW-AVG-LINE
               END-IF
           END-IF
           .
               GIVING WL-MM REMAINDER WS-ELAPSED-REM
           MOVE WS-ELAPSED-REM TO WL-SS
           WRITE SCORE-REPORT-RECORD FROM WS-WINDOW-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-WINDOW-LINE
           .
       END PROGRAM OPSCORE.
