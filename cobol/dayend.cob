      *>                its section and stays out of the verdict.
      *>                Read-only and RETURN-CODE zero always: OPALERT
      *>                owns the console paging ladder; this page is
      *>                for a person, not the automation. Each run
      *>                also writes a dated, run-ID-stamped generation
      *>                of the page (DRPTNNN, recorded in RPTINDEX)
      *>                for RPTDLVR to distribute.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-08-21  dp  Initial version -- one dataset the duty
      *>                   the monthly OPSCORE scorecard aggregates
      *>                   -- the duty manager's page used to
      *>                   evaporate with the morning.
      *>   2026-10-01  dp  The page itself now also goes out as a
      *>                   dated, run-ID-stamped generation (dual-
      *>                   written line for line) recorded in
      *>                   RPTINDEX, the same as the four sources it
      *>                   reads, so the RPTDLVR distribution step
      *>                   finds tonight's page on the index instead
      *>                   of sending whatever DAYENDRP last held.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT REPORT-GENERATION ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       FD  REPORT-GENERATION.
       01  REPORT-GENERATION-RECORD    PIC X(100).

       FD  ERROR-LOG-IN.
       01  ERROR-LOG-IN-RECORD         PIC X(160).

       01  WS-QARPT-NAME               PIC X(08) VALUE "QARPT".
       01  WS-RPTINDEX-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPTINDEX-FOUND               VALUE "00".
           88  WS-RPTINDEX-NOT-FOUND           VALUE "35".
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-RUN-ID                   PIC X(12) VALUE SPACES.
       01  WS-GEN-NAME                 PIC X(08).
       01  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-INDEX-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-END-OF-INDEX                 VALUE "Y".

           END-READ
           .

      *> ------------------------------------------------------------
      *> One dated, run-ID-stamped generation of this page per run,
      *> named DRPTNNN from the run ID's daily sequence (the run ID
      *> 0200 already read) and recorded in the RPTINDEX dataset --
      *> so RPTDLVR asks the index for tonight's DAYENDRP instead of
      *> sending whatever the dataset last held. Every report line
      *> dual-writes here.
      *> ------------------------------------------------------------
       0300-OPEN-REPORT-GENERATION.
           MOVE "DRPT000" TO WS-GEN-NAME
           IF WS-RUN-ID (10:3) IS NUMERIC
               MOVE WS-RUN-ID (10:3) TO WS-GEN-NAME (5:3)
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
           MOVE "DAYENDRP" TO RI-REPORT
           MOVE WS-RUN-ID TO RI-RUN-ID
           MOVE WS-TODAY-DATE TO RI-DATE
           MOVE WS-GEN-NAME TO RI-MEMBER
           WRITE REPORT-INDEX-RECORD
           CLOSE REPORT-INDEX
           .

       1000-SCAN-BATCHRPT.
           OPEN INPUT BATCH-REPORT-IN
           IF NOT WS-BATCHRPT-FOUND

       7000-WRITE-REPORT.
           OPEN OUTPUT DAYEND-REPORT
           PERFORM 0300-OPEN-REPORT-GENERATION
           MOVE WS-TODAY-DATE TO TI-DATE
           WRITE DAYEND-REPORT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-TITLE-LINE
           MOVE WS-VERDICT        TO VL-VERDICT
           MOVE WS-VERDICT-REASON TO VL-REASON
           WRITE DAYEND-REPORT-RECORD FROM WS-VERDICT-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-VERDICT-LINE
           PERFORM 7900-WRITE-BLANK-LINE

           WRITE DAYEND-REPORT-RECORD FROM WS-BATCH-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-BATCH-HEADING
           IF WS-BATCH-LINE-COUNT = ZERO
               WRITE DAYEND-REPORT-RECORD FROM WS-NOT-AVAILABLE-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-NOT-AVAILABLE-LINE
           ELSE
               WRITE DAYEND-REPORT-RECORD
                   FROM WS-BATCH-COLUMN-HEADING
               WRITE REPORT-GENERATION-RECORD
                   FROM WS-BATCH-COLUMN-HEADING
               PERFORM 7100-WRITE-ONE-STEP-LINE
                   VARYING WS-BATCH-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-LINE-INDEX > WS-BATCH-LINE-COUNT
           PERFORM 7900-WRITE-BLANK-LINE

           WRITE DAYEND-REPORT-RECORD FROM WS-RECON-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-RECON-HEADING
           IF WS-RECON-SEEN
               MOVE WS-RECON-MISSING    TO RSL-MISSING
               MOVE WS-RECON-FAILED     TO RSL-FAILED
               MOVE WS-RECON-UNEXPECTED TO RSL-UNEXPECTED
               WRITE DAYEND-REPORT-RECORD
                   FROM WS-RECON-SUMMARY-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-RECON-SUMMARY-LINE
           ELSE
               WRITE DAYEND-REPORT-RECORD FROM WS-NOT-AVAILABLE-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-NOT-AVAILABLE-LINE
           END-IF
           PERFORM 7900-WRITE-BLANK-LINE

           WRITE DAYEND-REPORT-RECORD FROM WS-ADD-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-ADD-HEADING
           IF WS-ADD-SEEN
               MOVE WS-ADD-TX-COUNT      TO ASL-TX-COUNT
               MOVE WS-ADD-CONTROL-TOTAL TO ASL-CONTROL-TOTAL
               MOVE WS-ADD-SUSP-COUNT    TO ASL-SUSP-COUNT
               WRITE DAYEND-REPORT-RECORD FROM WS-ADD-SUMMARY-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-ADD-SUMMARY-LINE
           ELSE
               WRITE DAYEND-REPORT-RECORD FROM WS-NOT-AVAILABLE-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-NOT-AVAILABLE-LINE
           END-IF
           PERFORM 7900-WRITE-BLANK-LINE

           WRITE DAYEND-REPORT-RECORD FROM WS-QA-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-QA-HEADING
           IF WS-QA-SEEN
               MOVE WS-QA-RUN-COUNT  TO QSL-RUN
               MOVE WS-QA-PASS-COUNT TO QSL-PASS
               MOVE WS-QA-FAIL-COUNT TO QSL-FAIL
               WRITE DAYEND-REPORT-RECORD FROM WS-QA-SUMMARY-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-QA-SUMMARY-LINE
           ELSE
               WRITE DAYEND-REPORT-RECORD FROM WS-NOT-AVAILABLE-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-NOT-AVAILABLE-LINE
           END-IF
           PERFORM 7900-WRITE-BLANK-LINE

           WRITE DAYEND-REPORT-RECORD FROM WS-ERR-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-ERR-HEADING
           IF WS-ERR-TOTAL-COUNT = ZERO
               WRITE DAYEND-REPORT-RECORD FROM WS-NO-ENTRIES-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-NO-ENTRIES-LINE
           ELSE
               PERFORM 7200-WRITE-ONE-PROGRAM-LINE
                   VARYING WS-ERR-PROGRAM-INDEX FROM 1 BY 1
               MOVE WS-ERR-WARNING-COUNT TO ESL-WARNING
               WRITE DAYEND-REPORT-RECORD
                   FROM WS-ERR-SEVERITY-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-ERR-SEVERITY-LINE
           END-IF
           PERFORM 0350-CLOSE-REPORT-GENERATION
           CLOSE DAYEND-REPORT
           .

       7100-WRITE-ONE-STEP-LINE.
           WRITE DAYEND-REPORT-RECORD
               FROM WS-BATCH-LINE (WS-BATCH-LINE-INDEX)
           WRITE REPORT-GENERATION-RECORD
               FROM WS-BATCH-LINE (WS-BATCH-LINE-INDEX)
           .

       7200-WRITE-ONE-PROGRAM-LINE.
           MOVE WS-ERR-ENTRY-COUNT (WS-ERR-PROGRAM-INDEX)
               TO EPL-COUNT
           WRITE DAYEND-REPORT-RECORD FROM WS-ERR-PROGRAM-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-ERR-PROGRAM-LINE
           .

       7900-WRITE-BLANK-LINE.
           MOVE SPACES TO DAYEND-REPORT-RECORD
           WRITE DAYEND-REPORT-RECORD
           MOVE SPACES TO REPORT-GENERATION-RECORD
           WRITE REPORT-GENERATION-RECORD
           .
       END PROGRAM DAYEND.
