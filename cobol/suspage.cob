      *>                8-30 days, and OVER 30, with bucket totals.
      *>                RETURN-CODE: 4 when anything is outstanding,
      *>                8 when anything has aged past 30 days, 0 when
      *>                the suspense file is clean or absent. Each
      *>                run also writes a dated, run-ID-stamped
      *>                generation of the report (GRPTNNN, recorded
      *>                in RPTINDEX) for RPTDLVR to distribute.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-08-19  dp  Initial version -- the last piece of the
      *>                   night on one business date. Every step
      *>                   and writer took the same treatment in the
      *>                   same change.
      *>   2026-10-01  dp  Every run now also writes a dated, run-ID-
      *>                   stamped generation of SUSPRPT (dual-
      *>                   written line for line) and records it in
      *>                   RPTINDEX, the same as RUNRECON's, so the
      *>                   RPTDLVR distribution step finds tonight's
      *>                   report on the index instead of sending
      *>                   whatever the dataset last held.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AGING-REPORT ASSIGN TO "SUSPRPT"
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
       FD  SUSPENSE-FILE-IN.
       FD  AGING-REPORT.
       01  AGING-REPORT-RECORD         PIC X(80).

       FD  REPORT-GENERATION.
       01  REPORT-GENERATION-RECORD    PIC X(80).

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
       01  WS-ADDSUSP-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ADDSUSP-FOUND                VALUE "00".
       01  WS-ITEM-INTEGER             PIC 9(08) COMP-5.
       01  WS-ITEM-AGE                 PIC S9(05) COMP-5.

       01  WS-GEN-NAME                 PIC X(08).
       01  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPTINDEX-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPTINDEX-NOT-FOUND           VALUE "35".
       01  WS-GEN-RUN-ID               PIC X(12) VALUE SPACES.
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".

       01  WS-OPEN-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-WEEK-BUCKET              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MONTH-BUCKET             PIC 9(03) COMP-5 VALUE ZERO.
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
           OPEN OUTPUT AGING-REPORT
           PERFORM 0300-OPEN-REPORT-GENERATION
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-REPORT-HEADING

           OPEN INPUT SUSPENSE-FILE-IN
           IF WS-ADDSUSP-FOUND
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
           IF WS-OPEN-COUNT = ZERO
               WRITE AGING-REPORT-RECORD FROM WS-CLEAN-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-CLEAN-LINE
           ELSE
               MOVE WS-WEEK-BUCKET  TO BL-WEEK
               MOVE WS-MONTH-BUCKET TO BL-MONTH
               MOVE WS-OVER-BUCKET  TO BL-OVER
               WRITE AGING-REPORT-RECORD FROM WS-BUCKET-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-BUCKET-LINE
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO OV-DROPPED-COUNT
               WRITE AGING-REPORT-RECORD FROM WS-OVERFLOW-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-OVERFLOW-LINE
           END-IF
           PERFORM 0350-CLOSE-REPORT-GENERATION
           CLOSE AGING-REPORT

      *> The weekly pass compacts ADDSUSP in place: matched S/R
           GOBACK
           .

      *> ------------------------------------------------------------
      *> One dated, run-ID-stamped generation of this report per
      *> submission, named GRPTNNN from the run ID's daily sequence
      *> and recorded in the RPTINDEX dataset -- so RPTDLVR asks the
      *> index for tonight's SUSPRPT instead of sending whatever
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
           MOVE "GRPT000" TO WS-GEN-NAME
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
           MOVE "SUSPRPT" TO RI-REPORT
           MOVE WS-GEN-RUN-ID TO RI-RUN-ID
           MOVE WS-TODAY-DATE TO RI-DATE
           MOVE WS-GEN-NAME TO RI-MEMBER
           WRITE REPORT-INDEX-RECORD
           CLOSE REPORT-INDEX
           .

       3000-COMPACT-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE-IN
           PERFORM 3100-WRITE-ONE-OPEN-ITEM
               MOVE WS-ITEM-ORIGINAL (WS-ITEM-INDEX)
                   TO DL-ORIGINAL
               WRITE AGING-REPORT-RECORD FROM WS-DETAIL-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-DETAIL-LINE
           END-IF
           .
       END PROGRAM SUSPAGE.
