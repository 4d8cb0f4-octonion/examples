       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUMPCMP.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-19
      *> Purpose:       DUMPOUT baseline comparison. The question
      *>                after a library or compiler upgrade is "did
      *>                the PIE and STUFF dumps change from what they
      *>                were last week?", and DUMPFMT only answers it
      *>                by printing two dumps to compare by eye. This
      *>                keeps a baseline dump per program and field on
      *>                DUMPBASE and compares the latest DUMPOUT dump
      *>                of each field against it. The baseline is
      *>                captured on request: an operator cards
      *>                  BASELINE run-id
      *>                on DMPCPARM, and the next run takes every
      *>                field dumped under that run ID into DUMPBASE
      *>                (replacing that program and field's old
      *>                baseline, leaving the others alone) and
      *>                empties the card, so it captures once. Each
      *>                field lists on DUMPCRPT as
      *>                  IDENTICAL        same length and bytes
      *>                  LENGTH CHANGED   dumped length differs
      *>                  CONTENT CHANGED  same length, bytes differ
      *>                  NO BASELINE      dumped, never baselined
      *>                  NOT DUMPED       baselined, not in DUMPOUT
      *>                and a changed field has every sixteen-byte
      *>                line that differs shown base over latest in
      *>                DUMPFMT's offset / hex / character layout,
      *>                with the differing bytes marked beneath.
      *>                ERRLOG entries:
      *>                  DCP001 W  a field's dump changed (one per
      *>                            field, so OPALERT names it)
      *>                  DCP002 E  carded run ID has no dumps
      *>                  DCP003 E  field table full
      *>                RETURN-CODE: 4 when any field changed, 8 when
      *>                the capture failed or the table filled, 16
      *>                when DUMPOUT is not present.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-19  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUMP-LOG-IN ASSIGN TO "DUMPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUMPOUT-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "DUMPBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUMPBASE-STATUS.

           SELECT COMPARE-PARM ASSIGN TO "DMPCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMPCPARM-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO "DUMPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUMP-LOG-IN.
       01  DUMP-LOG-IN-RECORD          PIC X(160).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD.
           05  BL-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01).
           05  BL-FIELD-NAME           PIC X(20).
           05  FILLER                  PIC X(01).
           05  BL-LENGTH               PIC X(05).
           05  FILLER                  PIC X(01).
           05  BL-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01).
           05  BL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  BL-TRUNC-FLAG           PIC X(11).
           05  FILLER                  PIC X(01).
           05  BL-HEX                  PIC X(120).

       FD  COMPARE-PARM.
       01  COMPARE-PARM-RECORD.
           05  CP-ACTION               PIC X(08).
               88  CP-ACTION-BASELINE          VALUE "BASELINE".
           05  FILLER                  PIC X(01).
           05  CP-RUN-ID               PIC X(12).

       FD  COMPARE-REPORT.
       01  COMPARE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DUMPOUT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-DUMPOUT-FOUND                VALUE "00".
       01  WS-DUMPBASE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-DUMPBASE-FOUND               VALUE "00".
       01  WS-DMPCPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-DMPCPARM-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

      *> DUMP-WRITER's header line, through the run ID
       01  WS-HEADER-IN-LINE.
           05  DH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01).
           05  DH-FIELD-NAME           PIC X(20).
           05  FILLER                  PIC X(01).
           05  DH-LENGTH               PIC X(05).
           05  FILLER                  PIC X(01).
           05  DH-RUN-ID               PIC X(12).

       01  WS-DATA-IN-LINE.
           05  DD-TAG                  PIC X(05).
           05  DD-HEX                  PIC X(120).
           05  FILLER                  PIC X(01).
           05  DD-TRUNC-FLAG           PIC X(11).

       01  WS-CAPTURE-SWITCH           PIC X(01) VALUE "N".
           88  WS-CAPTURE-REQUESTED            VALUE "Y".
       01  WS-CAPTURE-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-CAPTURE-COUNT            PIC 9(03) COMP-5 VALUE ZERO.

      *> the latest dump of each program and field, and the baseline
       01  WS-TABLE-MAX                PIC 9(03) COMP-5 VALUE 50.
       01  WS-TABLE-OVERFLOW           PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-LATEST-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-LATEST-INDEX             PIC 9(03) COMP-5.
       01  WS-LATEST-TABLE.
           05  WS-LATEST-ENTRY OCCURS 50 TIMES.
               10  WS-LT-PROGRAM       PIC X(20).
               10  WS-LT-FIELD-NAME    PIC X(20).
               10  WS-LT-LENGTH        PIC X(05).
               10  WS-LT-RUN-ID        PIC X(12).
               10  WS-LT-DATE          PIC X(08).
               10  WS-LT-TRUNC-FLAG    PIC X(11).
               10  WS-LT-HEX           PIC X(120).
               10  WS-LT-BASE-SW       PIC X(01).
                   88  WS-LT-HAS-BASELINE      VALUE "Y".

       01  WS-BASE-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-BASE-INDEX               PIC 9(03) COMP-5.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 50 TIMES.
               10  WS-BS-PROGRAM       PIC X(20).
               10  WS-BS-FIELD-NAME    PIC X(20).
               10  WS-BS-LENGTH        PIC X(05).
               10  WS-BS-RUN-ID        PIC X(12).
               10  WS-BS-DATE          PIC X(08).
               10  WS-BS-TRUNC-FLAG    PIC X(11).
               10  WS-BS-HEX           PIC X(120).

       01  WS-CAPTURE-TABLE.
           05  WS-CAPTURE-ENTRY OCCURS 50 TIMES.
               10  WS-CP-PROGRAM       PIC X(20).
               10  WS-CP-FIELD-NAME    PIC X(20).
               10  WS-CP-LENGTH        PIC X(05).
               10  WS-CP-RUN-ID        PIC X(12).
               10  WS-CP-DATE          PIC X(08).
               10  WS-CP-TRUNC-FLAG    PIC X(11).
               10  WS-CP-HEX           PIC X(120).

       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-MATCH-PROGRAM            PIC X(20).
       01  WS-CHANGE-STATUS            PIC X(20).
       01  WS-MATCH-FIELD-NAME         PIC X(20).

       01  WS-IDENTICAL-COUNT          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-NO-BASELINE-COUNT        PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-NOT-DUMPED-COUNT         PIC 9(03) COMP-5 VALUE ZERO.

      *> the difference listing -- DUMPFMT's sixteen bytes per line
       01  WS-HEX-CHARS                PIC X(16)
                                       VALUE "0123456789ABCDEF".
       01  WS-BASE-HEX                 PIC X(120).
       01  WS-LATEST-HEX               PIC X(120).
       01  WS-RENDER-HEX               PIC X(120).
       01  WS-HEX-LENGTH               PIC 9(03) COMP-5.
       01  WS-MAX-HEX-LENGTH           PIC 9(03) COMP-5.
       01  WS-LINE-START               PIC 9(03) COMP-5.
       01  WS-LINE-BYTE                PIC 9(02) COMP-5.
       01  WS-HEX-POSITION             PIC 9(03) COMP-5.
       01  WS-LINE-DIFFERS-SWITCH      PIC X(01).
           88  WS-LINE-DIFFERS                 VALUE "Y".
       01  WS-NIBBLE-1                 PIC 9(02) COMP-5.
       01  WS-NIBBLE-2                 PIC 9(02) COMP-5.
       01  WS-NIBBLE-SCAN              PIC 9(02) COMP-5.
       01  WS-BYTE-VALUE               PIC 9(03) COMP-5.
       01  WS-NIBBLE-CHAR              PIC X(01).

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "DUMPCMP".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).

       01  WS-REPORT-HEADING           PIC X(132) VALUE
           "DUMPOUT BASELINE COMPARISON".
       01  WS-REPORT-DATE-LINE.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  RD-DATE                 PIC X(08).

       01  WS-CAPTURE-LINE.
           05  FILLER                  PIC X(18) VALUE
               "BASELINE CAPTURED ".
           05  CL-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-FIELD-NAME           PIC X(20).
           05  FILLER                  PIC X(09) VALUE " FROM RUN".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-RUN-ID               PIC X(12).

       01  WS-NO-CAPTURE-LINE.
           05  FILLER                  PIC X(29) VALUE
               "BASELINE NOT CAPTURED -- RUN ".
           05  NC-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(30) VALUE
               " HAS NO DUMPS IN DUMPOUT".

       01  WS-FIELD-LINE.
           05  FL-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-FIELD-NAME           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-STATUS               PIC X(16).
           05  FILLER                  PIC X(10) VALUE " BASE RUN ".
           05  FL-BASE-RUN-ID          PIC X(12).
           05  FILLER                  PIC X(05) VALUE " LEN ".
           05  FL-BASE-LENGTH          PIC X(05).
           05  FILLER                  PIC X(12) VALUE
               "  LATEST RUN".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-LATEST-RUN-ID        PIC X(12).
           05  FILLER                  PIC X(05) VALUE " LEN ".
           05  FL-LATEST-LENGTH        PIC X(05).

       01  WS-DETAIL-LINE.
           05  DL-LABEL                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OFFSET               PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-HEX-PART             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHAR-PART            PIC X(16).

       01  WS-MARKER-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  ML-MARKS                PIC X(32).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(11) VALUE "IDENTICAL: ".
           05  CT-IDENTICAL            PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE "  CHANGED: ".
           05  CT-CHANGED              PIC ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "  NO BASELINE: ".
           05  CT-NO-BASELINE          PIC ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  NOT DUMPED: ".
           05  CT-NOT-DUMPED           PIC ZZ9.

       01  WS-OVERFLOW-LINE.
           05  FILLER                  PIC X(18) VALUE
               "FIELD TABLE FULL: ".
           05  OV-COUNT                PIC ZZZ9.
           05  FILLER                  PIC X(24) VALUE
               " DUMPS NOT COMPARED".

       01  WS-NOFILE-LINE              PIC X(132) VALUE
           "DUMPOUT NOT PRESENT -- NOTHING TO COMPARE".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT COMPARE-REPORT
           WRITE COMPARE-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-TODAY-DATE TO RD-DATE
           WRITE COMPARE-REPORT-RECORD FROM WS-REPORT-DATE-LINE

           OPEN INPUT DUMP-LOG-IN
           IF NOT WS-DUMPOUT-FOUND
               WRITE COMPARE-REPORT-RECORD FROM WS-NOFILE-LINE
               MOVE 16 TO WS-MAX-RETURN-CODE
               GO TO 0000-FINISH
           END-IF
           PERFORM 1000-READ-PARM
           PERFORM 1100-READ-DUMPOUT
           PERFORM 1200-LOAD-ONE-BLOCK THRU 1200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE DUMP-LOG-IN
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 2000-LOAD-BASELINE
           IF WS-CAPTURE-REQUESTED
               PERFORM 2500-APPLY-CAPTURE
           END-IF
           PERFORM 3000-COMPARE-BASELINE
               VARYING WS-BASE-INDEX FROM 1 BY 1
               UNTIL WS-BASE-INDEX > WS-BASE-COUNT
           PERFORM 3900-REPORT-UNBASELINED
               VARYING WS-LATEST-INDEX FROM 1 BY 1
               UNTIL WS-LATEST-INDEX > WS-LATEST-COUNT

           IF WS-TABLE-OVERFLOW > ZERO
               MOVE WS-TABLE-OVERFLOW TO OV-COUNT
               WRITE COMPARE-REPORT-RECORD FROM WS-OVERFLOW-LINE
               MOVE "E" TO WS-ERR-SEVERITY
               MOVE "DCP003" TO WS-ERR-CODE
               MOVE "DUMPCMP FIELD TABLE FULL -- DUMPS NOT COMPARED"
                   TO WS-ERR-MESSAGE
               PERFORM 9300-LOG-ERROR
               MOVE 8 TO WS-MAX-RETURN-CODE
           END-IF
           MOVE WS-IDENTICAL-COUNT   TO CT-IDENTICAL
           MOVE WS-CHANGED-COUNT     TO CT-CHANGED
           MOVE WS-NO-BASELINE-COUNT TO CT-NO-BASELINE
           MOVE WS-NOT-DUMPED-COUNT  TO CT-NOT-DUMPED
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-CHANGED-COUNT > ZERO
               AND WS-MAX-RETURN-CODE < 4
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           .
       0000-FINISH.
           CLOSE COMPARE-REPORT
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-PARM.
           OPEN INPUT COMPARE-PARM
           IF WS-DMPCPARM-FOUND
               READ COMPARE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-ACTION-BASELINE
                           AND CP-RUN-ID NOT = SPACES
                           SET WS-CAPTURE-REQUESTED TO TRUE
                           MOVE CP-RUN-ID TO WS-CAPTURE-RUN-ID
                       END-IF
               END-READ
               CLOSE COMPARE-PARM
           END-IF
           .

       1100-READ-DUMPOUT.
           READ DUMP-LOG-IN
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> A header line and the DATA= line under it make one dump; a
      *> DATA= line with no header above it is skipped, as DUMPFMT
      *> does. A later dump of the same program and field replaces
      *> the earlier, so the table ends holding the latest of each.
       1200-LOAD-ONE-BLOCK.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           IF DUMP-LOG-IN-RECORD (1:5) = "DATA="
               PERFORM 1100-READ-DUMPOUT
               GO TO 1200-EXIT
           END-IF
           MOVE DUMP-LOG-IN-RECORD TO WS-HEADER-IN-LINE
           PERFORM 1100-READ-DUMPOUT
           IF WS-END-OF-FILE
               OR DUMP-LOG-IN-RECORD (1:5) NOT = "DATA="
               GO TO 1200-EXIT
           END-IF
           MOVE DUMP-LOG-IN-RECORD TO WS-DATA-IN-LINE

           MOVE DH-PROGRAM    TO WS-MATCH-PROGRAM
           MOVE DH-FIELD-NAME TO WS-MATCH-FIELD-NAME
           PERFORM 1300-FIND-LATEST
           IF NOT WS-MATCH-FOUND
               IF WS-LATEST-COUNT < WS-TABLE-MAX
                   ADD 1 TO WS-LATEST-COUNT
                   MOVE WS-LATEST-COUNT TO WS-LATEST-INDEX
                   SET WS-MATCH-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-MATCH-FOUND
               MOVE DH-PROGRAM    TO WS-LT-PROGRAM (WS-LATEST-INDEX)
               MOVE DH-FIELD-NAME
                   TO WS-LT-FIELD-NAME (WS-LATEST-INDEX)
               MOVE DH-LENGTH     TO WS-LT-LENGTH (WS-LATEST-INDEX)
               MOVE DH-RUN-ID     TO WS-LT-RUN-ID (WS-LATEST-INDEX)
               MOVE DH-DATE       TO WS-LT-DATE (WS-LATEST-INDEX)
               MOVE DD-TRUNC-FLAG
                   TO WS-LT-TRUNC-FLAG (WS-LATEST-INDEX)
               MOVE DD-HEX        TO WS-LT-HEX (WS-LATEST-INDEX)
               MOVE "N"           TO WS-LT-BASE-SW (WS-LATEST-INDEX)
           END-IF
           IF WS-CAPTURE-REQUESTED
               AND DH-RUN-ID = WS-CAPTURE-RUN-ID
               PERFORM 1400-CAPTURE-ONE-DUMP
           END-IF
           PERFORM 1100-READ-DUMPOUT
           .
       1200-EXIT.
           EXIT
           .

       1300-FIND-LATEST.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1310-MATCH-ONE-LATEST
               VARYING WS-LATEST-INDEX FROM 1 BY 1
               UNTIL WS-LATEST-INDEX > WS-LATEST-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-LATEST-INDEX
           END-IF
           .

       1310-MATCH-ONE-LATEST.
           IF WS-LT-PROGRAM (WS-LATEST-INDEX) = WS-MATCH-PROGRAM
               AND WS-LT-FIELD-NAME (WS-LATEST-INDEX)
                   = WS-MATCH-FIELD-NAME
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> Dumps of the carded run stage in the baseline table, which
      *> is still empty; 2000 sets them aside before DUMPBASE loads
      *> and 2500 folds them in.
       1400-CAPTURE-ONE-DUMP.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1410-MATCH-ONE-CAPTURE
               VARYING WS-BASE-INDEX FROM 1 BY 1
               UNTIL WS-BASE-INDEX > WS-CAPTURE-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-BASE-INDEX
           ELSE
               IF WS-CAPTURE-COUNT < WS-TABLE-MAX
                   ADD 1 TO WS-CAPTURE-COUNT
                   MOVE WS-CAPTURE-COUNT TO WS-BASE-INDEX
                   SET WS-MATCH-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-MATCH-FOUND
               MOVE DH-PROGRAM    TO WS-BS-PROGRAM (WS-BASE-INDEX)
               MOVE DH-FIELD-NAME TO WS-BS-FIELD-NAME (WS-BASE-INDEX)
               MOVE DH-LENGTH     TO WS-BS-LENGTH (WS-BASE-INDEX)
               MOVE DH-RUN-ID     TO WS-BS-RUN-ID (WS-BASE-INDEX)
               MOVE DH-DATE       TO WS-BS-DATE (WS-BASE-INDEX)
               MOVE DD-TRUNC-FLAG TO WS-BS-TRUNC-FLAG (WS-BASE-INDEX)
               MOVE DD-HEX        TO WS-BS-HEX (WS-BASE-INDEX)
           END-IF
           .

       1410-MATCH-ONE-CAPTURE.
           IF WS-BS-PROGRAM (WS-BASE-INDEX) = DH-PROGRAM
               AND WS-BS-FIELD-NAME (WS-BASE-INDEX) = DH-FIELD-NAME
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> The captured dumps are held in a second copy of the table
      *> while DUMPBASE loads in behind them.
      *> ------------------------------------------------------------
       2000-LOAD-BASELINE.
           MOVE WS-BASE-TABLE TO WS-CAPTURE-TABLE
           MOVE ZERO TO WS-BASE-COUNT
           OPEN INPUT BASELINE-FILE
           IF WS-DUMPBASE-FOUND
               PERFORM 2100-READ-BASELINE
               PERFORM 2200-LOAD-ONE-BASELINE THRU 2200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE BASELINE-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       2100-READ-BASELINE.
           READ BASELINE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-LOAD-ONE-BASELINE.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           IF WS-BASE-COUNT < WS-TABLE-MAX
               ADD 1 TO WS-BASE-COUNT
               MOVE BL-PROGRAM    TO WS-BS-PROGRAM (WS-BASE-COUNT)
               MOVE BL-FIELD-NAME TO WS-BS-FIELD-NAME (WS-BASE-COUNT)
               MOVE BL-LENGTH     TO WS-BS-LENGTH (WS-BASE-COUNT)
               MOVE BL-RUN-ID     TO WS-BS-RUN-ID (WS-BASE-COUNT)
               MOVE BL-DATE       TO WS-BS-DATE (WS-BASE-COUNT)
               MOVE BL-TRUNC-FLAG TO WS-BS-TRUNC-FLAG (WS-BASE-COUNT)
               MOVE BL-HEX        TO WS-BS-HEX (WS-BASE-COUNT)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF
           PERFORM 2100-READ-BASELINE
           .
       2200-EXIT.
           EXIT
           .

      *> Each captured field replaces its old baseline or is added;
      *> DUMPBASE is rewritten and the card emptied so the capture
      *> happens once. A run ID with no dumps captures nothing and
      *> leaves the card for the operator to correct.
       2500-APPLY-CAPTURE.
           IF WS-CAPTURE-COUNT = ZERO
               MOVE WS-CAPTURE-RUN-ID TO NC-RUN-ID
               WRITE COMPARE-REPORT-RECORD FROM WS-NO-CAPTURE-LINE
               MOVE "E" TO WS-ERR-SEVERITY
               MOVE "DCP002" TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "BASELINE RUN " WS-CAPTURE-RUN-ID
                      " HAS NO DUMPS -- NOTHING CAPTURED"
                          DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
               PERFORM 9300-LOG-ERROR
               MOVE 8 TO WS-MAX-RETURN-CODE
           ELSE
               PERFORM 2600-APPLY-ONE-CAPTURE
                   VARYING WS-LATEST-INDEX FROM 1 BY 1
                   UNTIL WS-LATEST-INDEX > WS-CAPTURE-COUNT
               OPEN OUTPUT BASELINE-FILE
               PERFORM 2700-WRITE-ONE-BASELINE
                   VARYING WS-BASE-INDEX FROM 1 BY 1
                   UNTIL WS-BASE-INDEX > WS-BASE-COUNT
               CLOSE BASELINE-FILE
               OPEN OUTPUT COMPARE-PARM
               CLOSE COMPARE-PARM
           END-IF
           .

       2600-APPLY-ONE-CAPTURE.
           MOVE WS-CP-PROGRAM (WS-LATEST-INDEX) TO WS-MATCH-PROGRAM
           MOVE WS-CP-FIELD-NAME (WS-LATEST-INDEX)
               TO WS-MATCH-FIELD-NAME
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2610-MATCH-ONE-BASELINE
               VARYING WS-BASE-INDEX FROM 1 BY 1
               UNTIL WS-BASE-INDEX > WS-BASE-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-BASE-INDEX
           ELSE
               IF WS-BASE-COUNT < WS-TABLE-MAX
                   ADD 1 TO WS-BASE-COUNT
                   MOVE WS-BASE-COUNT TO WS-BASE-INDEX
                   SET WS-MATCH-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-MATCH-FOUND
               MOVE WS-CAPTURE-ENTRY (WS-LATEST-INDEX)
                   TO WS-BASE-ENTRY (WS-BASE-INDEX)
               MOVE WS-CP-PROGRAM (WS-LATEST-INDEX)    TO CL-PROGRAM
               MOVE WS-CP-FIELD-NAME (WS-LATEST-INDEX)
                   TO CL-FIELD-NAME
               MOVE WS-CP-RUN-ID (WS-LATEST-INDEX)     TO CL-RUN-ID
               WRITE COMPARE-REPORT-RECORD FROM WS-CAPTURE-LINE
           END-IF
           .

       2610-MATCH-ONE-BASELINE.
           IF WS-BS-PROGRAM (WS-BASE-INDEX) = WS-MATCH-PROGRAM
               AND WS-BS-FIELD-NAME (WS-BASE-INDEX)
                   = WS-MATCH-FIELD-NAME
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       2700-WRITE-ONE-BASELINE.
           MOVE SPACES TO BASELINE-RECORD
           MOVE WS-BS-PROGRAM (WS-BASE-INDEX)    TO BL-PROGRAM
           MOVE WS-BS-FIELD-NAME (WS-BASE-INDEX) TO BL-FIELD-NAME
           MOVE WS-BS-LENGTH (WS-BASE-INDEX)     TO BL-LENGTH
           MOVE WS-BS-RUN-ID (WS-BASE-INDEX)     TO BL-RUN-ID
           MOVE WS-BS-DATE (WS-BASE-INDEX)       TO BL-DATE
           MOVE WS-BS-TRUNC-FLAG (WS-BASE-INDEX) TO BL-TRUNC-FLAG
           MOVE WS-BS-HEX (WS-BASE-INDEX)        TO BL-HEX
           WRITE BASELINE-RECORD
           .

      *> ------------------------------------------------------------
      *> One report line per baselined field, then the fields dumped
      *> with no baseline behind them.
      *> ------------------------------------------------------------
       3000-COMPARE-BASELINE.
           MOVE WS-BS-PROGRAM (WS-BASE-INDEX)    TO WS-MATCH-PROGRAM
           MOVE WS-BS-FIELD-NAME (WS-BASE-INDEX) TO WS-MATCH-FIELD-NAME
           PERFORM 1300-FIND-LATEST
           MOVE WS-BS-PROGRAM (WS-BASE-INDEX)    TO FL-PROGRAM
           MOVE WS-BS-FIELD-NAME (WS-BASE-INDEX) TO FL-FIELD-NAME
           MOVE WS-BS-RUN-ID (WS-BASE-INDEX)     TO FL-BASE-RUN-ID
           MOVE WS-BS-LENGTH (WS-BASE-INDEX)     TO FL-BASE-LENGTH
           IF NOT WS-MATCH-FOUND
               MOVE "NOT DUMPED" TO FL-STATUS
               MOVE SPACES TO FL-LATEST-RUN-ID
               MOVE SPACES TO FL-LATEST-LENGTH
               WRITE COMPARE-REPORT-RECORD FROM WS-FIELD-LINE
               ADD 1 TO WS-NOT-DUMPED-COUNT
           ELSE
               MOVE "Y" TO WS-LT-BASE-SW (WS-LATEST-INDEX)
               MOVE WS-LT-RUN-ID (WS-LATEST-INDEX) TO FL-LATEST-RUN-ID
               MOVE WS-LT-LENGTH (WS-LATEST-INDEX) TO FL-LATEST-LENGTH
               EVALUATE TRUE
               WHEN WS-LT-LENGTH (WS-LATEST-INDEX)
                   NOT = WS-BS-LENGTH (WS-BASE-INDEX)
                   MOVE "LENGTH CHANGED" TO FL-STATUS
               WHEN WS-LT-HEX (WS-LATEST-INDEX)
                   NOT = WS-BS-HEX (WS-BASE-INDEX)
                   MOVE "CONTENT CHANGED" TO FL-STATUS
               WHEN OTHER
                   MOVE "IDENTICAL" TO FL-STATUS
               END-EVALUATE
               WRITE COMPARE-REPORT-RECORD FROM WS-FIELD-LINE
               IF FL-STATUS = "IDENTICAL"
                   ADD 1 TO WS-IDENTICAL-COUNT
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 4000-LIST-DIFFERENCES
                   PERFORM 3100-LOG-CHANGE
               END-IF
           END-IF
           .

       3100-LOG-CHANGE.
           MOVE "W" TO WS-ERR-SEVERITY
           MOVE "DCP001" TO WS-ERR-CODE
           MOVE FL-STATUS TO WS-CHANGE-STATUS
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING FL-PROGRAM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  FL-FIELD-NAME DELIMITED BY "  "
                  " DUMP " DELIMITED BY SIZE
                  WS-CHANGE-STATUS DELIMITED BY "  "
                  " FROM BASELINE" DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           PERFORM 9300-LOG-ERROR
           .

       3900-REPORT-UNBASELINED.
           IF NOT WS-LT-HAS-BASELINE (WS-LATEST-INDEX)
               MOVE WS-LT-PROGRAM (WS-LATEST-INDEX)    TO FL-PROGRAM
               MOVE WS-LT-FIELD-NAME (WS-LATEST-INDEX)
                   TO FL-FIELD-NAME
               MOVE "NO BASELINE" TO FL-STATUS
               MOVE SPACES TO FL-BASE-RUN-ID
               MOVE SPACES TO FL-BASE-LENGTH
               MOVE WS-LT-RUN-ID (WS-LATEST-INDEX) TO FL-LATEST-RUN-ID
               MOVE WS-LT-LENGTH (WS-LATEST-INDEX) TO FL-LATEST-LENGTH
               WRITE COMPARE-REPORT-RECORD FROM WS-FIELD-LINE
               ADD 1 TO WS-NO-BASELINE-COUNT
           END-IF
           .

      *> ------------------------------------------------------------
      *> Every sixteen-byte line with a differing byte is shown base
      *> over latest, the differing bytes marked "^^" beneath; bytes
      *> past the shorter dump's end compare as absent.
      *> ------------------------------------------------------------
       4000-LIST-DIFFERENCES.
           MOVE WS-BS-HEX (WS-BASE-INDEX)     TO WS-BASE-HEX
           MOVE WS-LT-HEX (WS-LATEST-INDEX)   TO WS-LATEST-HEX
           MOVE ZERO TO WS-HEX-LENGTH
           INSPECT WS-BASE-HEX TALLYING WS-HEX-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-HEX-LENGTH TO WS-MAX-HEX-LENGTH
           MOVE ZERO TO WS-HEX-LENGTH
           INSPECT WS-LATEST-HEX TALLYING WS-HEX-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-HEX-LENGTH > WS-MAX-HEX-LENGTH
               MOVE WS-HEX-LENGTH TO WS-MAX-HEX-LENGTH
           END-IF
           PERFORM 4100-COMPARE-ONE-LINE
               VARYING WS-LINE-START FROM 0 BY 16
               UNTIL WS-LINE-START * 2 >= WS-MAX-HEX-LENGTH
           .

       4100-COMPARE-ONE-LINE.
           MOVE SPACES TO ML-MARKS
           MOVE "N" TO WS-LINE-DIFFERS-SWITCH
           PERFORM 4200-COMPARE-ONE-BYTE
               VARYING WS-LINE-BYTE FROM 1 BY 1
               UNTIL WS-LINE-BYTE > 16
           IF WS-LINE-DIFFERS
               MOVE "BASE" TO DL-LABEL
               MOVE WS-BASE-HEX TO WS-RENDER-HEX
               PERFORM 4300-RENDER-ONE-LINE
               MOVE "LATEST" TO DL-LABEL
               MOVE WS-LATEST-HEX TO WS-RENDER-HEX
               PERFORM 4300-RENDER-ONE-LINE
               WRITE COMPARE-REPORT-RECORD FROM WS-MARKER-LINE
           END-IF
           .

       4200-COMPARE-ONE-BYTE.
           COMPUTE WS-HEX-POSITION =
               ((WS-LINE-START + WS-LINE-BYTE) * 2) - 1
           IF WS-HEX-POSITION < 120
               IF WS-BASE-HEX (WS-HEX-POSITION:2)
                   NOT = WS-LATEST-HEX (WS-HEX-POSITION:2)
                   MOVE "^^" TO ML-MARKS ((WS-LINE-BYTE * 2) - 1:2)
                   SET WS-LINE-DIFFERS TO TRUE
               END-IF
           END-IF
           .

       4300-RENDER-ONE-LINE.
           MOVE WS-LINE-START TO DL-OFFSET
           MOVE SPACES TO DL-HEX-PART
           MOVE SPACES TO DL-CHAR-PART
           PERFORM 4400-RENDER-ONE-BYTE
               VARYING WS-LINE-BYTE FROM 1 BY 1
               UNTIL WS-LINE-BYTE > 16
           WRITE COMPARE-REPORT-RECORD FROM WS-DETAIL-LINE
           .

       4400-RENDER-ONE-BYTE.
           COMPUTE WS-HEX-POSITION =
               ((WS-LINE-START + WS-LINE-BYTE) * 2) - 1
           IF WS-HEX-POSITION < 120
               AND WS-RENDER-HEX (WS-HEX-POSITION:2) NOT = SPACES
               MOVE WS-RENDER-HEX (WS-HEX-POSITION:1)
                   TO WS-NIBBLE-CHAR
               PERFORM 4500-NIBBLE-VALUE
               MOVE WS-NIBBLE-SCAN TO WS-NIBBLE-1
               MOVE WS-RENDER-HEX (WS-HEX-POSITION + 1:1)
                   TO WS-NIBBLE-CHAR
               PERFORM 4500-NIBBLE-VALUE
               MOVE WS-NIBBLE-SCAN TO WS-NIBBLE-2
               COMPUTE WS-BYTE-VALUE =
                   (WS-NIBBLE-1 * 16) + WS-NIBBLE-2
               MOVE WS-RENDER-HEX (WS-HEX-POSITION:2)
                   TO DL-HEX-PART ((WS-LINE-BYTE * 2) - 1:2)
               IF WS-BYTE-VALUE >= 32 AND WS-BYTE-VALUE <= 126
                   MOVE FUNCTION CHAR(WS-BYTE-VALUE + 1)
                       TO DL-CHAR-PART (WS-LINE-BYTE:1)
               ELSE
                   MOVE "." TO DL-CHAR-PART (WS-LINE-BYTE:1)
               END-IF
           END-IF
           .

      *> Position of the nibble character in "0123456789ABCDEF",
      *> zero-based; an unrecognized character scores zero.
       4500-NIBBLE-VALUE.
           PERFORM 4510-SCAN-ONE-NIBBLE
               VARYING WS-NIBBLE-SCAN FROM 0 BY 1
               UNTIL WS-NIBBLE-SCAN > 15
               OR WS-HEX-CHARS (WS-NIBBLE-SCAN + 1:1)
                   = WS-NIBBLE-CHAR
           IF WS-NIBBLE-SCAN > 15
               MOVE ZERO TO WS-NIBBLE-SCAN
           END-IF
           .

       4510-SCAN-ONE-NIBBLE.
           CONTINUE
           .

       9300-LOG-ERROR.
           CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           .
       END PROGRAM DUMPCMP.
