       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRFEED.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-29
      *> Purpose:       Nightly machine-readable metrics feed for the
      *>                enterprise monitoring platform, run behind
      *>                DAYEND and RPTDLVR as the last step of
      *>                DAILYRUN. Their loader cannot read our print
      *>                reports, so this gathers the night's figures
      *>                into METRICS, one pipe-delimited row per
      *>                metric, each row carrying the run ID and
      *>                processing date:
      *>                  - per step (from today's JOBLOG entries): the
      *>                    END return code, the elapsed seconds (the
      *>                    ELAPHIST figure when JOBTIMES recorded one
      *>                    today, otherwise the last START/END pair),
      *>                    and the SLA flag SLAPROJ wrote to SLAHIST
      *>                  - DAYEND's verdict and ADDBATCH's transaction
      *>                    count, control total, and suspense count,
      *>                    from tonight's DAYHIST record
      *>                  - FIBONACCI-MAIN's request, cache-hit, and
      *>                    computed counts from FIBSTATS
      *>                  - today's ERRLOG entry counts by severity
      *>                  - OPALERT's alert counts by priority, and the
      *>                    acknowledged count it suppressed, from
      *>                    ALERTS
      *>                Record layout (fields separated by "|"):
      *>                  H|BATCHMETRICS|01|run-id|date|hhmmss
      *>                  D|run-id|date|metric|qualifier|value|status
      *>                  T|run-id|date|detail-row-count
      *>                Status is OK, or NA with an empty value when the
      *>                source holds nothing for tonight -- a metric is
      *>                never silently left out, so every night carries
      *>                the same rows. The metric names below are the
      *>                contract with the monitoring team and change
      *>                only with notice to them. Read-only against
      *>                every source. RETURN-CODE 4 when JOBLOG,
      *>                DAYHIST, FIBSTATS, or ALERTS holds nothing for
      *>                tonight (the feed went out thin), 0 otherwise.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-29  dp  Initial version.
      *>   2026-10-03  dp  Moved behind RPTDLVR in DAILYRUN, so the
      *>                   distribution step's RC and elapsed time are
      *>                   in the feed. METRICS is rewritten each night
      *>                   (DISP=OLD) -- one header, one set of rows,
      *>                   one trailer per file.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-IN ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT ELAPSED-HISTORY ASSIGN TO "ELAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELAPHIST-STATUS.

           SELECT SLA-HISTORY ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAHIST-STATUS.

           SELECT VERDICT-HISTORY ASSIGN TO "DAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYHIST-STATUS.

           SELECT FIB-STATISTICS ASSIGN TO "FIBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBSTATS-STATUS.

           SELECT ERROR-LOG-IN ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

           SELECT RUN-ID-IN ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT METRICS-FEED ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-IN.
       01  JOB-LOG-IN-RECORD           PIC X(80).

       FD  ELAPSED-HISTORY.
       01  ELAPSED-HISTORY-RECORD.
           05  EH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  EH-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(01).
           05  EH-SECONDS              PIC 9(06).

       FD  SLA-HISTORY.
       01  SLA-HISTORY-RECORD.
           05  SH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  SH-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(01).
           05  SH-PLANNED-START        PIC X(06).
           05  FILLER                  PIC X(01).
           05  SH-ACTUAL-START         PIC X(06).
           05  FILLER                  PIC X(01).
           05  SH-LATEST-END           PIC X(06).
           05  FILLER                  PIC X(01).
           05  SH-ACTUAL-END           PIC X(06).
           05  FILLER                  PIC X(01).
           05  SH-FLAG                 PIC X(06).

       FD  VERDICT-HISTORY.
       01  VERDICT-HISTORY-RECORD.
           05  DH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-VERDICT              PIC X(05).
           05  FILLER                  PIC X(01).
           05  DH-REASON               PIC X(40).
           05  FILLER                  PIC X(01).
           05  DH-FAILED-STEPS         PIC 9(03).
           05  FILLER                  PIC X(01).
           05  DH-SUSP-COUNT           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DH-SEVERE-COUNT         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  DH-TX-COUNT             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DH-CONTROL-TOTAL        PIC X(15).

       FD  FIB-STATISTICS.
       01  FIB-STATISTICS-RECORD       PIC X(60).

       FD  ERROR-LOG-IN.
       01  ERROR-LOG-IN-RECORD         PIC X(160).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(132).

       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       FD  METRICS-FEED.
       01  METRICS-FEED-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-JOBLOG-STATUS            PIC X(02) VALUE SPACES.
           88  WS-JOBLOG-FOUND                 VALUE "00".
       01  WS-ELAPHIST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ELAPHIST-FOUND               VALUE "00".
       01  WS-SLAHIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-SLAHIST-FOUND                VALUE "00".
       01  WS-DAYHIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-DAYHIST-FOUND                VALUE "00".
       01  WS-FIBSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FIBSTATS-FOUND               VALUE "00".
       01  WS-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ERRLOG-FOUND                 VALUE "00".
       01  WS-ALERTS-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ALERTS-FOUND                 VALUE "00".
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-RUN-ID                   PIC X(12) VALUE SPACES.
       01  WS-CREATED-TIME             PIC X(08).

      *> The metric-name vocabulary is the interface the monitoring
      *> team's loader is built against. Add a name only with notice
      *> to them; never rename or reuse one.
       01  WS-METRIC-VOCABULARY.
           05  MN-STEP-RC              PIC X(20) VALUE "STEP_RC".
           05  MN-STEP-ELAPSED         PIC X(20) VALUE
               "STEP_ELAPSED_SEC".
           05  MN-STEP-SLA             PIC X(20) VALUE
               "STEP_SLA_STATUS".
           05  MN-SLA-LATE             PIC X(20) VALUE
               "SLA_LATE_COUNT".
           05  MN-DAYEND-VERDICT       PIC X(20) VALUE
               "DAYEND_VERDICT".
           05  MN-ADD-TX-COUNT         PIC X(20) VALUE
               "ADD_TX_COUNT".
           05  MN-ADD-CONTROL-TOTAL    PIC X(20) VALUE
               "ADD_CONTROL_TOTAL".
           05  MN-ADD-SUSP-COUNT       PIC X(20) VALUE
               "ADD_SUSPENSE_COUNT".
           05  MN-FIB-REQUESTS         PIC X(20) VALUE
               "FIB_REQUESTS".
           05  MN-FIB-CACHE-HITS       PIC X(20) VALUE
               "FIB_CACHE_HITS".
           05  MN-FIB-COMPUTED         PIC X(20) VALUE
               "FIB_COMPUTED".
           05  MN-ERR-SEVERE           PIC X(20) VALUE
               "ERRLOG_SEVERE".
           05  MN-ERR-ERROR            PIC X(20) VALUE
               "ERRLOG_ERROR".
           05  MN-ERR-WARNING          PIC X(20) VALUE
               "ERRLOG_WARNING".
           05  MN-ALERT-SEVERE         PIC X(20) VALUE
               "ALERT_SEVERE".
           05  MN-ALERT-ERROR          PIC X(20) VALUE
               "ALERT_ERROR".
           05  MN-ALERT-WARNING        PIC X(20) VALUE
               "ALERT_WARNING".
           05  MN-ALERT-SUPPRESSED     PIC X(20) VALUE
               "ALERT_SUPPRESSED".

       01  WS-JOBLOG-IN-LINE.
           05  JLI-DATE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  JLI-TIME                PIC X(08).
           05  FILLER                  PIC X(01).
           05  JLI-PROGRAM-NAME        PIC X(20).
           05  FILLER                  PIC X(01).
           05  JLI-EVENT               PIC X(05).
           05  FILLER                  PIC X(01).
           05  JLI-RETURN-CODE         PIC X(03).

      *> One entry per step seen today in JOBLOG, ELAPHIST, or SLAHIST;
      *> a second START for the same step starts its pairing over, so
      *> a rerun's figures replace the failed attempt's.
       01  WS-STEP-COUNT               PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-STEP-INDEX               PIC 9(02) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(02) COMP-5.
       01  WS-LOOKUP-STEP              PIC X(20).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STEP-NAME        PIC X(20).
               10  WS-STEP-START-TIME  PIC X(08).
               10  WS-STEP-END-TIME    PIC X(08).
               10  WS-STEP-RC          PIC X(03).
               10  WS-STEP-ENDED-SWITCH PIC X(01).
                   88  WS-STEP-ENDED           VALUE "Y".
               10  WS-STEP-ELAPSED     PIC 9(06) COMP-5.
               10  WS-STEP-ELAPHIST-SWITCH PIC X(01).
                   88  WS-STEP-HAS-ELAPHIST    VALUE "Y".
               10  WS-STEP-SLA-FLAG    PIC X(06).

       01  WS-TIME-FIELD               PIC X(08).
       01  WS-TIME-PARTS REDEFINES WS-TIME-FIELD.
           05  WS-TIME-HH              PIC 9(02).
           05  WS-TIME-MM              PIC 9(02).
           05  WS-TIME-SS              PIC 9(02).
           05  FILLER                  PIC X(02).
       01  WS-SECONDS-OUT              PIC S9(08) COMP-5.
       01  WS-START-SECONDS            PIC S9(08) COMP-5.
       01  WS-END-SECONDS              PIC S9(08) COMP-5.

       01  WS-JOBLOG-SEEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-JOBLOG-SEEN                  VALUE "Y".
       01  WS-SLA-SEEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-SLA-SEEN                     VALUE "Y".
       01  WS-SLA-LATE-COUNT           PIC 9(04) COMP-5 VALUE ZERO.

       01  WS-DAYHIST-SEEN-SWITCH      PIC X(01) VALUE "N".
           88  WS-DAYHIST-SEEN                 VALUE "Y".
       01  WS-DAY-VERDICT              PIC X(05).
       01  WS-ADD-TX-COUNT             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-ADD-SUSP-COUNT           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-ADD-CONTROL-TOTAL        PIC X(15) VALUE SPACES.

       01  WS-FIB-END-DATE             PIC X(08) VALUE SPACES.
       01  WS-FIB-REQUESTS             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-FIB-CACHE-HITS           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-FIB-COMPUTED             PIC 9(06) COMP-5 VALUE ZERO.

       01  WS-ERRLOG-IN-LINE.
           05  ELI-DATE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  ELI-TIME                PIC X(08).
           05  FILLER                  PIC X(01).
           05  ELI-PROGRAM             PIC X(20).
           05  FILLER                  PIC X(01).
           05  ELI-SEVERITY            PIC X(07).
       01  WS-ERR-SEVERE-COUNT         PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-ERR-ERROR-COUNT          PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-ERR-WARNING-COUNT        PIC 9(06) COMP-5 VALUE ZERO.

       01  WS-ALERTS-SEEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-ALERTS-SEEN                  VALUE "Y".
       01  WS-ALERT-SEVERE-COUNT       PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-ALERT-ERROR-COUNT        PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-ALERT-WARNING-COUNT      PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-ALERT-SUPP-COUNT         PIC 9(04) COMP-5 VALUE ZERO.

      *> one detail row is staged here and written by 7100
       01  WS-OUT-METRIC               PIC X(20).
       01  WS-OUT-QUALIFIER            PIC X(20).
       01  WS-OUT-VALUE                PIC X(20).
       01  WS-OUT-STATUS               PIC X(02).
       01  WS-OUT-NUMBER               PIC Z(09)9.
       01  WS-OUT-LEADING              PIC 9(02) COMP-5.
       01  WS-NUMBER-IN                PIC 9(10) COMP-5.
       01  WS-DETAIL-COUNT             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-DETAIL-COUNT-OUT         PIC 9(06).
       01  WS-THIN-FEED-SWITCH         PIC X(01) VALUE "N".
           88  WS-THIN-FEED                    VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           ACCEPT WS-CREATED-TIME FROM TIME

           PERFORM 0100-READ-RUN-ID
           PERFORM 1000-SCAN-JOBLOG THRU 1000-DONE
           PERFORM 1500-SCAN-ELAPHIST THRU 1500-DONE
           PERFORM 2000-SCAN-SLAHIST THRU 2000-DONE
           PERFORM 3000-SCAN-DAYHIST THRU 3000-DONE
           PERFORM 4000-SCAN-FIBSTATS THRU 4000-DONE
           PERFORM 5000-SCAN-ERRLOG THRU 5000-DONE
           PERFORM 6000-SCAN-ALERTS THRU 6000-DONE
           PERFORM 7000-WRITE-FEED

           IF NOT WS-JOBLOG-SEEN
               OR NOT WS-DAYHIST-SEEN
               OR WS-FIB-END-DATE NOT = WS-TODAY-DATE
               OR NOT WS-ALERTS-SEEN
               SET WS-THIN-FEED TO TRUE
           END-IF
           IF WS-THIN-FEED
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       0100-READ-RUN-ID.
           OPEN INPUT RUN-ID-IN
           IF WS-RUNID-FOUND
               READ RUN-ID-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-ID-IN-RECORD TO WS-RUN-ID
               END-READ
               CLOSE RUN-ID-IN
           END-IF
           .

      *> ------------------------------------------------------------
      *> Today's JOBLOG START/END entries give each step its return
      *> code and, failing an ELAPHIST figure, its elapsed time.
      *> ------------------------------------------------------------
       1000-SCAN-JOBLOG.
           OPEN INPUT JOB-LOG-IN
           IF NOT WS-JOBLOG-FOUND
               GO TO 1000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1100-READ-JOBLOG
           PERFORM 1200-KEEP-ONE-EVENT THRU 1200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE JOB-LOG-IN
           .
       1000-DONE.
           EXIT
           .

       1100-READ-JOBLOG.
           READ JOB-LOG-IN
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-KEEP-ONE-EVENT.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           MOVE JOB-LOG-IN-RECORD TO WS-JOBLOG-IN-LINE
           IF JLI-DATE NOT = WS-TODAY-DATE
               GO TO 1200-NEXT
           END-IF
           MOVE JLI-PROGRAM-NAME TO WS-LOOKUP-STEP
           PERFORM 1900-FIND-STEP
           IF WS-MATCH-INDEX = ZERO
               GO TO 1200-NEXT
           END-IF
           SET WS-JOBLOG-SEEN TO TRUE
           EVALUATE JLI-EVENT
           WHEN "START"
               MOVE JLI-TIME TO WS-STEP-START-TIME (WS-MATCH-INDEX)
               MOVE SPACES   TO WS-STEP-END-TIME (WS-MATCH-INDEX)
               MOVE SPACES   TO WS-STEP-RC (WS-MATCH-INDEX)
               MOVE "N"      TO WS-STEP-ENDED-SWITCH (WS-MATCH-INDEX)
           WHEN "END"
               MOVE JLI-TIME TO WS-STEP-END-TIME (WS-MATCH-INDEX)
               MOVE JLI-RETURN-CODE TO WS-STEP-RC (WS-MATCH-INDEX)
               SET WS-STEP-ENDED (WS-MATCH-INDEX) TO TRUE
           END-EVALUATE
           .
       1200-NEXT.
           PERFORM 1100-READ-JOBLOG
           .
       1200-EXIT.
           EXIT
           .

      *> ELAPHIST holds JOBTIMES' elapsed figure per closed pairing;
      *> today's last one for a step wins.
       1500-SCAN-ELAPHIST.
           OPEN INPUT ELAPSED-HISTORY
           IF NOT WS-ELAPHIST-FOUND
               GO TO 1500-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1600-READ-ELAPHIST
           PERFORM 1700-KEEP-ONE-ELAPSED THRU 1700-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE ELAPSED-HISTORY
           .
       1500-DONE.
           EXIT
           .

       1600-READ-ELAPHIST.
           READ ELAPSED-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1700-KEEP-ONE-ELAPSED.
           IF WS-END-OF-FILE
               GO TO 1700-EXIT
           END-IF
           IF EH-DATE NOT = WS-TODAY-DATE
               OR EH-SECONDS NOT NUMERIC
               GO TO 1700-NEXT
           END-IF
           MOVE EH-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 1900-FIND-STEP
           IF WS-MATCH-INDEX NOT = ZERO
               MOVE EH-SECONDS TO WS-STEP-ELAPSED (WS-MATCH-INDEX)
               SET WS-STEP-HAS-ELAPHIST (WS-MATCH-INDEX) TO TRUE
           END-IF
           .
       1700-NEXT.
           PERFORM 1600-READ-ELAPHIST
           .
       1700-EXIT.
           EXIT
           .

      *> Finds WS-LOOKUP-STEP in the step table, adding it when it is
      *> new; WS-MATCH-INDEX comes back zero only when the table is
      *> full.
       1900-FIND-STEP.
           MOVE ZERO TO WS-MATCH-INDEX
           PERFORM 1910-MATCH-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               OR WS-MATCH-INDEX NOT = ZERO
           IF WS-MATCH-INDEX = ZERO
               AND WS-STEP-COUNT < 50
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-MATCH-INDEX
               MOVE WS-LOOKUP-STEP TO WS-STEP-NAME (WS-MATCH-INDEX)
               MOVE SPACES TO WS-STEP-START-TIME (WS-MATCH-INDEX)
               MOVE SPACES TO WS-STEP-END-TIME (WS-MATCH-INDEX)
               MOVE SPACES TO WS-STEP-RC (WS-MATCH-INDEX)
               MOVE "N"    TO WS-STEP-ENDED-SWITCH (WS-MATCH-INDEX)
               MOVE ZERO   TO WS-STEP-ELAPSED (WS-MATCH-INDEX)
               MOVE "N"    TO WS-STEP-ELAPHIST-SWITCH (WS-MATCH-INDEX)
               MOVE SPACES TO WS-STEP-SLA-FLAG (WS-MATCH-INDEX)
           END-IF
           .

       1910-MATCH-ONE-STEP.
           IF WS-STEP-NAME (WS-STEP-INDEX) = WS-LOOKUP-STEP
               MOVE WS-STEP-INDEX TO WS-MATCH-INDEX
           END-IF
           .

      *> SLAHIST carries SLAPROJ's ONTIME/LATE judgment per finished
      *> step; anything other than ONTIME counts as late.
       2000-SCAN-SLAHIST.
           OPEN INPUT SLA-HISTORY
           IF NOT WS-SLAHIST-FOUND
               GO TO 2000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-SLAHIST
           PERFORM 2200-KEEP-ONE-SLA THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE SLA-HISTORY
           PERFORM 2300-COUNT-ONE-LATE
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
           .
       2000-DONE.
           EXIT
           .

       2100-READ-SLAHIST.
           READ SLA-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-KEEP-ONE-SLA.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           IF SH-DATE NOT = WS-TODAY-DATE
               OR SH-FLAG = SPACES
               GO TO 2200-NEXT
           END-IF
           MOVE SH-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 1900-FIND-STEP
           IF WS-MATCH-INDEX NOT = ZERO
               SET WS-SLA-SEEN TO TRUE
               MOVE SH-FLAG TO WS-STEP-SLA-FLAG (WS-MATCH-INDEX)
           END-IF
           .
       2200-NEXT.
           PERFORM 2100-READ-SLAHIST
           .
       2200-EXIT.
           EXIT
           .

       2300-COUNT-ONE-LATE.
           IF WS-STEP-SLA-FLAG (WS-STEP-INDEX) NOT = SPACES
               AND WS-STEP-SLA-FLAG (WS-STEP-INDEX) NOT = "ONTIME"
               ADD 1 TO WS-SLA-LATE-COUNT
           END-IF
           .

      *> DAYEND appends one DAYHIST record per night; tonight's last
      *> one carries the verdict and ADDRPT's control figures (a blank
      *> control total means DAYEND found no ADDRPT figures).
       3000-SCAN-DAYHIST.
           OPEN INPUT VERDICT-HISTORY
           IF NOT WS-DAYHIST-FOUND
               GO TO 3000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-READ-DAYHIST
           PERFORM 3200-KEEP-ONE-VERDICT THRU 3200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE VERDICT-HISTORY
           .
       3000-DONE.
           EXIT
           .

       3100-READ-DAYHIST.
           READ VERDICT-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3200-KEEP-ONE-VERDICT.
           IF WS-END-OF-FILE
               GO TO 3200-EXIT
           END-IF
           IF DH-DATE = WS-TODAY-DATE
               SET WS-DAYHIST-SEEN TO TRUE
               MOVE DH-VERDICT       TO WS-DAY-VERDICT
               MOVE DH-CONTROL-TOTAL TO WS-ADD-CONTROL-TOTAL
               MOVE ZERO TO WS-ADD-TX-COUNT
               MOVE ZERO TO WS-ADD-SUSP-COUNT
               IF DH-TX-COUNT NUMERIC
                   MOVE DH-TX-COUNT TO WS-ADD-TX-COUNT
               END-IF
               IF DH-SUSP-COUNT NUMERIC
                   MOVE DH-SUSP-COUNT TO WS-ADD-SUSP-COUNT
               END-IF
           END-IF
           PERFORM 3100-READ-DAYHIST
           .
       3200-EXIT.
           EXIT
           .

      *> FIBSTATS is the last FIBONACCI-MAIN batch run's summary; its
      *> counts count only when the RUN END stamp is today.
       4000-SCAN-FIBSTATS.
           OPEN INPUT FIB-STATISTICS
           IF NOT WS-FIBSTATS-FOUND
               GO TO 4000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-READ-FIBSTATS
           PERFORM 4200-KEEP-ONE-STATISTIC THRU 4200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE FIB-STATISTICS
           .
       4000-DONE.
           EXIT
           .

       4100-READ-FIBSTATS.
           READ FIB-STATISTICS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       4200-KEEP-ONE-STATISTIC.
           IF WS-END-OF-FILE
               GO TO 4200-EXIT
           END-IF
           EVALUATE TRUE
           WHEN FIB-STATISTICS-RECORD (1:9) = "RUN END: "
               MOVE FIB-STATISTICS-RECORD (17:8) TO WS-FIB-END-DATE
           WHEN FIB-STATISTICS-RECORD (1:13) = "RECORDS READ:"
               COMPUTE WS-FIB-REQUESTS =
                   FUNCTION NUMVAL(FIB-STATISTICS-RECORD (23:6))
           WHEN FIB-STATISTICS-RECORD (1:11) = "CACHE HITS:"
               COMPUTE WS-FIB-CACHE-HITS =
                   FUNCTION NUMVAL(FIB-STATISTICS-RECORD (23:6))
           WHEN FIB-STATISTICS-RECORD (1:15) = "TERMS COMPUTED:"
               COMPUTE WS-FIB-COMPUTED =
                   FUNCTION NUMVAL(FIB-STATISTICS-RECORD (23:6))
           END-EVALUATE
           PERFORM 4100-READ-FIBSTATS
           .
       4200-EXIT.
           EXIT
           .

       5000-SCAN-ERRLOG.
           OPEN INPUT ERROR-LOG-IN
           IF NOT WS-ERRLOG-FOUND
               GO TO 5000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 5100-READ-ERRLOG
           PERFORM 5200-TALLY-ONE-ENTRY THRU 5200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE ERROR-LOG-IN
           .
       5000-DONE.
           EXIT
           .

       5100-READ-ERRLOG.
           READ ERROR-LOG-IN
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       5200-TALLY-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 5200-EXIT
           END-IF
           MOVE ERROR-LOG-IN-RECORD TO WS-ERRLOG-IN-LINE
           IF ELI-DATE = WS-TODAY-DATE
               EVALUATE ELI-SEVERITY
               WHEN "SEVERE"
                   ADD 1 TO WS-ERR-SEVERE-COUNT
               WHEN "ERROR"
                   ADD 1 TO WS-ERR-ERROR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERR-WARNING-COUNT
               END-EVALUATE
           END-IF
           PERFORM 5100-READ-ERRLOG
           .
       5200-EXIT.
           EXIT
           .

      *> ALERTS is tonight's OPALERT output; each heading line starts
      *> the counts over, so only the last block is reported.
       6000-SCAN-ALERTS.
           OPEN INPUT ALERT-FILE
           IF NOT WS-ALERTS-FOUND
               GO TO 6000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 6100-READ-ALERTS
           PERFORM 6200-TALLY-ONE-ALERT THRU 6200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE ALERT-FILE
           .
       6000-DONE.
           EXIT
           .

       6100-READ-ALERTS.
           READ ALERT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       6200-TALLY-ONE-ALERT.
           IF WS-END-OF-FILE
               GO TO 6200-EXIT
           END-IF
           EVALUATE TRUE
           WHEN ALERT-FILE-RECORD (1:15) = "OPERATOR ALERTS"
               SET WS-ALERTS-SEEN TO TRUE
               MOVE ZERO TO WS-ALERT-SEVERE-COUNT
               MOVE ZERO TO WS-ALERT-ERROR-COUNT
               MOVE ZERO TO WS-ALERT-WARNING-COUNT
               MOVE ZERO TO WS-ALERT-SUPP-COUNT
           WHEN ALERT-FILE-RECORD (1:9) = "SEVERE   "
               ADD 1 TO WS-ALERT-SEVERE-COUNT
           WHEN ALERT-FILE-RECORD (1:9) = "ERROR    "
               ADD 1 TO WS-ALERT-ERROR-COUNT
           WHEN ALERT-FILE-RECORD (1:9) = "WARNING  "
               ADD 1 TO WS-ALERT-WARNING-COUNT
           WHEN ALERT-FILE-RECORD (1:31)
                   = "ACKNOWLEDGED ALERTS SUPPRESSED:"
               COMPUTE WS-ALERT-SUPP-COUNT =
                   FUNCTION NUMVAL(ALERT-FILE-RECORD (35:4))
           END-EVALUATE
           PERFORM 6100-READ-ALERTS
           .
       6200-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> Header, the detail rows in a fixed order, and a trailer
      *> carrying the detail-row count the loader reconciles against.
      *> ------------------------------------------------------------
       7000-WRITE-FEED.
           OPEN OUTPUT METRICS-FEED
           MOVE SPACES TO METRICS-FEED-RECORD
           STRING "H|BATCHMETRICS|01|" DELIMITED BY SIZE
                  WS-RUN-ID            DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  WS-TODAY-DATE        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-CREATED-TIME (1:6) DELIMITED BY SIZE
                  INTO METRICS-FEED-RECORD
           WRITE METRICS-FEED-RECORD

           PERFORM 7200-WRITE-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT

           MOVE MN-SLA-LATE TO WS-OUT-METRIC
           MOVE SPACES TO WS-OUT-QUALIFIER
           IF WS-SLA-SEEN
               MOVE WS-SLA-LATE-COUNT TO WS-NUMBER-IN
               PERFORM 7300-WRITE-NUMBER
           ELSE
               PERFORM 7400-WRITE-NOT-AVAILABLE
           END-IF

           PERFORM 7500-WRITE-DAYEND-FIGURES
           PERFORM 7600-WRITE-FIB-FIGURES

           MOVE SPACES TO WS-OUT-QUALIFIER
           MOVE MN-ERR-SEVERE TO WS-OUT-METRIC
           MOVE WS-ERR-SEVERE-COUNT TO WS-NUMBER-IN
           PERFORM 7700-WRITE-ERRLOG-COUNT
           MOVE MN-ERR-ERROR TO WS-OUT-METRIC
           MOVE WS-ERR-ERROR-COUNT TO WS-NUMBER-IN
           PERFORM 7700-WRITE-ERRLOG-COUNT
           MOVE MN-ERR-WARNING TO WS-OUT-METRIC
           MOVE WS-ERR-WARNING-COUNT TO WS-NUMBER-IN
           PERFORM 7700-WRITE-ERRLOG-COUNT

           MOVE MN-ALERT-SEVERE TO WS-OUT-METRIC
           MOVE WS-ALERT-SEVERE-COUNT TO WS-NUMBER-IN
           PERFORM 7800-WRITE-ALERT-COUNT
           MOVE MN-ALERT-ERROR TO WS-OUT-METRIC
           MOVE WS-ALERT-ERROR-COUNT TO WS-NUMBER-IN
           PERFORM 7800-WRITE-ALERT-COUNT
           MOVE MN-ALERT-WARNING TO WS-OUT-METRIC
           MOVE WS-ALERT-WARNING-COUNT TO WS-NUMBER-IN
           PERFORM 7800-WRITE-ALERT-COUNT
           MOVE MN-ALERT-SUPPRESSED TO WS-OUT-METRIC
           MOVE WS-ALERT-SUPP-COUNT TO WS-NUMBER-IN
           PERFORM 7800-WRITE-ALERT-COUNT

           MOVE WS-DETAIL-COUNT TO WS-DETAIL-COUNT-OUT
           MOVE SPACES TO METRICS-FEED-RECORD
           STRING "T|"                 DELIMITED BY SIZE
                  WS-RUN-ID            DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  WS-TODAY-DATE        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-DETAIL-COUNT-OUT  DELIMITED BY SIZE
                  INTO METRICS-FEED-RECORD
           WRITE METRICS-FEED-RECORD
           CLOSE METRICS-FEED
           .

      *> Writes the staged row; an NA row goes out with its value
      *> empty.
       7100-WRITE-DETAIL.
           MOVE SPACES TO METRICS-FEED-RECORD
           STRING "D|"                 DELIMITED BY SIZE
                  WS-RUN-ID            DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  WS-TODAY-DATE        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-OUT-METRIC        DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  WS-OUT-QUALIFIER     DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  WS-OUT-VALUE         DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  WS-OUT-STATUS        DELIMITED BY SIZE
                  INTO METRICS-FEED-RECORD
           WRITE METRICS-FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           .

       7200-WRITE-ONE-STEP.
           MOVE WS-STEP-NAME (WS-STEP-INDEX) TO WS-OUT-QUALIFIER
           MOVE MN-STEP-RC TO WS-OUT-METRIC
           IF WS-STEP-ENDED (WS-STEP-INDEX)
               AND WS-STEP-RC (WS-STEP-INDEX) NUMERIC
               MOVE WS-STEP-RC (WS-STEP-INDEX) TO WS-NUMBER-IN
               PERFORM 7300-WRITE-NUMBER
           ELSE
               PERFORM 7400-WRITE-NOT-AVAILABLE
           END-IF

           MOVE MN-STEP-ELAPSED TO WS-OUT-METRIC
           EVALUATE TRUE
           WHEN WS-STEP-HAS-ELAPHIST (WS-STEP-INDEX)
               MOVE WS-STEP-ELAPSED (WS-STEP-INDEX) TO WS-NUMBER-IN
               PERFORM 7300-WRITE-NUMBER
           WHEN WS-STEP-ENDED (WS-STEP-INDEX)
               AND WS-STEP-START-TIME (WS-STEP-INDEX) (1:6) NUMERIC
               AND WS-STEP-END-TIME (WS-STEP-INDEX) (1:6) NUMERIC
               PERFORM 7250-PAIR-ELAPSED
               PERFORM 7300-WRITE-NUMBER
           WHEN OTHER
               PERFORM 7400-WRITE-NOT-AVAILABLE
           END-EVALUATE

           MOVE MN-STEP-SLA TO WS-OUT-METRIC
           IF WS-STEP-SLA-FLAG (WS-STEP-INDEX) = SPACES
               PERFORM 7400-WRITE-NOT-AVAILABLE
           ELSE
               MOVE WS-STEP-SLA-FLAG (WS-STEP-INDEX) TO WS-OUT-VALUE
               MOVE "OK" TO WS-OUT-STATUS
               PERFORM 7100-WRITE-DETAIL
           END-IF
           .

      *> An END clock time earlier than its START crossed midnight.
       7250-PAIR-ELAPSED.
           MOVE WS-STEP-START-TIME (WS-STEP-INDEX) TO WS-TIME-FIELD
           PERFORM 7260-TIME-TO-SECONDS
           MOVE WS-SECONDS-OUT TO WS-START-SECONDS
           MOVE WS-STEP-END-TIME (WS-STEP-INDEX) TO WS-TIME-FIELD
           PERFORM 7260-TIME-TO-SECONDS
           MOVE WS-SECONDS-OUT TO WS-END-SECONDS
           IF WS-END-SECONDS < WS-START-SECONDS
               ADD 86400 TO WS-END-SECONDS
           END-IF
           COMPUTE WS-NUMBER-IN = WS-END-SECONDS - WS-START-SECONDS
           .

       7260-TIME-TO-SECONDS.
           COMPUTE WS-SECONDS-OUT = WS-TIME-HH * 3600
                                  + WS-TIME-MM * 60
                                  + WS-TIME-SS
           .

      *> Left-justifies WS-NUMBER-IN into the value field.
       7300-WRITE-NUMBER.
           MOVE WS-NUMBER-IN TO WS-OUT-NUMBER
           MOVE ZERO TO WS-OUT-LEADING
           INSPECT WS-OUT-NUMBER
               TALLYING WS-OUT-LEADING FOR LEADING SPACES
           MOVE WS-OUT-NUMBER (WS-OUT-LEADING + 1:) TO WS-OUT-VALUE
           MOVE "OK" TO WS-OUT-STATUS
           PERFORM 7100-WRITE-DETAIL
           .

       7400-WRITE-NOT-AVAILABLE.
           MOVE SPACES TO WS-OUT-VALUE
           MOVE "NA" TO WS-OUT-STATUS
           PERFORM 7100-WRITE-DETAIL
           .

      *> The control total rides over as ADDRPT printed it, less its
      *> leading sign blank, so "-00000001234.56" or "00000001234.56".
       7500-WRITE-DAYEND-FIGURES.
           MOVE SPACES TO WS-OUT-QUALIFIER
           MOVE MN-DAYEND-VERDICT TO WS-OUT-METRIC
           IF WS-DAYHIST-SEEN
               MOVE WS-DAY-VERDICT TO WS-OUT-VALUE
               MOVE "OK" TO WS-OUT-STATUS
               PERFORM 7100-WRITE-DETAIL
           ELSE
               PERFORM 7400-WRITE-NOT-AVAILABLE
           END-IF

           MOVE MN-ADD-TX-COUNT TO WS-OUT-METRIC
           IF WS-ADD-CONTROL-TOTAL = SPACES
               PERFORM 7400-WRITE-NOT-AVAILABLE
           ELSE
               MOVE WS-ADD-TX-COUNT TO WS-NUMBER-IN
               PERFORM 7300-WRITE-NUMBER
           END-IF

           MOVE MN-ADD-CONTROL-TOTAL TO WS-OUT-METRIC
           IF WS-ADD-CONTROL-TOTAL = SPACES
               PERFORM 7400-WRITE-NOT-AVAILABLE
           ELSE
               IF WS-ADD-CONTROL-TOTAL (1:1) = SPACE
                   MOVE WS-ADD-CONTROL-TOTAL (2:) TO WS-OUT-VALUE
               ELSE
                   MOVE WS-ADD-CONTROL-TOTAL TO WS-OUT-VALUE
               END-IF
               MOVE "OK" TO WS-OUT-STATUS
               PERFORM 7100-WRITE-DETAIL
           END-IF

           MOVE MN-ADD-SUSP-COUNT TO WS-OUT-METRIC
           IF WS-ADD-CONTROL-TOTAL = SPACES
               PERFORM 7400-WRITE-NOT-AVAILABLE
           ELSE
               MOVE WS-ADD-SUSP-COUNT TO WS-NUMBER-IN
               PERFORM 7300-WRITE-NUMBER
           END-IF
           .

       7600-WRITE-FIB-FIGURES.
           MOVE SPACES TO WS-OUT-QUALIFIER
           MOVE MN-FIB-REQUESTS TO WS-OUT-METRIC
           MOVE WS-FIB-REQUESTS TO WS-NUMBER-IN
           PERFORM 7650-WRITE-FIB-COUNT
           MOVE MN-FIB-CACHE-HITS TO WS-OUT-METRIC
           MOVE WS-FIB-CACHE-HITS TO WS-NUMBER-IN
           PERFORM 7650-WRITE-FIB-COUNT
           MOVE MN-FIB-COMPUTED TO WS-OUT-METRIC
           MOVE WS-FIB-COMPUTED TO WS-NUMBER-IN
           PERFORM 7650-WRITE-FIB-COUNT
           .

       7650-WRITE-FIB-COUNT.
           IF WS-FIB-END-DATE = WS-TODAY-DATE
               PERFORM 7300-WRITE-NUMBER
           ELSE
               PERFORM 7400-WRITE-NOT-AVAILABLE
           END-IF
           .

      *> A present ERRLOG with no entries today is a clean zero, not
      *> a missing source.
       7700-WRITE-ERRLOG-COUNT.
           IF WS-ERRLOG-FOUND
               PERFORM 7300-WRITE-NUMBER
           ELSE
               PERFORM 7400-WRITE-NOT-AVAILABLE
           END-IF
           .

       7800-WRITE-ALERT-COUNT.
           IF WS-ALERTS-SEEN
               PERFORM 7300-WRITE-NUMBER
           ELSE
               PERFORM 7400-WRITE-NOT-AVAILABLE
           END-IF
           .
       END PROGRAM METRFEED.
