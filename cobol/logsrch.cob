       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGSRCH.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-30
      *> Purpose:       Carded search and extract across the archived
      *>                and live operational logs. Once LOGARCH moves an
      *>                entry to JOBLOGAR, ERRLOGAR, CALCLGAR, or
      *>                DUMPOTAR, RUNTRACE, OPSMENU, and ERRRPT never
      *>                see it again, and an auditor's question about a
      *>                two-month-old calculation meant a hand browse
      *>                of an ever-growing archive. The LOGSPARM card
      *>                carries a date range and any of run ID,
      *>                program, error code, severity, and CALCLOG
      *>                account:
      *>                  cols  1-8   from date (required)
      *>                  cols 10-17  to date (blank = from date)
      *>                  cols 19-30  run ID
      *>                  cols 32-51  program
      *>                  cols 53-58  ERRLOG error code
      *>                  cols 60-66  ERRLOG severity (SEVERE, ERROR,
      *>                              WARNING)
      *>                  cols 68-75  CALCLOG account
      *>                  col  77     Y = restore the run ID's trace
      *>                Every carded criterion must hold, so a
      *>                criterion a log does not carry (an error code
      *>                against CALCLOG, an account against JOBLOG)
      *>                takes that log out of the search. Each log is
      *>                read archive first, then live -- the order
      *>                LOGARCH leaves them in -- and the four logs are
      *>                merged on entry date and time into LOGXTRCT,
      *>                one record per hit prefixed with its log name.
      *>                A DUMPOUT "DATA=" payload line travels with the
      *>                header above it, the LOGARCH convention, so a
      *>                dump block is never split. LOGSRPT reports the
      *>                records read and the hits per log, archive and
      *>                live apart.
      *>                With the restore flag set, every entry carrying
      *>                the carded run ID -- whatever the other
      *>                criteria -- is also copied in its original
      *>                layout to the JOBLOGRS, ERRLOGRS, CALCLGRS, and
      *>                DUMPOTRS work datasets, which RUNTRACE reads in
      *>                place of the live logs when run with
      *>                LOGS=BATCH.LOGREST. Read-only against every log.
      *>                RETURN-CODE: 4 when nothing matched (or nothing
      *>                was restored), 12 when LOGSPARM is missing or
      *>                will not validate.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-30  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-IN ASSIGN USING WS-JOB-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-IN-STATUS.

           SELECT ERROR-LOG-IN ASSIGN USING WS-ERR-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-IN-STATUS.

           SELECT CALC-LOG-IN ASSIGN USING WS-CALC-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALC-IN-STATUS.

           SELECT DUMP-LOG-IN ASSIGN USING WS-DUMP-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUMP-IN-STATUS.

           SELECT JOB-LOG-RESTORE ASSIGN TO "JOBLOGRS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-LOG-RESTORE ASSIGN TO "ERRLOGRS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-LOG-RESTORE ASSIGN TO "CALCLGRS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUMP-LOG-RESTORE ASSIGN TO "DUMPOTRS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEARCH-PARM ASSIGN TO "LOGSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGSPARM-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "LOGXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEARCH-REPORT ASSIGN TO "LOGSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-IN.
       01  JOB-LOG-IN-RECORD           PIC X(160).

       FD  ERROR-LOG-IN.
       01  ERROR-LOG-IN-RECORD         PIC X(160).

       FD  CALC-LOG-IN.
       01  CALC-LOG-IN-RECORD          PIC X(160).

       FD  DUMP-LOG-IN.
       01  DUMP-LOG-IN-RECORD          PIC X(160).

       FD  JOB-LOG-RESTORE.
       01  JOB-LOG-RESTORE-RECORD      PIC X(160).

       FD  ERROR-LOG-RESTORE.
       01  ERROR-LOG-RESTORE-RECORD    PIC X(160).

       FD  CALC-LOG-RESTORE.
       01  CALC-LOG-RESTORE-RECORD     PIC X(160).

       FD  DUMP-LOG-RESTORE.
       01  DUMP-LOG-RESTORE-RECORD     PIC X(160).

       FD  SEARCH-PARM.
       01  SEARCH-PARM-RECORD.
           05  SP-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SP-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  SP-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01).
           05  SP-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01).
           05  SP-ERROR-CODE           PIC X(06).
           05  FILLER                  PIC X(01).
           05  SP-SEVERITY             PIC X(07).
           05  FILLER                  PIC X(01).
           05  SP-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  SP-RESTORE              PIC X(01).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  XR-LOG-NAME             PIC X(08).
           05  FILLER                  PIC X(01).
           05  XR-TEXT                 PIC X(160).

       FD  SEARCH-REPORT.
       01  SEARCH-REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-JOB-IN-NAME              PIC X(08).
       01  WS-ERR-IN-NAME              PIC X(08).
       01  WS-CALC-IN-NAME             PIC X(08).
       01  WS-DUMP-IN-NAME             PIC X(08).
       01  WS-JOB-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ERR-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CALC-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DUMP-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-OPEN-STATUS              PIC X(02).
           88  WS-OPEN-OK                      VALUE "00".
       01  WS-LOGSPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LOGSPARM-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).

      *> the carded criteria, validated
       01  WS-CARD-SWITCH              PIC X(01) VALUE "N".
           88  WS-CARD-READ                    VALUE "Y".
       01  WS-CARD-ERROR               PIC X(40) VALUE SPACES.
       01  WS-FROM-DATE                PIC X(08).
       01  WS-TO-DATE                  PIC X(08).
       01  WS-SEL-RUN-ID               PIC X(12).
       01  WS-SEL-PROGRAM              PIC X(20).
       01  WS-SEL-ERROR-CODE           PIC X(06).
       01  WS-SEL-SEVERITY             PIC X(07).
           88  WS-SEL-SEVERITY-VALID           VALUE "SEVERE"
                                                     "ERROR"
                                                     "WARNING"
                                                     SPACES.
       01  WS-SEL-ACCOUNT              PIC X(08).
       01  WS-RESTORE-SWITCH           PIC X(01) VALUE "N".
           88  WS-RESTORE-WANTED               VALUE "Y".

      *> One stream per log: its archive is read to the end, then its
      *> live log, and the next unit that meets the criteria waits
      *> here until the merge takes it.
       01  WS-LOG-NAME-TABLE.
           05  FILLER                  PIC X(16) VALUE
               "JOBLOG  JOBLOGAR".
           05  FILLER                  PIC X(16) VALUE
               "ERRLOG  ERRLOGAR".
           05  FILLER                  PIC X(16) VALUE
               "CALCLOG CALCLGAR".
           05  FILLER                  PIC X(16) VALUE
               "DUMPOUT DUMPOTAR".
       01  FILLER REDEFINES WS-LOG-NAME-TABLE.
           05  WS-LOG-SET OCCURS 4 TIMES.
               10  WS-LOG-LIVE-NAME    PIC X(08).
               10  WS-LOG-ARCH-NAME    PIC X(08).

       01  WS-STREAM                   PIC 9(02) COMP-5.
       01  WS-PICK                     PIC 9(02) COMP-5.
       01  WS-STREAM-TABLE.
           05  WS-ST-ENTRY OCCURS 4 TIMES.
               10  WS-ST-PHASE         PIC X(01).
                   88  WS-ST-IN-ARCHIVE        VALUE "A".
                   88  WS-ST-IN-LIVE           VALUE "L".
                   88  WS-ST-ENDED             VALUE "E".
               10  WS-ST-ARCH-SEEN     PIC X(01).
               10  WS-ST-LIVE-SEEN     PIC X(01).
               10  WS-ST-LOOK-SWITCH   PIC X(01).
               10  WS-ST-LOOK-PHASE    PIC X(01).
               10  WS-ST-LOOK-RECORD   PIC X(160).
               10  WS-ST-LAST-KEY      PIC X(16).
               10  WS-ST-PEND-SWITCH   PIC X(01).
                   88  WS-ST-PENDING           VALUE "Y".
               10  WS-ST-PEND-PHASE    PIC X(01).
               10  WS-ST-PEND-KEY      PIC X(16).
               10  WS-ST-PEND-HEAD     PIC X(160).
               10  WS-ST-PEND-DATA-SW  PIC X(01).
               10  WS-ST-PEND-DATA     PIC X(160).
               10  WS-ST-ARCH-READ     PIC 9(08) COMP-5.
               10  WS-ST-LIVE-READ     PIC 9(08) COMP-5.
               10  WS-ST-ARCH-HITS     PIC 9(08) COMP-5.
               10  WS-ST-LIVE-HITS     PIC 9(08) COMP-5.
               10  WS-ST-RESTORED      PIC 9(08) COMP-5.

       01  WS-RAW-SWITCH               PIC X(01).
           88  WS-RAW-FOUND                    VALUE "Y".
       01  WS-RAW-PHASE                PIC X(01).
       01  WS-RAW-RECORD               PIC X(160).

      *> the unit under judgment: one log entry, plus its DATA= line
      *> when it is a DUMPOUT header
       01  WS-UNIT-SWITCH              PIC X(01).
           88  WS-UNIT-FOUND                   VALUE "Y".
       01  WS-UNIT-PHASE               PIC X(01).
       01  WS-UNIT-HEAD                PIC X(160).
       01  WS-UNIT-DATA-SW             PIC X(01).
           88  WS-UNIT-HAS-DATA                VALUE "Y".
       01  WS-UNIT-DATA                PIC X(160).
       01  WS-UNIT-KEY                 PIC X(16).
       01  WS-UNIT-RUN-ID              PIC X(12).
       01  WS-UNIT-PROGRAM             PIC X(20).
       01  WS-UNIT-ERROR-CODE          PIC X(06).
       01  WS-UNIT-SEVERITY            PIC X(07).
       01  WS-UNIT-ACCOUNT             PIC X(08).
       01  WS-MATCH-SWITCH             PIC X(01).
           88  WS-UNIT-MATCHES                 VALUE "Y".

       01  WS-MERGE-SWITCH             PIC X(01) VALUE "N".
           88  WS-MERGE-DONE                   VALUE "Y".
       01  WS-TOTAL-HITS               PIC 9(08) COMP-5 VALUE ZERO.
       01  WS-TOTAL-RESTORED           PIC 9(08) COMP-5 VALUE ZERO.
       01  WS-EXTRACT-COUNT            PIC 9(08) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(26) VALUE
               "ARCHIVED LOG SEARCH -- RUN".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RH-TODAY-DATE           PIC X(08).

       01  WS-CRITERIA-LINE-1.
           05  FILLER                  PIC X(06) VALUE "FROM: ".
           05  CL1-FROM                PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  TO: ".
           05  CL1-TO                  PIC X(08).
           05  FILLER                  PIC X(10) VALUE "  RUN ID: ".
           05  CL1-RUN-ID              PIC X(12).
           05  FILLER                  PIC X(11) VALUE "  PROGRAM: ".
           05  CL1-PROGRAM             PIC X(20).

       01  WS-CRITERIA-LINE-2.
           05  FILLER                  PIC X(12) VALUE "ERROR CODE: ".
           05  CL2-ERROR-CODE          PIC X(06).
           05  FILLER                  PIC X(12) VALUE "  SEVERITY: ".
           05  CL2-SEVERITY            PIC X(07).
           05  FILLER                  PIC X(11) VALUE "  ACCOUNT: ".
           05  CL2-ACCOUNT             PIC X(08).
           05  FILLER                  PIC X(11) VALUE "  RESTORE: ".
           05  CL2-RESTORE             PIC X(01).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(41) VALUE
               "LOG       ARCH READ  LIVE READ  ARCH HITS".
           05  FILLER                  PIC X(33) VALUE
               "  LIVE HITS TOTAL HITS   RESTORED".

       01  WS-LOG-LINE.
           05  LL-LOG-NAME             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-ARCH-READ            PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-LIVE-READ            PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-ARCH-HITS            PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-LIVE-HITS            PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-TOTAL-HITS           PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-RESTORED             PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-NOTE                 PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE "TOTAL HITS: ".
           05  TL-HITS                 PIC Z(07)9.
           05  FILLER                  PIC X(22) VALUE
               "   EXTRACT RECORDS: ".
           05  TL-EXTRACTED            PIC Z(07)9.

       01  WS-RESTORE-LINE.
           05  FILLER                  PIC X(07) VALUE "RUN ID ".
           05  RL-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-TEXT                 PIC X(60).

       01  WS-CARD-ERROR-LINE.
           05  FILLER                  PIC X(20) VALUE
               "LOGSPARM REJECTED - ".
           05  CE-TEXT                 PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT SEARCH-REPORT
           MOVE WS-TODAY-DATE TO RH-TODAY-DATE
           WRITE SEARCH-REPORT-RECORD FROM WS-REPORT-HEADING

           PERFORM 1000-READ-SEARCH-CARD THRU 1000-EXIT
           IF WS-CARD-ERROR NOT = SPACES
               MOVE WS-CARD-ERROR TO CE-TEXT
               WRITE SEARCH-REPORT-RECORD FROM WS-CARD-ERROR-LINE
               CLOSE SEARCH-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-PRINT-CRITERIA

           OPEN OUTPUT EXTRACT-FILE
           IF WS-RESTORE-WANTED
               OPEN OUTPUT JOB-LOG-RESTORE
               OPEN OUTPUT ERROR-LOG-RESTORE
               OPEN OUTPUT CALC-LOG-RESTORE
               OPEN OUTPUT DUMP-LOG-RESTORE
           END-IF

           PERFORM 2000-OPEN-ONE-STREAM
               VARYING WS-STREAM FROM 1 BY 1
               UNTIL WS-STREAM > 4
           PERFORM 5000-EMIT-NEXT-UNIT THRU 5000-EXIT
               UNTIL WS-MERGE-DONE

           CLOSE EXTRACT-FILE
           IF WS-RESTORE-WANTED
               CLOSE JOB-LOG-RESTORE
               CLOSE ERROR-LOG-RESTORE
               CLOSE CALC-LOG-RESTORE
               CLOSE DUMP-LOG-RESTORE
           END-IF

           PERFORM 7000-WRITE-SUMMARY
           CLOSE SEARCH-REPORT
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> ------------------------------------------------------------
      *> One LOGSPARM card. A missing card is an operator error: a
      *> search of every log for everything is not something to run
      *> by accident.
      *> ------------------------------------------------------------
       1000-READ-SEARCH-CARD.
           OPEN INPUT SEARCH-PARM
           IF NOT WS-LOGSPARM-FOUND
               MOVE "LOGSPARM NOT PRESENT" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           READ SEARCH-PARM
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-CARD-READ TO TRUE
           END-READ
           CLOSE SEARCH-PARM
           IF NOT WS-CARD-READ
               MOVE "LOGSPARM IS EMPTY" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF

           MOVE SP-FROM-DATE  TO WS-FROM-DATE
           MOVE SP-TO-DATE    TO WS-TO-DATE
           MOVE SP-RUN-ID     TO WS-SEL-RUN-ID
           MOVE SP-PROGRAM    TO WS-SEL-PROGRAM
           MOVE SP-ERROR-CODE TO WS-SEL-ERROR-CODE
           MOVE SP-SEVERITY   TO WS-SEL-SEVERITY
           MOVE SP-ACCOUNT    TO WS-SEL-ACCOUNT
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF

           IF WS-FROM-DATE NOT NUMERIC
               MOVE "BAD FROM DATE" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-FROM-DATE)) NOT = ZERO
               MOVE "BAD FROM DATE" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           IF WS-TO-DATE NOT NUMERIC
               MOVE "BAD TO DATE" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-TO-DATE)) NOT = ZERO
               MOVE "BAD TO DATE" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE "TO DATE BEFORE FROM DATE" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-SEL-SEVERITY-VALID
               MOVE "BAD SEVERITY" TO WS-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           EVALUATE SP-RESTORE
           WHEN "Y"
               IF WS-SEL-RUN-ID = SPACES
                   MOVE "RESTORE NEEDS A RUN ID" TO WS-CARD-ERROR
                   GO TO 1000-EXIT
               END-IF
               SET WS-RESTORE-WANTED TO TRUE
           WHEN "N"
           WHEN SPACE
               CONTINUE
           WHEN OTHER
               MOVE "BAD RESTORE FLAG" TO WS-CARD-ERROR
           END-EVALUATE
           .
       1000-EXIT.
           EXIT
           .

       1500-PRINT-CRITERIA.
           MOVE WS-FROM-DATE      TO CL1-FROM
           MOVE WS-TO-DATE        TO CL1-TO
           MOVE WS-SEL-RUN-ID     TO CL1-RUN-ID
           MOVE WS-SEL-PROGRAM    TO CL1-PROGRAM
           WRITE SEARCH-REPORT-RECORD FROM WS-CRITERIA-LINE-1
           MOVE WS-SEL-ERROR-CODE TO CL2-ERROR-CODE
           MOVE WS-SEL-SEVERITY   TO CL2-SEVERITY
           MOVE WS-SEL-ACCOUNT    TO CL2-ACCOUNT
           MOVE WS-RESTORE-SWITCH TO CL2-RESTORE
           WRITE SEARCH-REPORT-RECORD FROM WS-CRITERIA-LINE-2
           .

      *> ------------------------------------------------------------
      *> Open a stream at its archive (straight to the live log when
      *> there is no archive yet) and stage its first matching unit.
      *> ------------------------------------------------------------
       2000-OPEN-ONE-STREAM.
           MOVE "N" TO WS-ST-ARCH-SEEN (WS-STREAM)
           MOVE "N" TO WS-ST-LIVE-SEEN (WS-STREAM)
           MOVE "N" TO WS-ST-LOOK-SWITCH (WS-STREAM)
           MOVE "N" TO WS-ST-PEND-SWITCH (WS-STREAM)
           MOVE SPACES TO WS-ST-LAST-KEY (WS-STREAM)
           MOVE ZERO TO WS-ST-ARCH-READ (WS-STREAM)
           MOVE ZERO TO WS-ST-LIVE-READ (WS-STREAM)
           MOVE ZERO TO WS-ST-ARCH-HITS (WS-STREAM)
           MOVE ZERO TO WS-ST-LIVE-HITS (WS-STREAM)
           MOVE ZERO TO WS-ST-RESTORED (WS-STREAM)
           MOVE "A" TO WS-ST-PHASE (WS-STREAM)
           PERFORM 3600-OPEN-STREAM-FILE
           IF WS-OPEN-OK
               MOVE "Y" TO WS-ST-ARCH-SEEN (WS-STREAM)
           ELSE
               PERFORM 3450-OPEN-LIVE-PHASE
           END-IF
           PERFORM 3000-ADVANCE-STREAM
           .

      *> Stage the stream's next unit that meets the criteria; every
      *> unit passed over on the way still gets its restore check.
       3000-ADVANCE-STREAM.
           MOVE "N" TO WS-ST-PEND-SWITCH (WS-STREAM)
           PERFORM 3100-TAKE-ONE-UNIT THRU 3100-EXIT
               UNTIL WS-ST-PENDING (WS-STREAM)
               OR (WS-ST-ENDED (WS-STREAM)
                   AND WS-ST-LOOK-SWITCH (WS-STREAM) = "N")
           .

       3100-TAKE-ONE-UNIT.
           PERFORM 3200-READ-UNIT THRU 3200-EXIT
           IF NOT WS-UNIT-FOUND
               GO TO 3100-EXIT
           END-IF
           PERFORM 3700-EXTRACT-FIELDS
           IF WS-RESTORE-WANTED
               AND WS-UNIT-RUN-ID = WS-SEL-RUN-ID
               PERFORM 3800-RESTORE-UNIT
           END-IF
           PERFORM 3900-JUDGE-UNIT THRU 3900-EXIT
           IF WS-UNIT-MATCHES
               SET WS-ST-PENDING (WS-STREAM) TO TRUE
               MOVE WS-UNIT-PHASE TO WS-ST-PEND-PHASE (WS-STREAM)
               MOVE WS-UNIT-KEY   TO WS-ST-PEND-KEY (WS-STREAM)
               MOVE WS-UNIT-HEAD  TO WS-ST-PEND-HEAD (WS-STREAM)
               MOVE WS-UNIT-DATA-SW
                   TO WS-ST-PEND-DATA-SW (WS-STREAM)
               MOVE WS-UNIT-DATA  TO WS-ST-PEND-DATA (WS-STREAM)
           END-IF
           .
       3100-EXIT.
           EXIT
           .

      *> A unit is one record -- or a DUMPOUT header and the DATA=
      *> line behind it. The record after a header is read ahead and
      *> held for the next unit when it is not a DATA= line.
       3200-READ-UNIT.
           MOVE "N" TO WS-UNIT-SWITCH
           IF WS-ST-LOOK-SWITCH (WS-STREAM) = "Y"
               MOVE WS-ST-LOOK-RECORD (WS-STREAM) TO WS-UNIT-HEAD
               MOVE WS-ST-LOOK-PHASE (WS-STREAM)  TO WS-UNIT-PHASE
               MOVE "N" TO WS-ST-LOOK-SWITCH (WS-STREAM)
               SET WS-UNIT-FOUND TO TRUE
           ELSE
               PERFORM 3300-READ-RAW
               IF WS-RAW-FOUND
                   MOVE WS-RAW-RECORD TO WS-UNIT-HEAD
                   MOVE WS-RAW-PHASE  TO WS-UNIT-PHASE
                   SET WS-UNIT-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-UNIT-FOUND
               GO TO 3200-EXIT
           END-IF

           MOVE "N" TO WS-UNIT-DATA-SW
           MOVE SPACES TO WS-UNIT-DATA
           IF WS-UNIT-HEAD (1:5) = "DATA="
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-READ-RAW
           IF WS-RAW-FOUND
               IF WS-RAW-RECORD (1:5) = "DATA="
                   MOVE WS-RAW-RECORD TO WS-UNIT-DATA
                   SET WS-UNIT-HAS-DATA TO TRUE
               ELSE
                   MOVE WS-RAW-RECORD
                       TO WS-ST-LOOK-RECORD (WS-STREAM)
                   MOVE WS-RAW-PHASE
                       TO WS-ST-LOOK-PHASE (WS-STREAM)
                   MOVE "Y" TO WS-ST-LOOK-SWITCH (WS-STREAM)
               END-IF
           END-IF
           .
       3200-EXIT.
           EXIT
           .

       3300-READ-RAW.
           MOVE "N" TO WS-RAW-SWITCH
           PERFORM 3310-READ-ONE-RAW
               UNTIL WS-RAW-FOUND
               OR WS-ST-ENDED (WS-STREAM)
           .

       3310-READ-ONE-RAW.
           MOVE "N" TO WS-EOF-SWITCH
           EVALUATE WS-STREAM
           WHEN 1
               READ JOB-LOG-IN INTO WS-RAW-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           WHEN 2
               READ ERROR-LOG-IN INTO WS-RAW-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           WHEN 3
               READ CALC-LOG-IN INTO WS-RAW-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           WHEN OTHER
               READ DUMP-LOG-IN INTO WS-RAW-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           END-EVALUATE
           IF WS-END-OF-FILE
               PERFORM 3400-NEXT-PHASE
           ELSE
               SET WS-RAW-FOUND TO TRUE
               MOVE WS-ST-PHASE (WS-STREAM) TO WS-RAW-PHASE
               IF WS-ST-IN-ARCHIVE (WS-STREAM)
                   ADD 1 TO WS-ST-ARCH-READ (WS-STREAM)
               ELSE
                   ADD 1 TO WS-ST-LIVE-READ (WS-STREAM)
               END-IF
           END-IF
           .

      *> The archive is done: carry on into the live log. The live
      *> log is done: the stream is finished.
       3400-NEXT-PHASE.
           PERFORM 3500-CLOSE-STREAM-FILE
           IF WS-ST-IN-ARCHIVE (WS-STREAM)
               PERFORM 3450-OPEN-LIVE-PHASE
           ELSE
               MOVE "E" TO WS-ST-PHASE (WS-STREAM)
           END-IF
           .

       3450-OPEN-LIVE-PHASE.
           MOVE "L" TO WS-ST-PHASE (WS-STREAM)
           PERFORM 3600-OPEN-STREAM-FILE
           IF WS-OPEN-OK
               MOVE "Y" TO WS-ST-LIVE-SEEN (WS-STREAM)
           ELSE
               MOVE "E" TO WS-ST-PHASE (WS-STREAM)
           END-IF
           .

       3500-CLOSE-STREAM-FILE.
           EVALUATE WS-STREAM
           WHEN 1
               CLOSE JOB-LOG-IN
           WHEN 2
               CLOSE ERROR-LOG-IN
           WHEN 3
               CLOSE CALC-LOG-IN
           WHEN OTHER
               CLOSE DUMP-LOG-IN
           END-EVALUATE
           .

      *> Opens the stream's archive or live dataset, per its phase.
       3600-OPEN-STREAM-FILE.
           EVALUATE WS-STREAM
           WHEN 1
               IF WS-ST-IN-ARCHIVE (WS-STREAM)
                   MOVE WS-LOG-ARCH-NAME (1) TO WS-JOB-IN-NAME
               ELSE
                   MOVE WS-LOG-LIVE-NAME (1) TO WS-JOB-IN-NAME
               END-IF
               OPEN INPUT JOB-LOG-IN
               MOVE WS-JOB-IN-STATUS TO WS-OPEN-STATUS
           WHEN 2
               IF WS-ST-IN-ARCHIVE (WS-STREAM)
                   MOVE WS-LOG-ARCH-NAME (2) TO WS-ERR-IN-NAME
               ELSE
                   MOVE WS-LOG-LIVE-NAME (2) TO WS-ERR-IN-NAME
               END-IF
               OPEN INPUT ERROR-LOG-IN
               MOVE WS-ERR-IN-STATUS TO WS-OPEN-STATUS
           WHEN 3
               IF WS-ST-IN-ARCHIVE (WS-STREAM)
                   MOVE WS-LOG-ARCH-NAME (3) TO WS-CALC-IN-NAME
               ELSE
                   MOVE WS-LOG-LIVE-NAME (3) TO WS-CALC-IN-NAME
               END-IF
               OPEN INPUT CALC-LOG-IN
               MOVE WS-CALC-IN-STATUS TO WS-OPEN-STATUS
           WHEN OTHER
               IF WS-ST-IN-ARCHIVE (WS-STREAM)
                   MOVE WS-LOG-ARCH-NAME (4) TO WS-DUMP-IN-NAME
               ELSE
                   MOVE WS-LOG-LIVE-NAME (4) TO WS-DUMP-IN-NAME
               END-IF
               OPEN INPUT DUMP-LOG-IN
               MOVE WS-DUMP-IN-STATUS TO WS-OPEN-STATUS
           END-EVALUATE
           .

      *> Date, time, and run ID by log layout. CALCLOG declares its
      *> vintage by the decimal point in column 31 (the CALCRECN
      *> rule) and carries an account only from the cent vintage on;
      *> a DATA= line takes its header's date and time.
       3700-EXTRACT-FIELDS.
           MOVE SPACES TO WS-UNIT-PROGRAM
           MOVE SPACES TO WS-UNIT-ERROR-CODE
           MOVE SPACES TO WS-UNIT-SEVERITY
           MOVE SPACES TO WS-UNIT-ACCOUNT
           IF WS-UNIT-HEAD (1:5) = "DATA="
               MOVE WS-ST-LAST-KEY (WS-STREAM) TO WS-UNIT-KEY
               MOVE WS-UNIT-HEAD (139:12) TO WS-UNIT-RUN-ID
           ELSE
               MOVE WS-UNIT-HEAD (1:8)  TO WS-UNIT-KEY (1:8)
               MOVE WS-UNIT-HEAD (10:8) TO WS-UNIT-KEY (9:8)
               MOVE WS-UNIT-KEY TO WS-ST-LAST-KEY (WS-STREAM)
               EVALUATE WS-STREAM
               WHEN 1
                   MOVE WS-UNIT-HEAD (50:12) TO WS-UNIT-RUN-ID
                   MOVE WS-UNIT-HEAD (19:20) TO WS-UNIT-PROGRAM
               WHEN 2
                   MOVE WS-UNIT-HEAD (116:12) TO WS-UNIT-RUN-ID
                   MOVE WS-UNIT-HEAD (19:20) TO WS-UNIT-PROGRAM
                   MOVE WS-UNIT-HEAD (40:7)  TO WS-UNIT-SEVERITY
                   MOVE WS-UNIT-HEAD (48:6)  TO WS-UNIT-ERROR-CODE
               WHEN 3
                   IF WS-UNIT-HEAD (31:1) = "."
                       MOVE WS-UNIT-HEAD (65:12) TO WS-UNIT-RUN-ID
                       MOVE WS-UNIT-HEAD (87:8)  TO WS-UNIT-ACCOUNT
                   ELSE
                       MOVE WS-UNIT-HEAD (56:12) TO WS-UNIT-RUN-ID
                   END-IF
               WHEN OTHER
                   MOVE WS-UNIT-HEAD (67:12) TO WS-UNIT-RUN-ID
                   MOVE WS-UNIT-HEAD (19:20) TO WS-UNIT-PROGRAM
               END-EVALUATE
           END-IF
           .

       3800-RESTORE-UNIT.
           EVALUATE WS-STREAM
           WHEN 1
               WRITE JOB-LOG-RESTORE-RECORD FROM WS-UNIT-HEAD
           WHEN 2
               WRITE ERROR-LOG-RESTORE-RECORD FROM WS-UNIT-HEAD
           WHEN 3
               WRITE CALC-LOG-RESTORE-RECORD FROM WS-UNIT-HEAD
           WHEN OTHER
               WRITE DUMP-LOG-RESTORE-RECORD FROM WS-UNIT-HEAD
               IF WS-UNIT-HAS-DATA
                   WRITE DUMP-LOG-RESTORE-RECORD FROM WS-UNIT-DATA
               END-IF
           END-EVALUATE
           ADD 1 TO WS-ST-RESTORED (WS-STREAM)
           ADD 1 TO WS-TOTAL-RESTORED
           .

      *> Every carded criterion must hold; a criterion the log does
      *> not carry compares against spaces and fails.
       3900-JUDGE-UNIT.
           MOVE "N" TO WS-MATCH-SWITCH
           IF WS-UNIT-KEY (1:8) < WS-FROM-DATE
               OR WS-UNIT-KEY (1:8) > WS-TO-DATE
               GO TO 3900-EXIT
           END-IF
           IF WS-SEL-RUN-ID NOT = SPACES
               AND WS-SEL-RUN-ID NOT = WS-UNIT-RUN-ID
               GO TO 3900-EXIT
           END-IF
           IF WS-SEL-PROGRAM NOT = SPACES
               AND WS-SEL-PROGRAM NOT = WS-UNIT-PROGRAM
               GO TO 3900-EXIT
           END-IF
           IF WS-SEL-ERROR-CODE NOT = SPACES
               AND WS-SEL-ERROR-CODE NOT = WS-UNIT-ERROR-CODE
               GO TO 3900-EXIT
           END-IF
           IF WS-SEL-SEVERITY NOT = SPACES
               AND WS-SEL-SEVERITY NOT = WS-UNIT-SEVERITY
               GO TO 3900-EXIT
           END-IF
           IF WS-SEL-ACCOUNT NOT = SPACES
               AND WS-SEL-ACCOUNT NOT = WS-UNIT-ACCOUNT
               GO TO 3900-EXIT
           END-IF
           SET WS-UNIT-MATCHES TO TRUE
           .
       3900-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> Merge: the earliest staged unit across the four streams goes
      *> out next (equal times in log order), and its stream stages
      *> its next one.
      *> ------------------------------------------------------------
       5000-EMIT-NEXT-UNIT.
           MOVE ZERO TO WS-PICK
           PERFORM 5100-COMPARE-ONE-STREAM
               VARYING WS-STREAM FROM 1 BY 1
               UNTIL WS-STREAM > 4
           IF WS-PICK = ZERO
               SET WS-MERGE-DONE TO TRUE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-PICK TO WS-STREAM
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-LOG-LIVE-NAME (WS-STREAM) TO XR-LOG-NAME
           MOVE WS-ST-PEND-HEAD (WS-STREAM) TO XR-TEXT
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           IF WS-ST-PEND-DATA-SW (WS-STREAM) = "Y"
               MOVE WS-ST-PEND-DATA (WS-STREAM) TO XR-TEXT
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF
           IF WS-ST-PEND-PHASE (WS-STREAM) = "A"
               ADD 1 TO WS-ST-ARCH-HITS (WS-STREAM)
           ELSE
               ADD 1 TO WS-ST-LIVE-HITS (WS-STREAM)
           END-IF
           ADD 1 TO WS-TOTAL-HITS
           PERFORM 3000-ADVANCE-STREAM
           .
       5000-EXIT.
           EXIT
           .

       5100-COMPARE-ONE-STREAM.
           IF WS-ST-PENDING (WS-STREAM)
               IF WS-PICK = ZERO
                   MOVE WS-STREAM TO WS-PICK
               ELSE
                   IF WS-ST-PEND-KEY (WS-STREAM)
                           < WS-ST-PEND-KEY (WS-PICK)
                       MOVE WS-STREAM TO WS-PICK
                   END-IF
               END-IF
           END-IF
           .

       7000-WRITE-SUMMARY.
           MOVE SPACES TO SEARCH-REPORT-RECORD
           WRITE SEARCH-REPORT-RECORD
           WRITE SEARCH-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM 7100-WRITE-ONE-LOG-LINE
               VARYING WS-STREAM FROM 1 BY 1
               UNTIL WS-STREAM > 4
           MOVE WS-TOTAL-HITS    TO TL-HITS
           MOVE WS-EXTRACT-COUNT TO TL-EXTRACTED
           WRITE SEARCH-REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-TOTAL-HITS = ZERO
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           IF WS-RESTORE-WANTED
               MOVE WS-SEL-RUN-ID TO RL-RUN-ID
               IF WS-TOTAL-RESTORED = ZERO
                   MOVE "NOT FOUND IN ANY LOG -- NOTHING RESTORED"
                       TO RL-TEXT
                   MOVE 4 TO WS-MAX-RETURN-CODE
               ELSE
                   MOVE "RESTORED TO THE JOBLOGRS/ERRLOGRS/CALCLGRS/DUMP
      -                 "OTRS DATASETS" TO RL-TEXT
               END-IF
               WRITE SEARCH-REPORT-RECORD FROM WS-RESTORE-LINE
           END-IF
           .

       7100-WRITE-ONE-LOG-LINE.
           MOVE WS-LOG-LIVE-NAME (WS-STREAM) TO LL-LOG-NAME
           MOVE WS-ST-ARCH-READ (WS-STREAM)  TO LL-ARCH-READ
           MOVE WS-ST-LIVE-READ (WS-STREAM)  TO LL-LIVE-READ
           MOVE WS-ST-ARCH-HITS (WS-STREAM)  TO LL-ARCH-HITS
           MOVE WS-ST-LIVE-HITS (WS-STREAM)  TO LL-LIVE-HITS
           COMPUTE LL-TOTAL-HITS = WS-ST-ARCH-HITS (WS-STREAM)
                                 + WS-ST-LIVE-HITS (WS-STREAM)
           MOVE WS-ST-RESTORED (WS-STREAM)   TO LL-RESTORED
           EVALUATE TRUE
           WHEN WS-ST-ARCH-SEEN (WS-STREAM) = "N"
               AND WS-ST-LIVE-SEEN (WS-STREAM) = "N"
               MOVE "NO ARCHIVE, NO LOG" TO LL-NOTE
           WHEN WS-ST-ARCH-SEEN (WS-STREAM) = "N"
               MOVE "NO ARCHIVE" TO LL-NOTE
           WHEN WS-ST-LIVE-SEEN (WS-STREAM) = "N"
               MOVE "NO LIVE LOG" TO LL-NOTE
           WHEN OTHER
               MOVE SPACES TO LL-NOTE
           END-EVALUATE
           WRITE SEARCH-REPORT-RECORD FROM WS-LOG-LINE
           .
       END PROGRAM LOGSRCH.
