       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDLVR.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-10-01
      *> Purpose:       Report distribution step. Getting the night's
      *>                reports to the right people was a hand job in
      *>                the morning, and statements for one department
      *>                had gone to another. This reads the RPTDIST
      *>                distribution table (RPTDMNT maintains it) and,
      *>                for every entry due tonight, finds its report's
      *>                latest generation on RPTINDEX and copies it --
      *>                whole, or only the entry's burst-key section --
      *>                into the recipient's deliverable, dataset RD +
      *>                recipient code, rebuilt every night the
      *>                recipient has anything due. Bursting:
      *>                  ACCTSTMT  by the owning department (ACCTMAST)
      *>                            of each ACCOUNT: section
      *>                  CHRGRPT   by each REQUESTER: statement
      *>                  FIBOUT    by each REQUESTER: section, up to
      *>                            the next one or the REQUESTER
      *>                            SUMMARY
      *>                A keyed recipient gets the report's heading
      *>                lines and its own sections; the lines between
      *>                and after the sections go to whole-report
      *>                recipients only. Every copy opens with a banner
      *>                naming report, generation, and section. An N
      *>                (gateway) entry also queues a REPORT message to
      *>                NOTIFYQ saying its deliverable is ready. The
      *>                due test is RUNFREQ's: W on weekday dd, M on
      *>                day dd of the month, each rolled to a
      *>                processing day off RUNCAL.
      *>                Every due entry appends one RPTDLOG line --
      *>                date, time, run ID, report, recipient, key,
      *>                channel, generation member and run ID, lines
      *>                sent, disposition, deliverable:
      *>                  SENT          copied
      *>                  NO SECTION    generation has no section for
      *>                                the entry's key
      *>                  NOT PRODUCED  no generation on RPTINDEX, or
      *>                                none since the one this entry
      *>                                was last sent, or it cannot be
      *>                                read
      *>                  ALREADY SENT  rerun of tonight's run ID:
      *>                                the deliverable is rebuilt
      *>                                but the log line and gateway
      *>                                message are not repeated as
      *>                                SENT
      *>                  UNCLAIMED     (no recipient) a section of a
      *>                                burst report sent tonight that
      *>                                no entry takes by key
      *>                Logs its own START/END to JOBLOG. ERRLOG
      *>                entries:
      *>                  RPD001 W  entries NOT PRODUCED
      *>                  RPD002 W  sections UNCLAIMED
      *>                  RPD003 W  RPTDIST not present
      *>                RETURN-CODE: 4 when any of these was logged; 0
      *>                otherwise.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-10-01  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE ASSIGN TO "RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTDIST-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTINDEX-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT REPORT-GENERATION ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT DELIVERABLE ASSIGN USING WS-DELIVERABLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERABLE-STATUS.

           SELECT DIST-LOG ASSIGN TO "RPTDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTDLOG-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFYQ-STATUS.

           SELECT RUN-ID-IN ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-TABLE.
       01  DIST-RECORD.
           05  RD-REPORT               PIC X(08).
           05  FILLER                  PIC X(01).
           05  RD-RECIPIENT            PIC X(06).
           05  FILLER                  PIC X(01).
           05  RD-BURST-KEY            PIC X(04).
           05  FILLER                  PIC X(01).
           05  RD-FREQUENCY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  RD-DAY                  PIC X(02).
           05  FILLER                  PIC X(01).
           05  RD-CHANNEL              PIC X(01).
           05  FILLER                  PIC X(01).
           05  RD-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  RD-NAME                 PIC X(30).

       FD  REPORT-INDEX.
       01  REPORT-INDEX-RECORD.
           05  RI-REPORT               PIC X(08).
           05  FILLER                  PIC X(01).
           05  RI-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01).
           05  RI-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  RI-MEMBER               PIC X(08).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AC-IN-CODE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-IN-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01).
           05  AC-IN-OWNING-DEPT       PIC X(04).

      *> the widest generation is FIBOUT's 132-byte print line
       FD  REPORT-GENERATION.
       01  REPORT-GENERATION-RECORD    PIC X(132).

       FD  DELIVERABLE.
       01  DELIVERABLE-RECORD          PIC X(132).

       FD  DIST-LOG.
       01  DIST-LOG-RECORD.
           05  FILLER                  PIC X(18).
           05  DL-IN-RUN-ID            PIC X(12).
           05  FILLER                  PIC X(01).
           05  DL-IN-REPORT            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL-IN-RECIPIENT         PIC X(06).
           05  FILLER                  PIC X(01).
           05  DL-IN-KEY               PIC X(04).
           05  FILLER                  PIC X(03).
           05  DL-IN-MEMBER            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL-IN-GEN-RUN-ID        PIC X(12).
           05  FILLER                  PIC X(08).
           05  DL-IN-DISPOSITION       PIC X(12).
               88  DL-IN-DELIVERED             VALUE "SENT"
                                                     "NO SECTION"
                                                     "ALREADY SENT".
           05  FILLER                  PIC X(09).

       FD  NOTIFY-QUEUE.
       01  NOTIFY-QUEUE-RECORD         PIC X(132).

       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-RPTDIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RPTDIST-FOUND                VALUE "00".
       01  WS-RPTINDEX-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPTINDEX-FOUND               VALUE "00".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
           88  WS-GEN-FOUND                    VALUE "00".
       01  WS-DELIVERABLE-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RPTDLOG-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RPTDLOG-FOUND                VALUE "00".
           88  WS-RPTDLOG-NOT-FOUND            VALUE "35".
       01  WS-NOTIFYQ-STATUS           PIC X(02) VALUE SPACES.
           88  WS-NOTIFYQ-NOT-FOUND            VALUE "35".
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-NOW-TIME                 PIC X(08).
       01  WS-RUN-ID                   PIC X(12) VALUE SPACES.
       01  WS-GEN-NAME                 PIC X(08).
       01  WS-DELIVERABLE-NAME         PIC X(08).

       01  WS-FREQ-FUNCTION            PIC X(01) VALUE "D".
       01  WS-FREQ-CODE.
           05  WS-FREQ-KIND            PIC X(01).
           05  WS-FREQ-DETAIL          PIC X(03).
       01  WS-FREQ-RESULT              PIC X(01).
           88  WS-FREQ-NOT-DUE                 VALUE "N".

      *> RPTDIST as RPTDMNT holds it (300 entries), with each
      *> entry's due flag and the generation it was last given
       01  WS-DIST-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-DIST-INDEX               PIC 9(03) COMP-5.
       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 300 TIMES.
               10  WS-DST-REPORT       PIC X(08).
               10  WS-DST-RECIPIENT    PIC X(06).
               10  WS-DST-KEY          PIC X(04).
               10  WS-DST-FREQUENCY    PIC X(01).
               10  WS-DST-DAY          PIC X(02).
               10  WS-DST-CHANNEL      PIC X(01).
                   88  WS-DST-NOTIFY           VALUE "N".
               10  WS-DST-CONTACT      PIC X(20).
               10  WS-DST-NAME         PIC X(30).
               10  WS-DST-REPORT-SLOT  PIC 9(03) COMP-5.
               10  WS-DST-DUE-SWITCH   PIC X(01).
                   88  WS-DST-DUE              VALUE "Y".
               10  WS-DST-LAST-MEMBER  PIC X(08).
               10  WS-DST-LAST-GEN-RUN PIC X(12).
               10  WS-DST-LAST-DIST-RUN
                                       PIC X(12).

      *> distinct recipients, in table order
       01  WS-RECIPIENT-COUNT          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-RECIPIENT-INDEX          PIC 9(03) COMP-5.
       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-ENTRY OCCURS 300 TIMES.
               10  WS-RCP-CODE         PIC X(06).
               10  WS-RCP-DUE-SWITCH   PIC X(01).
                   88  WS-RCP-DUE              VALUE "Y".

      *> distinct reports, each with its latest RPTINDEX generation
       01  WS-REPORT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REPORT-INDEX             PIC 9(03) COMP-5.
       01  WS-REPORT-TABLE.
           05  WS-RPT-ENTRY OCCURS 50 TIMES.
               10  WS-RPT-NAME         PIC X(08).
               10  WS-RPT-BURST-TYPE   PIC X(01).
                   88  WS-RPT-BURST-DEPT       VALUE "D".
                   88  WS-RPT-BURST-REQUESTER  VALUE "R".
                   88  WS-RPT-BURST-FIBOUT     VALUE "F".
                   88  WS-RPT-NO-BURST         VALUE "N".
               10  WS-RPT-MEMBER       PIC X(08).
               10  WS-RPT-GEN-RUN-ID   PIC X(12).
               10  WS-RPT-KEYED-SWITCH PIC X(01).
                   88  WS-RPT-KEYED            VALUE "Y".
               10  WS-RPT-SENT-SWITCH  PIC X(01).
                   88  WS-RPT-SENT             VALUE "Y".

      *> account to owning department, for ACCTSTMT's sections --
      *> ACCTMNT holds the master to 100 accounts
       01  WS-ACCOUNT-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ACCOUNT-INDEX            PIC 9(03) COMP-5.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 100 TIMES.
               10  WS-ACT-CODE         PIC X(08).
               10  WS-ACT-DEPT         PIC X(04).

      *> sections of one generation, for the unclaimed check
       01  WS-SECTION-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-SECTION-INDEX            PIC 9(03) COMP-5.
       01  WS-SECTION-SLOT             PIC 9(03) COMP-5.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 200 TIMES.
               10  WS-SCT-KEY          PIC X(04).
               10  WS-SCT-LINES        PIC 9(06) COMP-5.

       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-RERUN-SWITCH             PIC X(01).
           88  WS-RERUN                        VALUE "Y".
       01  WS-HEADER-SWITCH            PIC X(01).
           88  WS-HEADER-LINE                  VALUE "Y".
       01  WS-LAST-BLANK-SWITCH        PIC X(01).
           88  WS-LAST-BLANK                   VALUE "Y".
       01  WS-BURST-STATE              PIC X(01).
           88  WS-STATE-PREAMBLE               VALUE "P".
           88  WS-STATE-IN-SECTION             VALUE "I".
           88  WS-STATE-OTHER-SECTION          VALUE "O".
           88  WS-STATE-BETWEEN                VALUE "B".
       01  WS-LINE-KEY                 PIC X(04).
       01  WS-LOOKUP-REPORT            PIC X(08).
       01  WS-LOOKUP-KEY               PIC X(04).
       01  WS-DISPOSITION              PIC X(12).
       01  WS-LINES-SENT               PIC 9(06) COMP-5.
       01  WS-SECTION-LINES            PIC 9(06) COMP-5.
       01  WS-MESSAGE-SEQ              PIC 9(06) VALUE ZERO.
       01  WS-NOT-PRODUCED-COUNT       PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-UNCLAIMED-COUNT          PIC 9(06) COMP-5 VALUE ZERO.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       01  WS-BANNER-LINE.
           05  FILLER                  PIC X(11) VALUE "*** REPORT ".
           05  BN-REPORT               PIC X(08).
           05  FILLER                  PIC X(05) VALUE " RUN ".
           05  BN-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(09) VALUE " SECTION ".
           05  BN-KEY                  PIC X(04).
           05  FILLER                  PIC X(05) VALUE " FOR ".
           05  BN-NAME                 PIC X(30).

       01  WS-NOTICE-LINE.
           05  FILLER                  PIC X(11) VALUE "*** REPORT ".
           05  NT-REPORT               PIC X(08).
           05  FILLER                  PIC X(09) VALUE " SECTION ".
           05  NT-KEY                  PIC X(04).
           05  FILLER                  PIC X(04) VALUE " -- ".
           05  NT-DISPOSITION          PIC X(12).

      *> one RPTDLOG line per due entry and per unclaimed section
       01  WS-LOG-LINE.
           05  LG-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-REPORT               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-RECIPIENT            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-KEY                  PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-CHANNEL              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-MEMBER               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-GEN-RUN-ID           PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-LINES                PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-DISPOSITION          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LG-DELIVERABLE          PIC X(08).

       01  WS-NOTIFY-LINE.
           05  NQ-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-MSG-TYPE             PIC X(08) VALUE "REPORT".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-MSG-SEQ              PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-TEXT.
               10  NX-REPORT           PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  NX-KEY              PIC X(04).
               10  FILLER              PIC X(10) VALUE " READY IN ".
               10  NX-DELIVERABLE      PIC X(08).
               10  FILLER              PIC X(04) VALUE " -- ".
               10  NX-LINES            PIC Z(05)9.
               10  FILLER              PIC X(19) VALUE " LINES".

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "RPTDLVR".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".
       01  WS-ERR-SEVERITY             PIC X(01) VALUE "W".
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-COUNT-MESSAGE.
           05  EC-COUNT                PIC Z(05)9.
           05  EC-TEXT                 PIC X(54).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           PERFORM 1000-READ-RUN-ID
           PERFORM 1100-LOAD-DIST-TABLE

           IF NOT WS-RPTDIST-FOUND
               MOVE "RPD003" TO WS-ERR-CODE
               MOVE "RPTDIST NOT PRESENT -- NO REPORTS DISTRIBUTED"
                   TO WS-ERR-MESSAGE
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
               MOVE 4 TO WS-MAX-RETURN-CODE
           ELSE
               PERFORM 1300-LOAD-ACCOUNTS
               PERFORM 1400-LOAD-INDEX
               PERFORM 1500-LOAD-LAST-DELIVERIES
               PERFORM 1900-OPEN-OUTPUTS
               PERFORM 2000-DELIVER-ONE-RECIPIENT
                   VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
                   UNTIL WS-RECIPIENT-INDEX > WS-RECIPIENT-COUNT
               PERFORM 5000-CHECK-UNCLAIMED THRU 5000-EXIT
                   VARYING WS-REPORT-INDEX FROM 1 BY 1
                   UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
               CLOSE DIST-LOG
               CLOSE NOTIFY-QUEUE
               PERFORM 8000-LOG-EXCEPTIONS
           END-IF

           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-RUN-ID.
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

      *> Each entry is tested against RUNFREQ as it loads; a
      *> recipient with nothing due tonight keeps last night's
      *> deliverable untouched.
       1100-LOAD-DIST-TABLE.
           OPEN INPUT DIST-TABLE
           IF WS-RPTDIST-FOUND
               PERFORM 1150-READ-DIST
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-DIST-COUNT = 300
               CLOSE DIST-TABLE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1150-READ-DIST.
           READ DIST-TABLE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           IF RD-REPORT = SPACES
               GO TO 1200-NEXT
           END-IF
           ADD 1 TO WS-DIST-COUNT
           MOVE RD-REPORT    TO WS-DST-REPORT (WS-DIST-COUNT)
           MOVE RD-RECIPIENT TO WS-DST-RECIPIENT (WS-DIST-COUNT)
           MOVE RD-BURST-KEY TO WS-DST-KEY (WS-DIST-COUNT)
           MOVE RD-FREQUENCY TO WS-DST-FREQUENCY (WS-DIST-COUNT)
           MOVE RD-DAY       TO WS-DST-DAY (WS-DIST-COUNT)
           MOVE RD-CHANNEL   TO WS-DST-CHANNEL (WS-DIST-COUNT)
           MOVE RD-CONTACT   TO WS-DST-CONTACT (WS-DIST-COUNT)
           MOVE RD-NAME      TO WS-DST-NAME (WS-DIST-COUNT)
           MOVE SPACES TO WS-DST-LAST-MEMBER (WS-DIST-COUNT)
           MOVE SPACES TO WS-DST-LAST-GEN-RUN (WS-DIST-COUNT)
           MOVE SPACES TO WS-DST-LAST-DIST-RUN (WS-DIST-COUNT)
           PERFORM 1210-TEST-DUE
           PERFORM 1220-ADD-REPORT
           PERFORM 1230-ADD-RECIPIENT
           .
       1200-NEXT.
           PERFORM 1150-READ-DIST
           .
       1200-EXIT.
           EXIT
           .

      *> RPTDIST's day is two digits for W as well; RUNFREQ takes the
      *> weekday as one. A code RUNFREQ calls invalid ("E") is due,
      *> the same as SCHEDTAB's.
       1210-TEST-DUE.
           MOVE RD-FREQUENCY TO WS-FREQ-KIND
           MOVE SPACES TO WS-FREQ-DETAIL
           EVALUATE RD-FREQUENCY
           WHEN "W"
               MOVE RD-DAY (2:1) TO WS-FREQ-DETAIL (1:1)
           WHEN "M"
               MOVE RD-DAY TO WS-FREQ-DETAIL (1:2)
           END-EVALUATE
           CALL "RUNFREQ" USING WS-FREQ-FUNCTION, WS-FREQ-CODE,
               WS-FREQ-RESULT
           IF WS-FREQ-NOT-DUE
               MOVE "N" TO WS-DST-DUE-SWITCH (WS-DIST-COUNT)
           ELSE
               MOVE "Y" TO WS-DST-DUE-SWITCH (WS-DIST-COUNT)
           END-IF
           .

       1220-ADD-REPORT.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1225-MATCH-ONE-REPORT
               VARYING WS-REPORT-INDEX FROM 1 BY 1
               UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-REPORT-INDEX
           ELSE
               IF WS-REPORT-COUNT < 50
                   ADD 1 TO WS-REPORT-COUNT
                   MOVE WS-REPORT-COUNT TO WS-REPORT-INDEX
                   MOVE RD-REPORT TO WS-RPT-NAME (WS-REPORT-INDEX)
                   EVALUATE RD-REPORT
                   WHEN "ACCTSTMT"
                       MOVE "D" TO WS-RPT-BURST-TYPE (WS-REPORT-INDEX)
                   WHEN "CHRGRPT"
                       MOVE "R" TO WS-RPT-BURST-TYPE (WS-REPORT-INDEX)
                   WHEN "FIBOUT"
                       MOVE "F" TO WS-RPT-BURST-TYPE (WS-REPORT-INDEX)
                   WHEN OTHER
                       MOVE "N" TO WS-RPT-BURST-TYPE (WS-REPORT-INDEX)
                   END-EVALUATE
                   MOVE SPACES TO WS-RPT-MEMBER (WS-REPORT-INDEX)
                   MOVE SPACES TO WS-RPT-GEN-RUN-ID (WS-REPORT-INDEX)
                   MOVE "N" TO WS-RPT-KEYED-SWITCH (WS-REPORT-INDEX)
                   MOVE "N" TO WS-RPT-SENT-SWITCH (WS-REPORT-INDEX)
               ELSE
                   MOVE ZERO TO WS-REPORT-INDEX
               END-IF
           END-IF
           MOVE WS-REPORT-INDEX TO WS-DST-REPORT-SLOT (WS-DIST-COUNT)
           IF WS-REPORT-INDEX > ZERO
               AND RD-BURST-KEY NOT = SPACES
               MOVE "Y" TO WS-RPT-KEYED-SWITCH (WS-REPORT-INDEX)
           END-IF
           .

       1225-MATCH-ONE-REPORT.
           IF WS-RPT-NAME (WS-REPORT-INDEX) = RD-REPORT
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       1230-ADD-RECIPIENT.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1235-MATCH-ONE-RECIPIENT
               VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
               UNTIL WS-RECIPIENT-INDEX > WS-RECIPIENT-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-RECIPIENT-INDEX
           ELSE
               ADD 1 TO WS-RECIPIENT-COUNT
               MOVE WS-RECIPIENT-COUNT TO WS-RECIPIENT-INDEX
               MOVE RD-RECIPIENT TO WS-RCP-CODE (WS-RECIPIENT-INDEX)
               MOVE "N" TO WS-RCP-DUE-SWITCH (WS-RECIPIENT-INDEX)
           END-IF
           IF WS-DST-DUE (WS-DIST-COUNT)
               MOVE "Y" TO WS-RCP-DUE-SWITCH (WS-RECIPIENT-INDEX)
           END-IF
           .

       1235-MATCH-ONE-RECIPIENT.
           IF WS-RCP-CODE (WS-RECIPIENT-INDEX) = RD-RECIPIENT
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       1300-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCTMAST-FOUND
               PERFORM 1350-LOAD-ONE-ACCOUNT
                   UNTIL WS-END-OF-FILE
                   OR WS-ACCOUNT-COUNT = 100
               CLOSE ACCOUNT-MASTER
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1350-LOAD-ONE-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE AC-IN-CODE TO WS-ACT-CODE (WS-ACCOUNT-COUNT)
                   MOVE AC-IN-OWNING-DEPT
                       TO WS-ACT-DEPT (WS-ACCOUNT-COUNT)
           END-READ
           .

      *> RPTINDEX is appended to as each generation closes, so the
      *> last entry for a report is its latest generation. RPTRETEN
      *> drops the entries of the generations it purges.
       1400-LOAD-INDEX.
           OPEN INPUT REPORT-INDEX
           IF WS-RPTINDEX-FOUND
               PERFORM 1450-INDEX-ONE-GENERATION
                   UNTIL WS-END-OF-FILE
               CLOSE REPORT-INDEX
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1450-INDEX-ONE-GENERATION.
           READ REPORT-INDEX
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE "N" TO WS-MATCH-FOUND-SWITCH
                   PERFORM 1455-MATCH-INDEX-REPORT
                       VARYING WS-REPORT-INDEX FROM 1 BY 1
                       UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
                           OR WS-MATCH-FOUND
                   IF WS-MATCH-FOUND
                       SUBTRACT 1 FROM WS-REPORT-INDEX
                       MOVE RI-MEMBER
                           TO WS-RPT-MEMBER (WS-REPORT-INDEX)
                       MOVE RI-RUN-ID
                           TO WS-RPT-GEN-RUN-ID (WS-REPORT-INDEX)
                   END-IF
           END-READ
           .

       1455-MATCH-INDEX-REPORT.
           IF WS-RPT-NAME (WS-REPORT-INDEX) = RI-REPORT
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> The generation each entry was last given, off the log's
      *> SENT, NO SECTION, and ALREADY SENT lines -- a weekly or
      *> monthly entry takes the latest generation it has not had.
       1500-LOAD-LAST-DELIVERIES.
           OPEN INPUT DIST-LOG
           IF WS-RPTDLOG-FOUND
               PERFORM 1550-SCAN-ONE-LOG-LINE
                   UNTIL WS-END-OF-FILE
               CLOSE DIST-LOG
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1550-SCAN-ONE-LOG-LINE.
           READ DIST-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF DL-IN-DELIVERED
                       PERFORM 1560-MATCH-LOG-ENTRY
                           VARYING WS-DIST-INDEX FROM 1 BY 1
                           UNTIL WS-DIST-INDEX > WS-DIST-COUNT
                   END-IF
           END-READ
           .

       1560-MATCH-LOG-ENTRY.
           IF WS-DST-REPORT (WS-DIST-INDEX) = DL-IN-REPORT
               AND WS-DST-RECIPIENT (WS-DIST-INDEX) = DL-IN-RECIPIENT
               AND WS-DST-KEY (WS-DIST-INDEX) = DL-IN-KEY
               MOVE DL-IN-MEMBER TO WS-DST-LAST-MEMBER (WS-DIST-INDEX)
               MOVE DL-IN-GEN-RUN-ID
                   TO WS-DST-LAST-GEN-RUN (WS-DIST-INDEX)
               MOVE DL-IN-RUN-ID
                   TO WS-DST-LAST-DIST-RUN (WS-DIST-INDEX)
           END-IF
           .

       1900-OPEN-OUTPUTS.
           OPEN EXTEND DIST-LOG
           IF WS-RPTDLOG-NOT-FOUND
               OPEN OUTPUT DIST-LOG
           END-IF
           OPEN EXTEND NOTIFY-QUEUE
           IF WS-NOTIFYQ-NOT-FOUND
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF
           .

      *> The recipient's deliverable is rebuilt from its due entries
      *> in RPTDIST order.
       2000-DELIVER-ONE-RECIPIENT.
           IF WS-RCP-DUE (WS-RECIPIENT-INDEX)
               MOVE "RD" TO WS-DELIVERABLE-NAME
               MOVE WS-RCP-CODE (WS-RECIPIENT-INDEX)
                   TO WS-DELIVERABLE-NAME (3:6)
               OPEN OUTPUT DELIVERABLE
               PERFORM 2100-DELIVER-ONE-ENTRY THRU 2100-EXIT
                   VARYING WS-DIST-INDEX FROM 1 BY 1
                   UNTIL WS-DIST-INDEX > WS-DIST-COUNT
               CLOSE DELIVERABLE
           END-IF
           .

       2100-DELIVER-ONE-ENTRY.
           IF WS-DST-RECIPIENT (WS-DIST-INDEX)
                   NOT = WS-RCP-CODE (WS-RECIPIENT-INDEX)
               OR NOT WS-DST-DUE (WS-DIST-INDEX)
               GO TO 2100-EXIT
           END-IF
           MOVE ZERO TO WS-LINES-SENT
           MOVE ZERO TO WS-SECTION-LINES
           MOVE "N" TO WS-RERUN-SWITCH
           MOVE WS-DST-REPORT-SLOT (WS-DIST-INDEX) TO WS-REPORT-INDEX
           IF WS-REPORT-INDEX = ZERO
               MOVE SPACES TO WS-GEN-NAME
           ELSE
               MOVE WS-RPT-MEMBER (WS-REPORT-INDEX) TO WS-GEN-NAME
           END-IF
           MOVE "NOT PRODUCED" TO WS-DISPOSITION
           IF WS-GEN-NAME = SPACES
               GO TO 2100-RECORD
           END-IF

      *> Already given this generation: under tonight's run ID this
      *> is a rerun and the copy is rebuilt; under an earlier one the
      *> report has not been produced since.
           IF WS-DST-LAST-MEMBER (WS-DIST-INDEX) = WS-GEN-NAME
               AND WS-DST-LAST-GEN-RUN (WS-DIST-INDEX)
                   = WS-RPT-GEN-RUN-ID (WS-REPORT-INDEX)
               IF WS-DST-LAST-DIST-RUN (WS-DIST-INDEX) = WS-RUN-ID
                   AND WS-RUN-ID NOT = SPACES
                   SET WS-RERUN TO TRUE
               ELSE
                   GO TO 2100-RECORD
               END-IF
           END-IF

           OPEN INPUT REPORT-GENERATION
           IF NOT WS-GEN-FOUND
               GO TO 2100-RECORD
           END-IF
           MOVE WS-DST-REPORT (WS-DIST-INDEX) TO BN-REPORT
           MOVE WS-RPT-GEN-RUN-ID (WS-REPORT-INDEX) TO BN-RUN-ID
           MOVE WS-DST-KEY (WS-DIST-INDEX) TO BN-KEY
           MOVE WS-DST-NAME (WS-DIST-INDEX) TO BN-NAME
           WRITE DELIVERABLE-RECORD FROM WS-BANNER-LINE
           SET WS-STATE-PREAMBLE TO TRUE
           MOVE "N" TO WS-LAST-BLANK-SWITCH
           PERFORM 3000-READ-GENERATION
           PERFORM 3100-COPY-ONE-LINE THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE REPORT-GENERATION
           MOVE "N" TO WS-EOF-SWITCH

           EVALUATE TRUE
           WHEN WS-DST-KEY (WS-DIST-INDEX) NOT = SPACES
               AND NOT WS-RPT-NO-BURST (WS-REPORT-INDEX)
               AND WS-SECTION-LINES = ZERO
               MOVE "NO SECTION" TO WS-DISPOSITION
           WHEN WS-LINES-SENT = ZERO
               MOVE "NOT PRODUCED" TO WS-DISPOSITION
           WHEN WS-RERUN
               MOVE "ALREADY SENT" TO WS-DISPOSITION
           WHEN OTHER
               MOVE "SENT" TO WS-DISPOSITION
               SET WS-RPT-SENT (WS-REPORT-INDEX) TO TRUE
               IF WS-DST-NOTIFY (WS-DIST-INDEX)
                   PERFORM 2300-QUEUE-NOTICE
               END-IF
           END-EVALUATE
           .
       2100-RECORD.
           IF WS-DISPOSITION NOT = "SENT"
               AND WS-DISPOSITION NOT = "ALREADY SENT"
               MOVE WS-DST-REPORT (WS-DIST-INDEX) TO NT-REPORT
               MOVE WS-DST-KEY (WS-DIST-INDEX) TO NT-KEY
               MOVE WS-DISPOSITION TO NT-DISPOSITION
               WRITE DELIVERABLE-RECORD FROM WS-NOTICE-LINE
           END-IF
           IF WS-DISPOSITION = "NOT PRODUCED"
               ADD 1 TO WS-NOT-PRODUCED-COUNT
           END-IF
           MOVE WS-DST-RECIPIENT (WS-DIST-INDEX) TO LG-RECIPIENT
           MOVE WS-DST-CHANNEL (WS-DIST-INDEX) TO LG-CHANNEL
           MOVE WS-DELIVERABLE-NAME TO LG-DELIVERABLE
           MOVE WS-LINES-SENT TO LG-LINES
           PERFORM 2500-WRITE-LOG-LINE
           .
       2100-EXIT.
           EXIT
           .

       2300-QUEUE-NOTICE.
           ADD 1 TO WS-MESSAGE-SEQ
           MOVE WS-RUN-ID TO NQ-RUN-ID
           MOVE WS-DST-CONTACT (WS-DIST-INDEX) TO NQ-CONTACT
           MOVE WS-MESSAGE-SEQ TO NQ-MSG-SEQ
           MOVE WS-DST-REPORT (WS-DIST-INDEX) TO NX-REPORT
           MOVE WS-DST-KEY (WS-DIST-INDEX) TO NX-KEY
           MOVE WS-DELIVERABLE-NAME TO NX-DELIVERABLE
           MOVE WS-LINES-SENT TO NX-LINES
           WRITE NOTIFY-QUEUE-RECORD FROM WS-NOTIFY-LINE
           .

      *> report, key, member, and disposition are set by the caller
      *> through the entry or section in hand
       2500-WRITE-LOG-LINE.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY-DATE TO LG-DATE
           MOVE WS-NOW-TIME TO LG-TIME
           MOVE WS-RUN-ID TO LG-RUN-ID
           IF WS-REPORT-INDEX = ZERO
               MOVE WS-DST-REPORT (WS-DIST-INDEX) TO LG-REPORT
               MOVE SPACES TO LG-GEN-RUN-ID
           ELSE
               MOVE WS-RPT-NAME (WS-REPORT-INDEX) TO LG-REPORT
               MOVE WS-RPT-GEN-RUN-ID (WS-REPORT-INDEX)
                   TO LG-GEN-RUN-ID
           END-IF
           MOVE WS-GEN-NAME TO LG-MEMBER
           IF WS-DISPOSITION = "UNCLAIMED"
               MOVE WS-SCT-KEY (WS-SECTION-INDEX) TO LG-KEY
           ELSE
               MOVE WS-DST-KEY (WS-DIST-INDEX) TO LG-KEY
           END-IF
           MOVE WS-DISPOSITION TO LG-DISPOSITION
           WRITE DIST-LOG-RECORD FROM WS-LOG-LINE
           .

       3000-READ-GENERATION.
           READ REPORT-GENERATION
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> A whole-report entry takes every line. A keyed entry takes
      *> the heading lines ahead of the first section and its own
      *> sections, each behind one blank line.
       3100-COPY-ONE-LINE.
           IF WS-END-OF-FILE
               GO TO 3100-EXIT
           END-IF
           IF WS-DST-KEY (WS-DIST-INDEX) = SPACES
               OR WS-RPT-NO-BURST (WS-REPORT-INDEX)
               WRITE DELIVERABLE-RECORD FROM REPORT-GENERATION-RECORD
               ADD 1 TO WS-LINES-SENT
               GO TO 3100-NEXT
           END-IF

           PERFORM 3200-TEST-HEADER
           EVALUATE TRUE
           WHEN WS-HEADER-LINE
               IF WS-LINE-KEY = WS-DST-KEY (WS-DIST-INDEX)
                   SET WS-STATE-IN-SECTION TO TRUE
                   IF NOT WS-LAST-BLANK
                       WRITE DELIVERABLE-RECORD FROM WS-BLANK-LINE
                       ADD 1 TO WS-LINES-SENT
                   END-IF
                   WRITE DELIVERABLE-RECORD
                       FROM REPORT-GENERATION-RECORD
                   ADD 1 TO WS-LINES-SENT
                   ADD 1 TO WS-SECTION-LINES
                   MOVE "N" TO WS-LAST-BLANK-SWITCH
               ELSE
                   SET WS-STATE-OTHER-SECTION TO TRUE
               END-IF
           WHEN WS-STATE-PREAMBLE
               WRITE DELIVERABLE-RECORD FROM REPORT-GENERATION-RECORD
               ADD 1 TO WS-LINES-SENT
               PERFORM 3150-NOTE-BLANK
           WHEN WS-STATE-BETWEEN
               CONTINUE
           WHEN OTHER
               PERFORM 3300-TEST-SECTION-END
               IF WS-STATE-IN-SECTION
                   WRITE DELIVERABLE-RECORD
                       FROM REPORT-GENERATION-RECORD
                   ADD 1 TO WS-LINES-SENT
                   ADD 1 TO WS-SECTION-LINES
                   PERFORM 3150-NOTE-BLANK
               END-IF
           END-EVALUATE
           .
       3100-NEXT.
           PERFORM 3000-READ-GENERATION
           .
       3100-EXIT.
           EXIT
           .

       3150-NOTE-BLANK.
           IF REPORT-GENERATION-RECORD = SPACES
               SET WS-LAST-BLANK TO TRUE
           ELSE
               MOVE "N" TO WS-LAST-BLANK-SWITCH
           END-IF
           .

      *> ACCTSTMT heads a section ACCOUNT: and the account code, and
      *> its key is the account's owning department ("????" for an
      *> account off the master); CHRGRPT and FIBOUT head theirs
      *> REQUESTER: and the requester code.
       3200-TEST-HEADER.
           MOVE "N" TO WS-HEADER-SWITCH
           MOVE SPACES TO WS-LINE-KEY
           IF WS-RPT-BURST-DEPT (WS-REPORT-INDEX)
               IF REPORT-GENERATION-RECORD (1:9) = "ACCOUNT: "
                   SET WS-HEADER-LINE TO TRUE
                   MOVE "????" TO WS-LINE-KEY
                   MOVE "N" TO WS-MATCH-FOUND-SWITCH
                   PERFORM 3210-MATCH-ONE-ACCOUNT
                       VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                       UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                           OR WS-MATCH-FOUND
               END-IF
           ELSE
               IF REPORT-GENERATION-RECORD (1:11) = "REQUESTER: "
                   SET WS-HEADER-LINE TO TRUE
                   MOVE REPORT-GENERATION-RECORD (12:4) TO WS-LINE-KEY
               END-IF
           END-IF
           .

       3210-MATCH-ONE-ACCOUNT.
           IF WS-ACT-CODE (WS-ACCOUNT-INDEX)
                   = REPORT-GENERATION-RECORD (10:8)
               SET WS-MATCH-FOUND TO TRUE
               MOVE WS-ACT-DEPT (WS-ACCOUNT-INDEX) TO WS-LINE-KEY
           END-IF
           .

      *> An ACCTSTMT or CHRGRPT section runs to the blank line ahead
      *> of the next one (or of the closing totals); FIBOUT's runs
      *> to the next REQUESTER: line or the REQUESTER SUMMARY, page
      *> headings and all.
       3300-TEST-SECTION-END.
           IF WS-RPT-BURST-FIBOUT (WS-REPORT-INDEX)
               IF REPORT-GENERATION-RECORD (1:17)
                       = "REQUESTER SUMMARY"
                   SET WS-STATE-BETWEEN TO TRUE
               END-IF
           ELSE
               IF REPORT-GENERATION-RECORD = SPACES
                   SET WS-STATE-BETWEEN TO TRUE
               END-IF
           END-IF
           .

      *> A burst report copied tonight to at least one keyed entry
      *> is scanned once more for sections no entry takes by key.
       5000-CHECK-UNCLAIMED.
           IF WS-RPT-NO-BURST (WS-REPORT-INDEX)
               OR NOT WS-RPT-KEYED (WS-REPORT-INDEX)
               OR NOT WS-RPT-SENT (WS-REPORT-INDEX)
               GO TO 5000-EXIT
           END-IF
           MOVE WS-RPT-MEMBER (WS-REPORT-INDEX) TO WS-GEN-NAME
           OPEN INPUT REPORT-GENERATION
           IF NOT WS-GEN-FOUND
               GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-SLOT
           SET WS-STATE-PREAMBLE TO TRUE
           PERFORM 3000-READ-GENERATION
           PERFORM 5100-TALLY-ONE-LINE THRU 5100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE REPORT-GENERATION
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 5300-LOG-ONE-SECTION
               VARYING WS-SECTION-INDEX FROM 1 BY 1
               UNTIL WS-SECTION-INDEX > WS-SECTION-COUNT
           .
       5000-EXIT.
           EXIT
           .

       5100-TALLY-ONE-LINE.
           IF WS-END-OF-FILE
               GO TO 5100-EXIT
           END-IF
           PERFORM 3200-TEST-HEADER
           EVALUATE TRUE
           WHEN WS-HEADER-LINE
               SET WS-STATE-IN-SECTION TO TRUE
               PERFORM 5200-FIND-SECTION
               IF WS-SECTION-SLOT > ZERO
                   ADD 1 TO WS-SCT-LINES (WS-SECTION-SLOT)
               END-IF
           WHEN WS-STATE-IN-SECTION
               PERFORM 3300-TEST-SECTION-END
               IF WS-STATE-IN-SECTION
                   AND WS-SECTION-SLOT > ZERO
                   ADD 1 TO WS-SCT-LINES (WS-SECTION-SLOT)
               END-IF
           END-EVALUATE
           PERFORM 3000-READ-GENERATION
           .
       5100-EXIT.
           EXIT
           .

       5200-FIND-SECTION.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 5210-MATCH-ONE-SECTION
               VARYING WS-SECTION-INDEX FROM 1 BY 1
               UNTIL WS-SECTION-INDEX > WS-SECTION-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-SECTION-INDEX
               MOVE WS-SECTION-INDEX TO WS-SECTION-SLOT
           ELSE
               IF WS-SECTION-COUNT < 200
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-SECTION-COUNT TO WS-SECTION-SLOT
                   MOVE WS-LINE-KEY TO WS-SCT-KEY (WS-SECTION-SLOT)
                   MOVE ZERO TO WS-SCT-LINES (WS-SECTION-SLOT)
               ELSE
                   MOVE ZERO TO WS-SECTION-SLOT
               END-IF
           END-IF
           .

       5210-MATCH-ONE-SECTION.
           IF WS-SCT-KEY (WS-SECTION-INDEX) = WS-LINE-KEY
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       5300-LOG-ONE-SECTION.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 5310-MATCH-ONE-CLAIM
               VARYING WS-DIST-INDEX FROM 1 BY 1
               UNTIL WS-DIST-INDEX > WS-DIST-COUNT
                   OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
               MOVE "UNCLAIMED" TO WS-DISPOSITION
               MOVE SPACES TO LG-RECIPIENT
               MOVE SPACES TO LG-CHANNEL
               MOVE SPACES TO LG-DELIVERABLE
               MOVE WS-SCT-LINES (WS-SECTION-INDEX) TO LG-LINES
               PERFORM 2500-WRITE-LOG-LINE
               ADD 1 TO WS-UNCLAIMED-COUNT
           END-IF
           .

       5310-MATCH-ONE-CLAIM.
           IF WS-DST-REPORT (WS-DIST-INDEX)
                   = WS-RPT-NAME (WS-REPORT-INDEX)
               AND WS-DST-KEY (WS-DIST-INDEX)
                   = WS-SCT-KEY (WS-SECTION-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       8000-LOG-EXCEPTIONS.
           IF WS-NOT-PRODUCED-COUNT > ZERO
               MOVE WS-NOT-PRODUCED-COUNT TO EC-COUNT
               MOVE " DISTRIBUTION ENTRIES NOT PRODUCED -- SEE RPTDLOG"
                   TO EC-TEXT
               MOVE "RPD001" TO WS-ERR-CODE
               MOVE WS-ERR-COUNT-MESSAGE TO WS-ERR-MESSAGE
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           IF WS-UNCLAIMED-COUNT > ZERO
               MOVE WS-UNCLAIMED-COUNT TO EC-COUNT
               MOVE " REPORT SECTIONS UNCLAIMED -- SEE RPTDLOG"
                   TO EC-TEXT
               MOVE "RPD002" TO WS-ERR-CODE
               MOVE WS-ERR-COUNT-MESSAGE TO WS-ERR-MESSAGE
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           .
       END PROGRAM RPTDLVR.
