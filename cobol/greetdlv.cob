       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETDLV.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-17
      *> Purpose:       Greeting delivery step, run right after HELLO.
      *>                The greetings "say" renders used to stop at the
      *>                console and GREETOUT, and marketing copied them
      *>                out by hand. This reads tonight's GREETOUT
      *>                greeting lines (the summary section and any
      *>                line stamped with another business date are
      *>                passed over), looks each recipient up on the
      *>                RECMAST master for its contact identifier, and
      *>                writes one customer-message record per greeting
      *>                to the NOTIFYQ interface dataset the message
      *>                gateway already drains for OPNOTIFY's pages --
      *>                message type GREETING, stamped with the suite
      *>                run ID and a per-run message sequence, so the
      *>                gateway's delivery status can be matched back.
      *>                Every greeting appends one record to the
      *>                GREETDLH delivery history: QUEUED when it went
      *>                to the gateway, NO CONTACT when RECMAST holds
      *>                no contact for the recipient. GREETRTN later
      *>                turns QUEUED into DELIVERED or BOUNCED from the
      *>                gateway's return file. A step rerun under a run
      *>                ID that already has greetings on GREETDLH for
      *>                tonight queues nothing -- a customer is not
      *>                greeted twice because a later step failed.
      *>                Logs its own START/END to JOBLOG. ERRLOG
      *>                entries:
      *>                  GDL001 W  GREETOUT not present
      *>                  GDL002 W  greetings with no contact on file
      *>                  GDL003 W  run already queued, nothing sent
      *>                RETURN-CODE: 4 when GREETOUT is not present,
      *>                any greeting had no contact on file, or the
      *>                run was already queued; 0 otherwise.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-17  dp  Initial version -- rendered greetings now
      *>                   reach the recipient instead of a dataset
      *>                   marketing reads by hand.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GREET-OUT ASSIGN TO "GREETOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETOUT-STATUS.

           SELECT RECIPIENT-MASTER ASSIGN TO "RECMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFYQ-STATUS.

           SELECT DELIVERY-HISTORY ASSIGN TO "GREETDLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETDLH-STATUS.

           SELECT RUN-ID-IN ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the greeting lines HELLO writes; the summary lines that
      *> follow them carry no date in GO-DATE
       FD  GREET-OUT.
       01  GREET-OUT-RECORD.
           05  GO-LOCALE-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  GO-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  GO-GREETING-TEXT        PIC X(60).
           05  FILLER                  PIC X(01).
           05  GO-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  GO-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  GO-OCCASION             PIC X(02).
           05  FILLER                  PIC X(05).

       FD  RECIPIENT-MASTER.
       01  RECIPIENT-MASTER-RECORD.
           05  RM-IN-NAME              PIC X(20).
           05  FILLER                  PIC X(01).
           05  RM-IN-LOCALE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  RM-IN-EFF-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-EXP-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-ACTIVE-FLAG       PIC X(01).
               88  RM-IN-ACTIVE                VALUE "Y".
           05  FILLER                  PIC X(01).
           05  RM-IN-BIRTH-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-SERVICE-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-CONTACT           PIC X(20).

       FD  NOTIFY-QUEUE.
       01  NOTIFY-QUEUE-RECORD         PIC X(132).

       FD  DELIVERY-HISTORY.
       01  DELIVERY-HISTORY-RECORD.
           05  DH-IN-RUN-ID            PIC X(12).
           05  FILLER                  PIC X(08).
           05  DH-IN-DATE              PIC X(08).
           05  FILLER                  PIC X(102).

       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-GREETOUT-STATUS          PIC X(02) VALUE SPACES.
           88  WS-GREETOUT-FOUND               VALUE "00".
       01  WS-RECMAST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RECMAST-FOUND                VALUE "00".
       01  WS-NOTIFYQ-STATUS           PIC X(02) VALUE SPACES.
           88  WS-NOTIFYQ-NOT-FOUND            VALUE "35".
       01  WS-GREETDLH-STATUS          PIC X(02) VALUE SPACES.
           88  WS-GREETDLH-FOUND               VALUE "00".
           88  WS-GREETDLH-NOT-FOUND           VALUE "35".
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-RUN-ID                   PIC X(12) VALUE SPACES.
       01  WS-ALREADY-QUEUED-SWITCH    PIC X(01) VALUE "N".
           88  WS-ALREADY-QUEUED               VALUE "Y".

      *> Active recipients and their contacts -- RECMMNT holds the
      *> master to 200 entries, so this table holds all of it.
       01  WS-RECIPIENT-COUNT          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-RECIPIENT-INDEX          PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-RECIPIENT-TABLE.
           05  WS-RECIPIENT-ENTRY OCCURS 200 TIMES.
               10  WS-RCP-NAME         PIC X(20).
               10  WS-RCP-CONTACT      PIC X(20).

       01  WS-CONTACT                  PIC X(20).
       01  WS-MESSAGE-SEQ              PIC 9(06) VALUE ZERO.
       01  WS-QUEUED-COUNT             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-NO-CONTACT-COUNT         PIC 9(06) COMP-5 VALUE ZERO.

       01  WS-NOTIFY-LINE.
           05  NQ-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-MSG-TYPE             PIC X(08) VALUE "GREETING".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-MSG-SEQ              PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NQ-TEXT                 PIC X(60).

      *> one delivery-history record per greeting; GREETRTN rewrites
      *> the status columns as the gateway reports back
       01  WS-HISTORY-LINE.
           05  DH-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-MSG-SEQ              PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-NAME                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-LOCALE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-OCCASION             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-STATUS               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-STATUS-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-REASON               PIC X(30).

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "GREETDLV".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".
       01  WS-ERR-SEVERITY             PIC X(01) VALUE "W".
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-NO-CONTACT-MESSAGE.
           05  EC-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(54) VALUE
               " GREETINGS NOT SENT -- NO CONTACT ON RECMAST".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           PERFORM 1000-READ-RUN-ID
           PERFORM 1500-LOAD-RECIPIENTS
           PERFORM 1800-CHECK-ALREADY-QUEUED

           OPEN INPUT GREET-OUT
           EVALUATE TRUE
           WHEN NOT WS-GREETOUT-FOUND
               MOVE "GDL001" TO WS-ERR-CODE
               MOVE "GREETOUT NOT PRESENT -- NO GREETINGS QUEUED"
                   TO WS-ERR-MESSAGE
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
               MOVE 4 TO WS-MAX-RETURN-CODE
           WHEN WS-ALREADY-QUEUED
               CLOSE GREET-OUT
               MOVE "GDL003" TO WS-ERR-CODE
               MOVE "RUN ID ALREADY ON GREETDLH -- NOTHING QUEUED"
                   TO WS-ERR-MESSAGE
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
               MOVE 4 TO WS-MAX-RETURN-CODE
           WHEN OTHER
               PERFORM 1900-OPEN-OUTPUTS
               PERFORM 2100-READ-GREETOUT
               PERFORM 2000-DELIVER-ONE THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE GREET-OUT
               CLOSE NOTIFY-QUEUE
               CLOSE DELIVERY-HISTORY
               IF WS-NO-CONTACT-COUNT > ZERO
                   MOVE WS-NO-CONTACT-COUNT TO EC-COUNT
                   MOVE "GDL002" TO WS-ERR-CODE
                   MOVE WS-ERR-NO-CONTACT-MESSAGE TO WS-ERR-MESSAGE
                   CALL "ERROR-LOG-WRITER" USING
                       WS-JOBLOG-PROGRAM-NAME, WS-ERR-SEVERITY,
                       WS-ERR-CODE, WS-ERR-MESSAGE
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-EVALUATE

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

      *> Only active entries load: a name retired and re-added keeps
      *> its old inactive row on the master, and that row's contact
      *> is the stale one. A missing RECMAST loads nothing and every
      *> greeting is recorded NO CONTACT.
       1500-LOAD-RECIPIENTS.
           OPEN INPUT RECIPIENT-MASTER
           IF WS-RECMAST-FOUND
               PERFORM 1600-READ-MASTER
               PERFORM 1700-LOAD-ONE-RECIPIENT THRU 1700-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-RECIPIENT-COUNT = 200
               CLOSE RECIPIENT-MASTER
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1600-READ-MASTER.
           READ RECIPIENT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1700-LOAD-ONE-RECIPIENT.
           IF WS-END-OF-FILE
               GO TO 1700-EXIT
           END-IF
           IF RM-IN-ACTIVE
               ADD 1 TO WS-RECIPIENT-COUNT
               MOVE RM-IN-NAME
                   TO WS-RCP-NAME (WS-RECIPIENT-COUNT)
               MOVE RM-IN-CONTACT
                   TO WS-RCP-CONTACT (WS-RECIPIENT-COUNT)
           END-IF
           PERFORM 1600-READ-MASTER
           .
       1700-EXIT.
           EXIT
           .

      *> Tonight's run ID already on the history means this step has
      *> run for this window before; queuing again would message
      *> every recipient a second time.
       1800-CHECK-ALREADY-QUEUED.
           OPEN INPUT DELIVERY-HISTORY
           IF WS-GREETDLH-FOUND
               PERFORM 1850-SCAN-ONE-HISTORY
                   UNTIL WS-END-OF-FILE
                       OR WS-ALREADY-QUEUED
               CLOSE DELIVERY-HISTORY
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1850-SCAN-ONE-HISTORY.
           READ DELIVERY-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF DH-IN-RUN-ID = WS-RUN-ID
                       AND DH-IN-DATE = WS-TODAY-DATE
                       AND WS-RUN-ID NOT = SPACES
                       SET WS-ALREADY-QUEUED TO TRUE
                   END-IF
           END-READ
           .

       1900-OPEN-OUTPUTS.
           OPEN EXTEND NOTIFY-QUEUE
           IF WS-NOTIFYQ-NOT-FOUND
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF
           OPEN EXTEND DELIVERY-HISTORY
           IF WS-GREETDLH-NOT-FOUND
               OPEN OUTPUT DELIVERY-HISTORY
           END-IF
           .

       2100-READ-GREETOUT.
           READ GREET-OUT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> GREETOUT accumulates night after night (HELLO writes it
      *> DISP=MOD): a greeting line of tonight's carries the business
      *> date in GO-DATE, earlier nights' lines another, and the
      *> summary lines none -- only tonight's are delivered.
       2000-DELIVER-ONE.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF
           IF GO-DATE NOT = WS-TODAY-DATE
               GO TO 2000-NEXT
           END-IF

           PERFORM 2500-FIND-CONTACT
           ADD 1 TO WS-MESSAGE-SEQ
           MOVE SPACES TO DH-STATUS-DATE
           MOVE SPACES TO DH-REASON
           IF WS-CONTACT = SPACES
               MOVE "NO CONTACT" TO DH-STATUS
               MOVE WS-TODAY-DATE TO DH-STATUS-DATE
               ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
               MOVE WS-RUN-ID        TO NQ-RUN-ID
               MOVE WS-CONTACT       TO NQ-CONTACT
               MOVE WS-MESSAGE-SEQ   TO NQ-MSG-SEQ
               MOVE GO-GREETING-TEXT TO NQ-TEXT
               WRITE NOTIFY-QUEUE-RECORD FROM WS-NOTIFY-LINE
               MOVE "QUEUED" TO DH-STATUS
               ADD 1 TO WS-QUEUED-COUNT
           END-IF
           MOVE WS-RUN-ID      TO DH-RUN-ID
           MOVE WS-MESSAGE-SEQ TO DH-MSG-SEQ
           MOVE GO-DATE        TO DH-DATE
           MOVE GO-NAME        TO DH-NAME
           MOVE GO-LOCALE-CODE TO DH-LOCALE
           MOVE GO-OCCASION    TO DH-OCCASION
           MOVE WS-CONTACT     TO DH-CONTACT
           WRITE DELIVERY-HISTORY-RECORD FROM WS-HISTORY-LINE
           .
       2000-NEXT.
           PERFORM 2100-READ-GREETOUT
           .
       2000-EXIT.
           EXIT
           .

       2500-FIND-CONTACT.
           MOVE SPACES TO WS-CONTACT
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2510-MATCH-ONE-RECIPIENT
               VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
               UNTIL WS-RECIPIENT-INDEX > WS-RECIPIENT-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-RECIPIENT-INDEX
               MOVE WS-RCP-CONTACT (WS-RECIPIENT-INDEX) TO WS-CONTACT
           END-IF
           .

       2510-MATCH-ONE-RECIPIENT.
           IF WS-RCP-NAME (WS-RECIPIENT-INDEX) = GO-NAME
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .
       END PROGRAM GREETDLV.
