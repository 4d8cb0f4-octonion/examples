       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETRTN.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-17
      *> Purpose:       Greeting delivery tracking. The message gateway
      *>                drains NOTIFYQ and reports every message it
      *>                attempted on its NOTIFYRT delivery-status
      *>                return file -- run ID, message type, message
      *>                sequence, "D" delivered or "B" bounced, the
      *>                status date, and the gateway's bounce reason.
      *>                This folds the GREETING returns into the
      *>                GREETDLH delivery history GREETDLV appends to:
      *>                each QUEUED greeting matched on run ID plus
      *>                sequence becomes DELIVERED or BOUNCED with the
      *>                gateway's date and reason. A return for a
      *>                greeting already settled changes nothing, so
      *>                the gateway may report a message again without
      *>                harm. The history streams through the GREETDWK
      *>                work file and is copied back in place. GREETBNC
      *>                lists, for the recipient-master maintainers to
      *>                re-card through RECMMNT:
      *>                  BOUNCED         newly bounced greetings,
      *>                                  with the gateway's reason
      *>                  NO CONTACT      tonight's greetings that
      *>                                  had no contact to go to
      *>                  NO SUCH MESSAGE a GREETING return matching
      *>                                  no greeting on the history
      *>                followed by the night's counts. ERRLOG entries:
      *>                  GRT001 W  greetings bounced
      *>                  GRT002 W  NOTIFYRT or GREETDLH not present
      *>                  GRT003 E  return table full
      *>                RETURN-CODE: 0 nothing for the maintainers, 4
      *>                bounces, missing contacts, unmatched returns,
      *>                or an input not present, 8 when returns were
      *>                left unread for a full table.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-17  dp  Initial version, paired with GREETDLV.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "NOTIFYRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFYRT-STATUS.

           SELECT DELIVERY-HISTORY ASSIGN TO "GREETDLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETDLH-STATUS.

           SELECT HISTORY-WORK ASSIGN TO "GREETDWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETDWK-STATUS.

           SELECT BOUNCE-REPORT ASSIGN TO "GREETBNC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  NR-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01).
           05  NR-MSG-TYPE             PIC X(08).
               88  NR-GREETING                 VALUE "GREETING".
           05  FILLER                  PIC X(01).
           05  NR-MSG-SEQ              PIC X(06).
           05  FILLER                  PIC X(01).
           05  NR-STATUS               PIC X(01).
               88  NR-DELIVERED                VALUE "D".
               88  NR-BOUNCED                  VALUE "B".
           05  FILLER                  PIC X(01).
           05  NR-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  NR-REASON               PIC X(30).

       FD  DELIVERY-HISTORY.
       01  DELIVERY-HISTORY-RECORD.
           05  DH-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01).
           05  DH-MSG-SEQ              PIC X(06).
           05  FILLER                  PIC X(01).
           05  DH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  DH-LOCALE               PIC X(02).
           05  FILLER                  PIC X(01).
           05  DH-OCCASION             PIC X(02).
           05  FILLER                  PIC X(01).
           05  DH-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  DH-STATUS               PIC X(10).
               88  DH-QUEUED                   VALUE "QUEUED".
               88  DH-NO-CONTACT               VALUE "NO CONTACT".
           05  FILLER                  PIC X(01).
           05  DH-STATUS-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-REASON               PIC X(30).
           05  FILLER                  PIC X(03).

       FD  HISTORY-WORK.
       01  HISTORY-WORK-RECORD         PIC X(130).

       FD  BOUNCE-REPORT.
       01  BOUNCE-REPORT-RECORD        PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-NOTIFYRT-STATUS          PIC X(02) VALUE SPACES.
           88  WS-NOTIFYRT-FOUND               VALUE "00".
       01  WS-GREETDLH-STATUS          PIC X(02) VALUE SPACES.
           88  WS-GREETDLH-FOUND               VALUE "00".
       01  WS-GREETDWK-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).

      *> Tonight's GREETING returns. GREETDLV queues at most two
      *> greetings for each of RECMMNT's 200 recipients a night, so
      *> 500 holds a night's returns with room for a late straggler
      *> from the night before; anything past that is left unread,
      *> counted, and read again on the next run.
       01  WS-RETURN-MAX               PIC 9(03) COMP-5 VALUE 500.
       01  WS-RETURN-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-RETURN-INDEX             PIC 9(03) COMP-5.
       01  WS-RETURN-OVERFLOW          PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-RETURN-TABLE.
           05  WS-RETURN-ENTRY OCCURS 500 TIMES.
               10  WS-RTN-RUN-ID       PIC X(12).
               10  WS-RTN-MSG-SEQ      PIC X(06).
               10  WS-RTN-STATUS       PIC X(01).
                   88  WS-RTN-BOUNCED          VALUE "B".
               10  WS-RTN-DATE         PIC X(08).
               10  WS-RTN-REASON       PIC X(30).
               10  WS-RTN-MATCH-SW     PIC X(01).
                   88  WS-RTN-MATCHED          VALUE "Y".

       01  WS-DELIVERED-COUNT          PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-BOUNCED-COUNT            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-NO-CONTACT-COUNT         PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-STILL-QUEUED-COUNT       PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(06) COMP-5 VALUE ZERO.

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "GREETRTN".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-BOUNCE-MESSAGE.
           05  EB-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(54) VALUE
               " GREETINGS BOUNCED -- SEE GREETBNC".
       01  WS-ERR-OVERFLOW-MESSAGE.
           05  EO-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(54) VALUE
               " NOTIFYRT RETURNS UNREAD -- RETURN TABLE FULL".

       01  WS-REPORT-HEADING           PIC X(110) VALUE
           "GREETING DELIVERY EXCEPTIONS -- RECIPIENT CONTACTS TO FIX".

       01  WS-REPORT-DATE-LINE.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  RD-DATE                 PIC X(08).

       01  WS-EXCEPTION-LINE.
           05  EX-LABEL                PIC X(16).
           05  EX-NAME                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-LOCALE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-REASON               PIC X(30).

       01  WS-UNMATCHED-LINE.
           05  FILLER                  PIC X(16) VALUE
               "NO SUCH MESSAGE ".
           05  UM-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UM-MSG-SEQ              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UM-STATUS               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UM-DATE                 PIC X(08).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(11) VALUE "DELIVERED: ".
           05  CL-DELIVERED            PIC ZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  BOUNCED: ".
           05  CL-BOUNCED              PIC ZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  NO CONTACT: ".
           05  CL-NO-CONTACT           PIC ZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  STILL QUEUED: ".
           05  CL-STILL-QUEUED         PIC ZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  UNMATCHED: ".
           05  CL-UNMATCHED            PIC ZZZZZ9.

       01  WS-NOFILE-LINE.
           05  FILLER          PIC X(20) VALUE "INPUT NOT PRESENT: ".
           05  NF-FILE-NAME            PIC X(08).

       01  WS-OVERFLOW-LINE.
           05  FILLER                  PIC X(19) VALUE
               "RETURN TABLE FULL: ".
           05  OV-DROPPED-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(30) VALUE
               " RETURNS LEFT FOR THE NEXT RUN".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT BOUNCE-REPORT
           WRITE BOUNCE-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-TODAY-DATE TO RD-DATE
           WRITE BOUNCE-REPORT-RECORD FROM WS-REPORT-DATE-LINE

           PERFORM 1000-LOAD-RETURNS
           OPEN INPUT DELIVERY-HISTORY
           IF WS-GREETDLH-FOUND
               PERFORM 2000-APPLY-RETURNS
               PERFORM 3000-COPY-BACK-HISTORY
           ELSE
               MOVE "GREETDLH" TO NF-FILE-NAME
               PERFORM 9100-REPORT-MISSING-INPUT
           END-IF
           PERFORM 4000-REPORT-UNMATCHED
           PERFORM 5000-WRITE-COUNTS

           IF WS-BOUNCED-COUNT > ZERO
               MOVE WS-BOUNCED-COUNT TO EB-COUNT
               MOVE "W" TO WS-ERR-SEVERITY
               MOVE "GRT001" TO WS-ERR-CODE
               MOVE WS-ERR-BOUNCE-MESSAGE TO WS-ERR-MESSAGE
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           END-IF
           IF WS-BOUNCED-COUNT > ZERO
               OR WS-NO-CONTACT-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           CLOSE BOUNCE-REPORT

           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> Only GREETING returns load -- the gateway reports OPNOTIFY's
      *> pages on the same file.
       1000-LOAD-RETURNS.
           OPEN INPUT RETURN-FILE
           IF WS-NOTIFYRT-FOUND
               PERFORM 1100-READ-RETURN
               PERFORM 1200-LOAD-ONE-RETURN THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE RETURN-FILE
               MOVE "N" TO WS-EOF-SWITCH
               IF WS-RETURN-OVERFLOW > ZERO
                   MOVE WS-RETURN-OVERFLOW TO OV-DROPPED-COUNT
                   WRITE BOUNCE-REPORT-RECORD FROM WS-OVERFLOW-LINE
                   MOVE WS-RETURN-OVERFLOW TO EO-COUNT
                   MOVE "E" TO WS-ERR-SEVERITY
                   MOVE "GRT003" TO WS-ERR-CODE
                   MOVE WS-ERR-OVERFLOW-MESSAGE TO WS-ERR-MESSAGE
                   CALL "ERROR-LOG-WRITER" USING
                       WS-JOBLOG-PROGRAM-NAME, WS-ERR-SEVERITY,
                       WS-ERR-CODE, WS-ERR-MESSAGE
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
           ELSE
               MOVE "NOTIFYRT" TO NF-FILE-NAME
               PERFORM 9100-REPORT-MISSING-INPUT
           END-IF
           .

       1100-READ-RETURN.
           READ RETURN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-RETURN.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           IF NR-GREETING
               AND (NR-DELIVERED OR NR-BOUNCED)
               IF WS-RETURN-COUNT < WS-RETURN-MAX
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE NR-RUN-ID
                       TO WS-RTN-RUN-ID (WS-RETURN-COUNT)
                   MOVE NR-MSG-SEQ
                       TO WS-RTN-MSG-SEQ (WS-RETURN-COUNT)
                   MOVE NR-STATUS
                       TO WS-RTN-STATUS (WS-RETURN-COUNT)
                   MOVE NR-DATE
                       TO WS-RTN-DATE (WS-RETURN-COUNT)
                   MOVE NR-REASON
                       TO WS-RTN-REASON (WS-RETURN-COUNT)
                   MOVE "N" TO WS-RTN-MATCH-SW (WS-RETURN-COUNT)
               ELSE
                   ADD 1 TO WS-RETURN-OVERFLOW
               END-IF
           END-IF
           PERFORM 1100-READ-RETURN
           .
       1200-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> The history streams to GREETDWK with every matched QUEUED
      *> greeting settled on the way through; 3000 copies it back.
      *> ------------------------------------------------------------
       2000-APPLY-RETURNS.
           OPEN OUTPUT HISTORY-WORK
           PERFORM 2100-READ-HISTORY
           PERFORM 2200-APPLY-ONE-HISTORY THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE DELIVERY-HISTORY
           CLOSE HISTORY-WORK
           MOVE "N" TO WS-EOF-SWITCH
           .

       2100-READ-HISTORY.
           READ DELIVERY-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-APPLY-ONE-HISTORY.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2300-FIND-RETURN
           IF WS-MATCH-FOUND
               MOVE "Y" TO WS-RTN-MATCH-SW (WS-RETURN-INDEX)
               IF DH-QUEUED
                   PERFORM 2400-SETTLE-GREETING
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN DH-QUEUED
               ADD 1 TO WS-STILL-QUEUED-COUNT
           WHEN DH-NO-CONTACT
               AND DH-DATE = WS-TODAY-DATE
               MOVE "NO CONTACT" TO EX-LABEL
               MOVE SPACES TO EX-REASON
               PERFORM 2500-WRITE-EXCEPTION
               ADD 1 TO WS-NO-CONTACT-COUNT
           END-EVALUATE
           WRITE HISTORY-WORK-RECORD FROM DELIVERY-HISTORY-RECORD
           PERFORM 2100-READ-HISTORY
           .
       2200-EXIT.
           EXIT
           .

       2300-FIND-RETURN.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2310-MATCH-ONE-RETURN
               VARYING WS-RETURN-INDEX FROM 1 BY 1
               UNTIL WS-RETURN-INDEX > WS-RETURN-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-RETURN-INDEX
           END-IF
           .

       2310-MATCH-ONE-RETURN.
           IF WS-RTN-RUN-ID (WS-RETURN-INDEX) = DH-RUN-ID
               AND WS-RTN-MSG-SEQ (WS-RETURN-INDEX) = DH-MSG-SEQ
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       2400-SETTLE-GREETING.
           MOVE WS-RTN-DATE (WS-RETURN-INDEX)   TO DH-STATUS-DATE
           IF WS-RTN-BOUNCED (WS-RETURN-INDEX)
               MOVE "BOUNCED" TO DH-STATUS
               MOVE WS-RTN-REASON (WS-RETURN-INDEX) TO DH-REASON
               MOVE "BOUNCED" TO EX-LABEL
               MOVE DH-REASON TO EX-REASON
               PERFORM 2500-WRITE-EXCEPTION
               ADD 1 TO WS-BOUNCED-COUNT
           ELSE
               MOVE "DELIVERED" TO DH-STATUS
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF
           .

       2500-WRITE-EXCEPTION.
           MOVE DH-NAME        TO EX-NAME
           MOVE DH-LOCALE      TO EX-LOCALE
           MOVE DH-CONTACT     TO EX-CONTACT
           MOVE DH-STATUS-DATE TO EX-DATE
           WRITE BOUNCE-REPORT-RECORD FROM WS-EXCEPTION-LINE
           .

       3000-COPY-BACK-HISTORY.
           OPEN INPUT HISTORY-WORK
           OPEN OUTPUT DELIVERY-HISTORY
           PERFORM 3100-COPY-ONE-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE HISTORY-WORK
           CLOSE DELIVERY-HISTORY
           MOVE "N" TO WS-EOF-SWITCH
           .

       3100-COPY-ONE-RECORD.
           READ HISTORY-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   WRITE DELIVERY-HISTORY-RECORD
                       FROM HISTORY-WORK-RECORD
           END-READ
           .

       4000-REPORT-UNMATCHED.
           PERFORM 4100-REPORT-ONE-RETURN
               VARYING WS-RETURN-INDEX FROM 1 BY 1
               UNTIL WS-RETURN-INDEX > WS-RETURN-COUNT
           .

       4100-REPORT-ONE-RETURN.
           IF NOT WS-RTN-MATCHED (WS-RETURN-INDEX)
               MOVE WS-RTN-RUN-ID (WS-RETURN-INDEX)  TO UM-RUN-ID
               MOVE WS-RTN-MSG-SEQ (WS-RETURN-INDEX) TO UM-MSG-SEQ
               MOVE WS-RTN-STATUS (WS-RETURN-INDEX)  TO UM-STATUS
               MOVE WS-RTN-DATE (WS-RETURN-INDEX)    TO UM-DATE
               WRITE BOUNCE-REPORT-RECORD FROM WS-UNMATCHED-LINE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           .

       5000-WRITE-COUNTS.
           MOVE WS-DELIVERED-COUNT    TO CL-DELIVERED
           MOVE WS-BOUNCED-COUNT      TO CL-BOUNCED
           MOVE WS-NO-CONTACT-COUNT   TO CL-NO-CONTACT
           MOVE WS-STILL-QUEUED-COUNT TO CL-STILL-QUEUED
           MOVE WS-UNMATCHED-COUNT    TO CL-UNMATCHED
           WRITE BOUNCE-REPORT-RECORD FROM WS-COUNT-LINE
           .

       9100-REPORT-MISSING-INPUT.
           WRITE BOUNCE-REPORT-RECORD FROM WS-NOFILE-LINE
           MOVE "W" TO WS-ERR-SEVERITY
           MOVE "GRT002" TO WS-ERR-CODE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING NF-FILE-NAME DELIMITED BY SPACE
                  " NOT PRESENT -- DELIVERY HISTORY NOT UPDATED"
                      DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           IF WS-MAX-RETURN-CODE < 4
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           .
       END PROGRAM GREETRTN.
