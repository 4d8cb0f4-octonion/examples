       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKREC.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-03
      *> Purpose:       General-ledger acknowledgement reconciliation.
      *>                ADDBATCH's POSTFILE sends the ledger one
      *>                posting per account and operation code under
      *>                H/D/T controls; the GL import returns GLACK
      *>                the next morning -- an "H" header with the run
      *>                date it consumed and its source system, one
      *>                "D" acknowledgement per posting (date,
      *>                account, op code, amount, "A" accepted or "R"
      *>                rejected, and the GL's reject reason code and
      *>                text), and a "T" trailer with the count and a
      *>                hash total of the amounts in the POSTFILE
      *>                trailer's own style. This runs ahead of the
      *>                next ADDBATCH (which overwrites POSTFILE),
      *>                proves each file's details against its own
      *>                trailer and the two sides against each other,
      *>                matches every acknowledgement to its posting on
      *>                run date plus account plus op code (each
      *>                posting can be acknowledged only once), and
      *>                reports to GLACKRPT:
      *>                  REJECTED        the GL refused the posting
      *>                  UNACKNOWLEDGED  no acknowledgement came back
      *>                  NO POSTING      an acknowledgement for a
      *>                                  posting POSTFILE never held
      *>                  AMOUNT DIFFERS  acknowledged at an amount
      *>                                  other than the one posted
      *>                Every rejected or amount-differing posting
      *>                writes its own ERROR-LOG entry so OPALERT
      *>                raises it the same morning instead of
      *>                ACCTPTD and the ledger disagreeing until
      *>                quarter-end:
      *>                  GLA001 S  control totals out of balance
      *>                  GLA002 E  posting rejected by the GL
      *>                  GLA003 W  postings left unacknowledged
      *>                  GLA004 E  GLACK is for another run date, or
      *>                            acknowledges a posting never sent
      *>                  GLA005 E  POSTFILE or GLACK not present
      *>                  GLA006 E  posting acknowledged at an amount
      *>                            other than the one posted
      *>                RETURN-CODE for the scheduler:
      *>                  0  every posting acknowledged and accepted
      *>                  4  postings unacknowledged, nothing refused
      *>                  8  rejected postings, unmatched or amount-
      *>                     differing acknowledgements, or a full
      *>                     posting table
      *>                 12  control totals out of balance, or GLACK
      *>                     acknowledges a different run date
      *>                 16  POSTFILE or GLACK not present
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-03  dp  Initial version -- a rejected GL posting
      *>                   used to surface only when somebody phoned
      *>                   the control desk.
      *>   2026-10-03  dp  Amount-differing acknowledgements now log
      *>                   GLA006 so OPALERT pages on them; posting
      *>                   table sized for FXREVAL's month-end R
      *>                   postings.
      *>   2026-10-06  dp  Control proof performed through its exit, so
      *>                   a GLACK for another run date ends RC 12
      *>                   instead of falling into the out-of-balance
      *>                   logging.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTFILE-STATUS.

           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACK-STATUS.

           SELECT GL-ACK-REPORT ASSIGN TO "GLACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
       01  POSTING-FILE-RECORD.
           05  PF-REC-TYPE             PIC X(01).
               88  PF-REC-HEADER               VALUE "H".
               88  PF-REC-DETAIL               VALUE "D".
               88  PF-REC-TRAILER              VALUE "T".
           05  FILLER                  PIC X(01).
           05  PF-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  PF-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  PF-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  PF-AMOUNT               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PF-RUN-ID               PIC X(12).
       01  POSTING-TRAILER-RECORD.
           05  FILLER                  PIC X(02).
           05  PT-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PT-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(24).

       FD  GL-ACK-FILE.
       01  GL-ACK-RECORD.
           05  GA-REC-TYPE             PIC X(01).
               88  GA-REC-HEADER               VALUE "H".
               88  GA-REC-DETAIL               VALUE "D".
               88  GA-REC-TRAILER              VALUE "T".
           05  FILLER                  PIC X(01).
           05  GA-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  GA-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  GA-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  GA-AMOUNT               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  GA-STATUS               PIC X(01).
               88  GA-ACCEPTED                 VALUE "A".
               88  GA-REJECTED                 VALUE "R".
           05  FILLER                  PIC X(01).
           05  GA-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  GA-REASON-TEXT          PIC X(30).
       01  GL-ACK-HEADER-RECORD.
           05  FILLER                  PIC X(11).
           05  GH-SOURCE               PIC X(08).
           05  FILLER                  PIC X(55).
       01  GL-ACK-TRAILER-RECORD.
           05  FILLER                  PIC X(02).
           05  GT-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GT-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(49).

       FD  GL-ACK-REPORT.
       01  GL-ACK-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-POSTFILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-POSTFILE-FOUND               VALUE "00".
       01  WS-GLACK-STATUS             PIC X(02) VALUE SPACES.
           88  WS-GLACK-FOUND                  VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-POST-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-ACK-RUN-DATE             PIC X(08) VALUE SPACES.
       01  WS-ACK-SOURCE               PIC X(08) VALUE SPACES.

      *> Control figures for both sides: what the details foot to
      *> and what each trailer claims.
       01  WS-POST-HEADER-SWITCH       PIC X(01) VALUE "N".
           88  WS-POST-HEADER-SEEN             VALUE "Y".
       01  WS-POST-TRAILER-SWITCH      PIC X(01) VALUE "N".
           88  WS-POST-TRAILER-SEEN            VALUE "Y".
       01  WS-POST-DETAIL-COUNT        PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-POST-DETAIL-HASH         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-POST-TRAILER-COUNT       PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-POST-TRAILER-HASH        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ACK-HEADER-SWITCH        PIC X(01) VALUE "N".
           88  WS-ACK-HEADER-SEEN              VALUE "Y".
       01  WS-ACK-TRAILER-SWITCH       PIC X(01) VALUE "N".
           88  WS-ACK-TRAILER-SEEN             VALUE "Y".
       01  WS-ACK-DETAIL-COUNT         PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-ACK-DETAIL-HASH          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ACK-TRAILER-COUNT        PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-ACK-TRAILER-HASH         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DATE-MATCH-SWITCH        PIC X(01) VALUE "Y".
           88  WS-DATES-MATCH                  VALUE "Y".

      *> One entry per POSTFILE detail. ADDBATCH posts at most four
      *> operations for each of its 50 accounts, and on month-end
      *> FXREVAL appends an R revaluation posting for each of up to
      *> 100 accounts plus the FX account, so 301 holds a full night;
      *> anything past that is counted and reported.
       01  WS-POST-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-POST-INDEX               PIC 9(03) COMP-5.
       01  WS-POST-OVERFLOW            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 301 TIMES.
               10  WS-POST-ACCOUNT     PIC X(08).
               10  WS-POST-OP-CODE     PIC X(01).
               10  WS-POST-AMOUNT      PIC S9(11)V99 COMP-3.
               10  WS-POST-ACK-SWITCH  PIC X(01).
                   88  WS-POST-ACKED           VALUE "Y".

       01  WS-ACCEPTED-COUNT           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-UNACKED-COUNT            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-NO-POSTING-COUNT         PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-AMOUNT-DIFF-COUNT        PIC 9(06) COMP-5 VALUE ZERO.

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "GLACKREC".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "GLACKREC".
       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-REJECT-MESSAGE.
           05  FILLER                  PIC X(12) VALUE
               "GL REJECTED ".
           05  EM-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EM-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EM-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EM-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  WS-ERR-NO-POSTING-MESSAGE.
           05  FILLER                  PIC X(23) VALUE
               "GL ACK WITHOUT POSTING ".
           05  EN-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EN-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  WS-ERR-AMOUNT-MESSAGE.
           05  FILLER                  PIC X(07) VALUE "GL AMT ".
           05  EA-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EA-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(06) VALUE " SENT ".
           05  EA-POSTED-AMOUNT        PIC -9(11).99.
           05  FILLER                  PIC X(05) VALUE " ACK ".
           05  EA-ACKED-AMOUNT         PIC -9(11).99.
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  WS-ERR-DATED-MESSAGE.
           05  ED-TEXT                 PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ED-DATE                 PIC X(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-ERR-UNACKED-MESSAGE.
           05  EU-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(37) VALUE
               " POSTINGS UNACKNOWLEDGED -- RUN DATE ".
           05  EU-DATE                 PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-REPORT-HEADING           PIC X(80) VALUE
           "POSTFILE / GLACK GENERAL-LEDGER ACKNOWLEDGEMENT".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(19) VALUE
               "POSTFILE RUN DATE: ".
           05  RD-POST-DATE            PIC X(08).
           05  FILLER                  PIC X(19) VALUE
               "   GLACK RUN DATE: ".
           05  RD-ACK-DATE             PIC X(08).
           05  FILLER                  PIC X(11) VALUE
               "   SOURCE: ".
           05  RD-SOURCE               PIC X(08).

       01  WS-CONTROL-LINE.
           05  CT-SIDE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CT-KIND                 PIC X(07).
           05  FILLER                  PIC X(08) VALUE " COUNT: ".
           05  CT-COUNT                PIC ZZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  HASH: ".
           05  CT-HASH                 PIC -9(13).99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CT-FLAG                 PIC X(14).

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(30) VALUE
               "POSTFILE / GLACK CONTROL TIE: ".
           05  TL-FLAG                 PIC X(14).

       01  WS-EXCEPTION-LINE.
           05  EX-LABEL                PIC X(16).
           05  EX-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-AMOUNT               PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-REASON-TEXT          PIC X(32).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE "POSTINGS: ".
           05  CL-POST-COUNT           PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  ACCEPTED: ".
           05  CL-ACCEPTED             PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  REJECTED: ".
           05  CL-REJECTED             PIC ZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "  UNACKNOWLEDGED: ".
           05  CL-UNACKED              PIC ZZZZZ9.

       01  WS-ACK-COUNT-LINE.
           05  FILLER                  PIC X(16) VALUE
               "ACKNOWLEDGED:   ".
           05  AC-ACK-COUNT            PIC ZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  NO POSTING: ".
           05  AC-NO-POSTING           PIC ZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "  AMOUNT DIFFERS: ".
           05  AC-AMOUNT-DIFF          PIC ZZZZZ9.

       01  WS-NOFILE-LINE.
           05  FILLER          PIC X(20) VALUE "INPUT NOT PRESENT: ".
           05  NF-FILE-NAME            PIC X(08).

       01  WS-DATE-MISMATCH-LINE.
           05  FILLER                  PIC X(44) VALUE
               "GLACK IS FOR ANOTHER RUN DATE -- NOT MATCHED".

       01  WS-OVERFLOW-LINE.
           05  FILLER                  PIC X(21) VALUE
               "POSTING TABLE FULL: ".
           05  OV-DROPPED-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(24) VALUE
               " POSTINGS NOT MATCHED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT GL-ACK-REPORT
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-HEADING

           PERFORM 1000-LOAD-POSTINGS THRU 1000-DONE
           IF WS-MAX-RETURN-CODE < 16
               PERFORM 2000-MATCH-ACKNOWLEDGEMENTS THRU 2000-DONE
           END-IF
           IF WS-MAX-RETURN-CODE < 16
               PERFORM 3000-PROVE-CONTROLS THRU 3000-EXIT
           END-IF
           IF WS-MAX-RETURN-CODE < 16
               AND WS-DATES-MATCH
               PERFORM 4000-SWEEP-UNACKNOWLEDGED
               PERFORM 5000-PRINT-TOTALS
           END-IF

           CLOSE GL-ACK-REPORT
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> ------------------------------------------------------------
      *> Load the POSTFILE we sent: header date, every posting, and
      *> the trailer's count and hash.
      *> ------------------------------------------------------------
       1000-LOAD-POSTINGS.
           OPEN INPUT POSTING-FILE
           IF NOT WS-POSTFILE-FOUND
               MOVE "POSTFILE" TO NF-FILE-NAME
               PERFORM 9100-REPORT-MISSING-INPUT
               GO TO 1000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1100-READ-POSTFILE
           PERFORM 1200-LOAD-ONE-POSTING THRU 1200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE POSTING-FILE
           .
       1000-DONE.
           EXIT
           .

       1100-READ-POSTFILE.
           READ POSTING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-POSTING.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           EVALUATE TRUE
           WHEN PF-REC-HEADER
               SET WS-POST-HEADER-SEEN TO TRUE
               MOVE PF-DATE TO WS-POST-RUN-DATE
           WHEN PF-REC-TRAILER
               SET WS-POST-TRAILER-SEEN TO TRUE
               IF PT-COUNT IS NUMERIC
                   MOVE PT-COUNT TO WS-POST-TRAILER-COUNT
               END-IF
               IF PT-HASH IS NUMERIC
                   MOVE PT-HASH TO WS-POST-TRAILER-HASH
               END-IF
           WHEN PF-REC-DETAIL
               ADD 1 TO WS-POST-DETAIL-COUNT
               IF PF-AMOUNT IS NUMERIC
                   ADD PF-AMOUNT TO WS-POST-DETAIL-HASH
               END-IF
               IF WS-POST-COUNT < 301
                   ADD 1 TO WS-POST-COUNT
                   MOVE PF-ACCOUNT TO WS-POST-ACCOUNT (WS-POST-COUNT)
                   MOVE PF-OP-CODE TO WS-POST-OP-CODE (WS-POST-COUNT)
                   MOVE ZERO TO WS-POST-AMOUNT (WS-POST-COUNT)
                   IF PF-AMOUNT IS NUMERIC
                       MOVE PF-AMOUNT
                           TO WS-POST-AMOUNT (WS-POST-COUNT)
                   END-IF
                   MOVE "N" TO WS-POST-ACK-SWITCH (WS-POST-COUNT)
               ELSE
                   ADD 1 TO WS-POST-OVERFLOW
               END-IF
           END-EVALUATE
           PERFORM 1100-READ-POSTFILE
           .
       1200-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> Walk GLACK. The header must name the run date POSTFILE
      *> carried -- a GLACK for some other night is reported and not
      *> matched at all, rather than turning every posting into a
      *> false exception.
      *> ------------------------------------------------------------
       2000-MATCH-ACKNOWLEDGEMENTS.
           OPEN INPUT GL-ACK-FILE
           IF NOT WS-GLACK-FOUND
               MOVE "GLACK" TO NF-FILE-NAME
               PERFORM 9100-REPORT-MISSING-INPUT
               GO TO 2000-DONE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-GLACK
           IF NOT WS-END-OF-FILE
               AND GA-REC-HEADER
               SET WS-ACK-HEADER-SEEN TO TRUE
               MOVE GA-DATE   TO WS-ACK-RUN-DATE
               MOVE GH-SOURCE TO WS-ACK-SOURCE
               PERFORM 2100-READ-GLACK
           END-IF
           MOVE WS-POST-RUN-DATE TO RD-POST-DATE
           MOVE WS-ACK-RUN-DATE  TO RD-ACK-DATE
           MOVE WS-ACK-SOURCE    TO RD-SOURCE
           WRITE GL-ACK-REPORT-RECORD FROM WS-RUN-DATE-LINE

           IF WS-ACK-HEADER-SEEN
               AND WS-ACK-RUN-DATE NOT = WS-POST-RUN-DATE
               MOVE "N" TO WS-DATE-MATCH-SWITCH
               WRITE GL-ACK-REPORT-RECORD FROM WS-DATE-MISMATCH-LINE
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE "GLA004" TO WS-ERR-CODE
               MOVE "GLACK DATE DIFFERS FROM POSTFILE -- GLACK"
                   TO ED-TEXT
               MOVE WS-ACK-RUN-DATE TO ED-DATE
               MOVE WS-ERR-DATED-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 12
                   MOVE 12 TO WS-MAX-RETURN-CODE
               END-IF
               CLOSE GL-ACK-FILE
               GO TO 2000-DONE
           END-IF

           PERFORM 2200-MATCH-ONE-ACK THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE GL-ACK-FILE
           .
       2000-DONE.
           EXIT
           .

       2100-READ-GLACK.
           READ GL-ACK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-MATCH-ONE-ACK.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           IF GA-REC-TRAILER
               SET WS-ACK-TRAILER-SEEN TO TRUE
               IF GT-COUNT IS NUMERIC
                   MOVE GT-COUNT TO WS-ACK-TRAILER-COUNT
               END-IF
               IF GT-HASH IS NUMERIC
                   MOVE GT-HASH TO WS-ACK-TRAILER-HASH
               END-IF
               GO TO 2200-NEXT
           END-IF
           IF NOT GA-REC-DETAIL
               GO TO 2200-NEXT
           END-IF

           ADD 1 TO WS-ACK-DETAIL-COUNT
           IF GA-AMOUNT IS NUMERIC
               ADD GA-AMOUNT TO WS-ACK-DETAIL-HASH
           END-IF

           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           IF GA-DATE = WS-POST-RUN-DATE
               PERFORM 2300-TRY-ONE-POSTING
                   VARYING WS-POST-INDEX FROM 1 BY 1
                   UNTIL WS-POST-INDEX > WS-POST-COUNT
                       OR WS-MATCH-FOUND
           END-IF
           IF NOT WS-MATCH-FOUND
               ADD 1 TO WS-NO-POSTING-COUNT
               MOVE "NO POSTING:     " TO EX-LABEL
               PERFORM 2500-WRITE-ACK-EXCEPTION
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE "GLA004" TO WS-ERR-CODE
               MOVE GA-ACCOUNT TO EN-ACCOUNT
               MOVE GA-OP-CODE TO EN-OP-CODE
               MOVE WS-ERR-NO-POSTING-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
               GO TO 2200-NEXT
           END-IF

      *> WS-POST-INDEX has stepped one past the entry that matched
           SUBTRACT 1 FROM WS-POST-INDEX
           IF GA-AMOUNT IS NOT NUMERIC
               OR GA-AMOUNT NOT = WS-POST-AMOUNT (WS-POST-INDEX)
               ADD 1 TO WS-AMOUNT-DIFF-COUNT
               MOVE "AMOUNT DIFFERS: " TO EX-LABEL
               PERFORM 2500-WRITE-ACK-EXCEPTION
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE "GLA006" TO WS-ERR-CODE
               MOVE GA-ACCOUNT TO EA-ACCOUNT
               MOVE GA-OP-CODE TO EA-OP-CODE
               MOVE WS-POST-AMOUNT (WS-POST-INDEX) TO EA-POSTED-AMOUNT
               MOVE ZERO TO EA-ACKED-AMOUNT
               IF GA-AMOUNT IS NUMERIC
                   MOVE GA-AMOUNT TO EA-ACKED-AMOUNT
               END-IF
               MOVE WS-ERR-AMOUNT-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF

           EVALUATE TRUE
           WHEN GA-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
           WHEN GA-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED:       " TO EX-LABEL
               PERFORM 2500-WRITE-ACK-EXCEPTION
               PERFORM 2600-LOG-REJECTION
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
           WHEN OTHER
      *> an acknowledgement that neither accepts nor rejects leaves
      *> the posting exactly where no acknowledgement would
               MOVE "N" TO WS-POST-ACK-SWITCH (WS-POST-INDEX)
           END-EVALUATE
           .
       2200-NEXT.
           PERFORM 2100-READ-GLACK
           .
       2200-EXIT.
           EXIT
           .

       2300-TRY-ONE-POSTING.
           IF NOT WS-POST-ACKED (WS-POST-INDEX)
               AND WS-POST-ACCOUNT (WS-POST-INDEX) = GA-ACCOUNT
               AND WS-POST-OP-CODE (WS-POST-INDEX) = GA-OP-CODE
               SET WS-MATCH-FOUND TO TRUE
               MOVE "Y" TO WS-POST-ACK-SWITCH (WS-POST-INDEX)
           END-IF
           .

       2500-WRITE-ACK-EXCEPTION.
           MOVE GA-ACCOUNT TO EX-ACCOUNT
           MOVE GA-OP-CODE TO EX-OP-CODE
           MOVE ZERO TO EX-AMOUNT
           IF GA-AMOUNT IS NUMERIC
               MOVE GA-AMOUNT TO EX-AMOUNT
           END-IF
           MOVE GA-REASON-CODE TO EX-REASON-CODE
           MOVE GA-REASON-TEXT TO EX-REASON-TEXT
           WRITE GL-ACK-REPORT-RECORD FROM WS-EXCEPTION-LINE
           .

       2600-LOG-REJECTION.
           MOVE "E"      TO WS-ERR-SEVERITY
           MOVE "GLA002" TO WS-ERR-CODE
           MOVE GA-ACCOUNT     TO EM-ACCOUNT
           MOVE GA-OP-CODE     TO EM-OP-CODE
           MOVE GA-REASON-CODE TO EM-REASON-CODE
           MOVE GA-REASON-TEXT TO EM-REASON-TEXT
           MOVE WS-ERR-REJECT-MESSAGE TO WS-ERR-MESSAGE
           PERFORM 9000-LOG-ERROR
           .

      *> ------------------------------------------------------------
      *> Each side's details against its own trailer, then the two
      *> sides against each other. A GLACK for another run date has
      *> no details to tie, so only the POSTFILE side is proven.
      *> ------------------------------------------------------------
       3000-PROVE-CONTROLS.
           MOVE "POSTFILE" TO CT-SIDE
           MOVE "DETAIL "  TO CT-KIND
           MOVE WS-POST-DETAIL-COUNT TO CT-COUNT
           MOVE WS-POST-DETAIL-HASH  TO CT-HASH
           MOVE SPACES TO CT-FLAG
           WRITE GL-ACK-REPORT-RECORD FROM WS-CONTROL-LINE
           MOVE "TRAILER"  TO CT-KIND
           MOVE WS-POST-TRAILER-COUNT TO CT-COUNT
           MOVE WS-POST-TRAILER-HASH  TO CT-HASH
           IF WS-POST-HEADER-SEEN
               AND WS-POST-TRAILER-SEEN
               AND WS-POST-DETAIL-COUNT = WS-POST-TRAILER-COUNT
               AND WS-POST-DETAIL-HASH = WS-POST-TRAILER-HASH
               MOVE "IN BALANCE" TO CT-FLAG
           ELSE
               MOVE "OUT OF BALANCE" TO CT-FLAG
               MOVE "POSTFILE TRAILER OUT OF BALANCE -- RUN DATE"
                   TO ED-TEXT
               PERFORM 3100-LOG-OUT-OF-BALANCE
           END-IF
           WRITE GL-ACK-REPORT-RECORD FROM WS-CONTROL-LINE

           IF NOT WS-DATES-MATCH
               GO TO 3000-EXIT
           END-IF

           MOVE "GLACK"    TO CT-SIDE
           MOVE "DETAIL "  TO CT-KIND
           MOVE WS-ACK-DETAIL-COUNT TO CT-COUNT
           MOVE WS-ACK-DETAIL-HASH  TO CT-HASH
           MOVE SPACES TO CT-FLAG
           WRITE GL-ACK-REPORT-RECORD FROM WS-CONTROL-LINE
           MOVE "TRAILER"  TO CT-KIND
           MOVE WS-ACK-TRAILER-COUNT TO CT-COUNT
           MOVE WS-ACK-TRAILER-HASH  TO CT-HASH
           IF WS-ACK-HEADER-SEEN
               AND WS-ACK-TRAILER-SEEN
               AND WS-ACK-DETAIL-COUNT = WS-ACK-TRAILER-COUNT
               AND WS-ACK-DETAIL-HASH = WS-ACK-TRAILER-HASH
               MOVE "IN BALANCE" TO CT-FLAG
           ELSE
               MOVE "OUT OF BALANCE" TO CT-FLAG
               MOVE "GLACK TRAILER OUT OF BALANCE -- RUN DATE"
                   TO ED-TEXT
               PERFORM 3100-LOG-OUT-OF-BALANCE
           END-IF
           WRITE GL-ACK-REPORT-RECORD FROM WS-CONTROL-LINE

           IF WS-ACK-DETAIL-COUNT = WS-POST-DETAIL-COUNT
               AND WS-ACK-DETAIL-HASH = WS-POST-DETAIL-HASH
               MOVE "IN BALANCE" TO TL-FLAG
           ELSE
               MOVE "OUT OF BALANCE" TO TL-FLAG
      *> a short GLACK is already reported posting by posting as
      *> unacknowledged; only a full-count file that foots to a
      *> different total is a control failure in its own right
               IF WS-ACK-DETAIL-COUNT = WS-POST-DETAIL-COUNT
                   MOVE "GLACK HASH DIFFERS FROM POSTFILE -- RUN DATE"
                       TO ED-TEXT
                   PERFORM 3100-LOG-OUT-OF-BALANCE
               END-IF
           END-IF
           WRITE GL-ACK-REPORT-RECORD FROM WS-TIE-LINE
           .
       3000-EXIT.
           EXIT
           .

       3100-LOG-OUT-OF-BALANCE.
           MOVE "S"      TO WS-ERR-SEVERITY
           MOVE "GLA001" TO WS-ERR-CODE
           MOVE WS-POST-RUN-DATE TO ED-DATE
           MOVE WS-ERR-DATED-MESSAGE TO WS-ERR-MESSAGE
           PERFORM 9000-LOG-ERROR
           IF WS-MAX-RETURN-CODE < 12
               MOVE 12 TO WS-MAX-RETURN-CODE
           END-IF
           .

      *> ------------------------------------------------------------
      *> Every posting no acknowledgement claimed. One ERRLOG warning
      *> covers the lot -- the report names them individually.
      *> ------------------------------------------------------------
       4000-SWEEP-UNACKNOWLEDGED.
           PERFORM 4100-SWEEP-ONE-POSTING
               VARYING WS-POST-INDEX FROM 1 BY 1
               UNTIL WS-POST-INDEX > WS-POST-COUNT
           IF WS-UNACKED-COUNT > ZERO
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE "GLA003" TO WS-ERR-CODE
               MOVE WS-UNACKED-COUNT TO EU-COUNT
               MOVE WS-POST-RUN-DATE TO EU-DATE
               MOVE WS-ERR-UNACKED-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           IF WS-POST-OVERFLOW > ZERO
               MOVE WS-POST-OVERFLOW TO OV-DROPPED-COUNT
               WRITE GL-ACK-REPORT-RECORD FROM WS-OVERFLOW-LINE
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .

       4100-SWEEP-ONE-POSTING.
           IF NOT WS-POST-ACKED (WS-POST-INDEX)
               ADD 1 TO WS-UNACKED-COUNT
               MOVE "UNACKNOWLEDGED: " TO EX-LABEL
               MOVE WS-POST-ACCOUNT (WS-POST-INDEX) TO EX-ACCOUNT
               MOVE WS-POST-OP-CODE (WS-POST-INDEX) TO EX-OP-CODE
               MOVE WS-POST-AMOUNT (WS-POST-INDEX)  TO EX-AMOUNT
               MOVE SPACES TO EX-REASON-CODE
               MOVE SPACES TO EX-REASON-TEXT
               WRITE GL-ACK-REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-IF
           .

       5000-PRINT-TOTALS.
           MOVE WS-POST-DETAIL-COUNT TO CL-POST-COUNT
           MOVE WS-ACCEPTED-COUNT    TO CL-ACCEPTED
           MOVE WS-REJECTED-COUNT    TO CL-REJECTED
           MOVE WS-UNACKED-COUNT     TO CL-UNACKED
           WRITE GL-ACK-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE WS-ACK-DETAIL-COUNT  TO AC-ACK-COUNT
           MOVE WS-NO-POSTING-COUNT  TO AC-NO-POSTING
           MOVE WS-AMOUNT-DIFF-COUNT TO AC-AMOUNT-DIFF
           WRITE GL-ACK-REPORT-RECORD FROM WS-ACK-COUNT-LINE
           .

       9000-LOG-ERROR.
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           .

      *> A missing GLACK is the case this step exists to catch: the
      *> GL never answered, so the whole POSTFILE is unconfirmed.
       9100-REPORT-MISSING-INPUT.
           WRITE GL-ACK-REPORT-RECORD FROM WS-NOFILE-LINE
           MOVE "E"      TO WS-ERR-SEVERITY
           MOVE "GLA005" TO WS-ERR-CODE
           MOVE SPACES   TO WS-ERR-MESSAGE
           MOVE WS-NOFILE-LINE TO WS-ERR-MESSAGE
           PERFORM 9000-LOG-ERROR
           MOVE 16 TO WS-MAX-RETURN-CODE
           .
       END PROGRAM GLACKREC.
