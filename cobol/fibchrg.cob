      *>                  col   8-12  rate per cache-hit term, 9(3)V99
      *>                              (implied decimal, e.g. 00005)
      *>                  col  14-18  rate per computed term, 9(3)V99
      *>                  col  20-27  operations recovery account
      *>                A computed term is priced above a cache hit --
      *>                that is the whole cost argument. A missing
      *>                CHRGPARM defaults to the current month and
      *>                rates of .05 per hit and .50 per computed
      *>                term, the same graceful degradation a missing
      *>                VARPARM/TIMEPARM gets.
      *>                The charges are also booked: each requester
      *>                whose REQMAST entry names a ledger account gets
      *>                an operation-A detail of plus its amount due,
      *>                and the recovery account one of minus the
      *>                booked total, written with header and trailer
      *>                to CHRGFEED. ADDMERGE takes that in as a
      *>                consumed feed on the next nightly window and
      *>                ADDBATCH books it. The month's booking is
      *>                recorded on CHRGHST; a rerun for a month
      *>                already there prints the statements but writes
      *>                no feed, so nothing is booked twice -- a
      *>                correction goes through ADJDESK. The closing
      *>                section splits the month's total into booked
      *>                and not booked, tying the ledger back to the
      *>                statements.
      *>                RETURN-CODE: 4 when the billing month had no
      *>                usage at all or was already booked, 8 when a
      *>                charge could not be booked (no ledger account
      *>                for the requester, no recovery account, or a
      *>                total too large for a detail), 16 when
      *>                USAGEHST is not present. Each run also writes
      *>                a dated, run-ID-stamped generation of the
      *>                statements (CRPTNNN, recorded in RPTINDEX)
      *>                for RPTDLVR to burst by requester.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-08-23  dp  Initial version -- the computing cost of
      *>                   night on one business date. Every step
      *>                   and writer took the same treatment in the
      *>                   same change.
      *>   2026-09-11  dp  Chargebacks booked to the ledger. Requester
      *>                   amounts due are written to CHRGFEED as
      *>                   ADDTRANS details against the REQMAST ledger
      *>                   account, offset to the CHRGPARM recovery
      *>                   account, for ADDMERGE/ADDBATCH to book on
      *>                   the next window; CHRGHST guards a rerun.
      *>                   Statements show the account or NOT BOOKED
      *>                   and the closing section the booked split.
      *>   2026-10-01  dp  Every run now also writes a dated, run-ID-
      *>                   stamped generation of CHRGRPT (dual-
      *>                   written line for line) and records it in
      *>                   RPTINDEX, the same as RUNRECON's, so the
      *>                   RPTDLVR distribution step finds this
      *>                   month's statements on the index and bursts
      *>                   them to each requester.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHARGE-REPORT ASSIGN TO "CHRGRPT"
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

           SELECT CHARGE-FEED ASSIGN TO "CHRGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHRGFEED-STATUS.

           SELECT CHARGE-HISTORY ASSIGN TO "CHRGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHRGHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-HISTORY.
           05  CP-HIT-RATE             PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  CP-COMPUTE-RATE         PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  CP-RECOVERY-ACCOUNT     PIC X(08).

       FD  REQUESTER-MASTER.
       01  REQUESTER-MASTER-RECORD.
           05  RQ-IN-CONTACT           PIC X(20).
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACTIVE-FLAG       PIC X(01).
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACCOUNT           PIC X(08).

       FD  CHARGE-REPORT.
       01  CHARGE-REPORT-RECORD        PIC X(100).

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

       FD  CHARGE-FEED.
       01  CHARGE-FEED-RECORD          PIC X(60).

       FD  CHARGE-HISTORY.
       01  CHARGE-HISTORY-RECORD.
           05  CH-MONTH                PIC X(06).
           05  FILLER                  PIC X(01).
           05  CH-BOOKED-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CH-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CH-TOTAL                PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-USAGEHST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-USAGEHST-FOUND               VALUE "00".
           88  WS-CHRGPARM-FOUND               VALUE "00".
       01  WS-REQMAST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-REQMAST-FOUND                VALUE "00".
       01  WS-CHRGFEED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CHRGHST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-CHRGHST-FOUND                VALUE "00".
           88  WS-CHRGHST-NOT-FOUND            VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-GEN-NAME                 PIC X(08).
       01  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPTINDEX-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPTINDEX-NOT-FOUND           VALUE "35".
       01  WS-GEN-RUN-ID               PIC X(12) VALUE SPACES.
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-BILLING-MONTH            PIC X(06).
       01  WS-HIT-RATE                 PIC 9(03)V99 COMP-3 VALUE .05.
       01  WS-COMPUTE-RATE             PIC 9(03)V99 COMP-3 VALUE .50.
       01  WS-RECOVERY-ACCOUNT         PIC X(08) VALUE SPACES.
       01  WS-BOOKED-SWITCH            PIC X(01) VALUE "N".
           88  WS-ALREADY-BOOKED               VALUE "Y".
       01  WS-BOOKED-DATE              PIC X(08) VALUE SPACES.

       01  WS-REQUESTER-COUNT          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REQUESTER-INDEX          PIC 9(03) COMP-5.
               10  WS-USE-HITS         PIC 9(09) COMP-5.
               10  WS-USE-COMPUTED     PIC 9(09) COMP-5.
               10  WS-USE-OVERFLOWS    PIC 9(09) COMP-5.
               10  WS-USE-ACCOUNT      PIC X(08).
               10  WS-USE-CHARGE       PIC S9(09)V99 COMP-3.

       01  WS-MASTER-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MASTER-INDEX             PIC 9(03) COMP-5.
               10  WS-MASTER-CODE      PIC X(04).
               10  WS-MASTER-DEPT-NAME PIC X(30).
               10  WS-MASTER-CONTACT   PIC X(20).
               10  WS-MASTER-ACCOUNT   PIC X(08).

       01  WS-HIT-CHARGE               PIC S9(09)V99 COMP-3.
       01  WS-COMPUTE-CHARGE           PIC S9(09)V99 COMP-3.
       01  WS-TOTAL-CHARGE             PIC S9(09)V99 COMP-3.
       01  WS-GRAND-TOTAL              PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MAPPED-TOTAL             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOKED-TOTAL             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNBOOKED-TOTAL           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FEED-COUNT               PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-FEED-HASH                PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-PAGE-HEADING.
               "AMOUNT DUE:       ".
           05  TL-CHARGE               PIC -9(09).99.

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(18) VALUE
               "LEDGER ACCOUNT:   ".
           05  AL-ACCOUNT              PIC X(08).
       01  WS-NOT-BOOKED-LINE          PIC X(100) VALUE
           "NOT BOOKED -- NO LEDGER ACCOUNT ON REQMAST".

       01  WS-GRAND-LINE.
           05  FILLER                  PIC X(26) VALUE
               "ALL REQUESTERS, MONTH:    ".
           05  GL-TOTAL                PIC -9(11).99.
       01  WS-BOOKED-LINE.
           05  FILLER                  PIC X(26) VALUE
               "  BOOKED TO LEDGER:       ".
           05  BL-TOTAL                PIC -9(11).99.
           05  FILLER                  PIC X(12) VALUE
               "  DETAILS:  ".
           05  BL-COUNT                PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  RECOVERY: ".
           05  BL-RECOVERY             PIC X(08).
       01  WS-UNBOOKED-LINE.
           05  FILLER                  PIC X(26) VALUE
               "  NOT BOOKED:             ".
           05  UB-TOTAL                PIC -9(11).99.

       01  WS-FEED-MESSAGE             PIC X(100).
       01  WS-NO-RECOVERY-LINE         PIC X(100) VALUE
           "NO RECOVERY ACCOUNT ON CHRGPARM -- NO LEDGER FEED WRITTEN".
       01  WS-TOO-LARGE-LINE           PIC X(100) VALUE
           "BOOKED TOTAL TOO LARGE FOR ONE DETAIL -- NO LEDGER FEED".
       01  WS-NOTHING-BOOKED-LINE      PIC X(100) VALUE
           "NOTHING TO BOOK -- NO LEDGER FEED WRITTEN".
       01  WS-ALREADY-BOOKED-LINE.
           05  FILLER                  PIC X(38) VALUE
               "MONTH ALREADY BOOKED TO THE LEDGER ON ".
           05  AB-DATE                 PIC X(08).
           05  FILLER                  PIC X(39) VALUE
               " -- NO FEED WRITTEN; CORRECT IN ADJDESK".

       01  WS-FEED-HEADER.
           05  FH-REC-TYPE             PIC X(01) VALUE "H".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FH-SOURCE               PIC X(08) VALUE "FIBCHRG".

       01  WS-FEED-DETAIL.
           05  FD-REC-TYPE             PIC X(01) VALUE "D".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FD-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FD-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FD-OP-CODE              PIC X(01) VALUE "A".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FD-X                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FD-Y                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FD-CURRENCY             PIC X(03) VALUE "USD".

       01  WS-FEED-TRAILER.
           05  FT-REC-TYPE             PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FT-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FT-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-NO-USAGE-LINE            PIC X(100) VALUE
           MOVE WS-TODAY-DATE (1:6) TO WS-BILLING-MONTH
           PERFORM 1000-READ-CHARGE-PARM
           PERFORM 1500-LOAD-REQUESTER-MASTER
           PERFORM 1800-CHECK-CHARGE-HISTORY

           OPEN OUTPUT CHARGE-REPORT
           PERFORM 0300-OPEN-REPORT-GENERATION
           MOVE WS-BILLING-MONTH TO PH-MONTH
           WRITE CHARGE-REPORT-RECORD FROM WS-PAGE-HEADING
           WRITE REPORT-GENERATION-RECORD FROM WS-PAGE-HEADING

           OPEN INPUT USAGE-HISTORY
           IF WS-USAGEHST-FOUND
               CLOSE USAGE-HISTORY
               IF WS-REQUESTER-COUNT = ZERO
                   WRITE CHARGE-REPORT-RECORD FROM WS-NO-USAGE-LINE
                   WRITE REPORT-GENERATION-RECORD FROM WS-NO-USAGE-LINE
                   MOVE 4 TO WS-MAX-RETURN-CODE
               ELSE
                   PERFORM 3000-PRINT-ONE-STATEMENT
                       VARYING WS-REQUESTER-INDEX FROM 1 BY 1
                       UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT
                   PERFORM 4000-BOOK-CHARGES THRU 4000-EXIT
                   WRITE CHARGE-REPORT-RECORD FROM WS-BLANK-LINE
                   WRITE REPORT-GENERATION-RECORD FROM WS-BLANK-LINE
                   MOVE WS-GRAND-TOTAL TO GL-TOTAL
                   WRITE CHARGE-REPORT-RECORD FROM WS-GRAND-LINE
                   WRITE REPORT-GENERATION-RECORD FROM WS-GRAND-LINE
                   MOVE WS-BOOKED-TOTAL     TO BL-TOTAL
                   MOVE WS-FEED-COUNT       TO BL-COUNT
                   MOVE WS-RECOVERY-ACCOUNT TO BL-RECOVERY
                   WRITE CHARGE-REPORT-RECORD FROM WS-BOOKED-LINE
                   WRITE REPORT-GENERATION-RECORD FROM WS-BOOKED-LINE
                   COMPUTE WS-UNBOOKED-TOTAL =
                       WS-GRAND-TOTAL - WS-BOOKED-TOTAL
                   MOVE WS-UNBOOKED-TOTAL TO UB-TOTAL
                   WRITE CHARGE-REPORT-RECORD FROM WS-UNBOOKED-LINE
                   WRITE REPORT-GENERATION-RECORD FROM WS-UNBOOKED-LINE
                   IF WS-FEED-MESSAGE NOT = SPACES
                       WRITE CHARGE-REPORT-RECORD FROM WS-FEED-MESSAGE
                       WRITE REPORT-GENERATION-RECORD
                           FROM WS-FEED-MESSAGE
                   END-IF
               END-IF
           ELSE
               WRITE CHARGE-REPORT-RECORD FROM WS-NOFILE-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-NOFILE-LINE
               MOVE 16 TO WS-MAX-RETURN-CODE
           END-IF

           PERFORM 0350-CLOSE-REPORT-GENERATION
           CLOSE CHARGE-REPORT
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> ------------------------------------------------------------
      *> One dated, run-ID-stamped generation of this report per
      *> submission, named CRPTNNN from the run ID's daily sequence
      *> and recorded in the RPTINDEX dataset -- so RPTDLVR asks the
      *> index for tonight's CHRGRPT instead of sending whatever
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
           MOVE "CRPT000" TO WS-GEN-NAME
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
           MOVE "CHRGRPT" TO RI-REPORT
           MOVE WS-GEN-RUN-ID TO RI-RUN-ID
           MOVE WS-TODAY-DATE TO RI-DATE
           MOVE WS-GEN-NAME TO RI-MEMBER
           WRITE REPORT-INDEX-RECORD
           CLOSE REPORT-INDEX
           .

       1000-READ-CHARGE-PARM.
           OPEN INPUT CHARGE-PARM
           IF WS-CHRGPARM-FOUND
                       IF CP-COMPUTE-RATE IS NUMERIC
                           MOVE CP-COMPUTE-RATE TO WS-COMPUTE-RATE
                       END-IF
                       MOVE CP-RECOVERY-ACCOUNT
                           TO WS-RECOVERY-ACCOUNT
               END-READ
               CLOSE CHARGE-PARM
           END-IF
               TO WS-MASTER-DEPT-NAME (WS-MASTER-COUNT)
           MOVE RQ-IN-CONTACT
               TO WS-MASTER-CONTACT (WS-MASTER-COUNT)
           MOVE RQ-IN-ACCOUNT
               TO WS-MASTER-ACCOUNT (WS-MASTER-COUNT)
           PERFORM 1600-READ-REQMAST
           .
       1700-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> CHRGHST holds one record per billing month booked to the
      *> ledger. A month already on it is not booked again, and its
      *> booked count and total stand in for tonight's on the report.
      *> ------------------------------------------------------------
       1800-CHECK-CHARGE-HISTORY.
           OPEN INPUT CHARGE-HISTORY
           IF WS-CHRGHST-FOUND
               PERFORM 1900-CHECK-ONE-HISTORY
                   UNTIL WS-END-OF-FILE
               CLOSE CHARGE-HISTORY
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1900-CHECK-ONE-HISTORY.
           READ CHARGE-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF CH-MONTH = WS-BILLING-MONTH
                       SET WS-ALREADY-BOOKED TO TRUE
                       MOVE CH-BOOKED-DATE TO WS-BOOKED-DATE
                       IF CH-COUNT IS NUMERIC
                           AND CH-TOTAL IS NUMERIC
                           MOVE CH-COUNT TO WS-FEED-COUNT
                           MOVE CH-TOTAL TO WS-BOOKED-TOTAL
                       END-IF
                   END-IF
           END-READ
           .

       2100-READ-USAGE.
           READ USAGE-HISTORY
               AT END
      *> ------------------------------------------------------------
       3000-PRINT-ONE-STATEMENT.
           WRITE CHARGE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-BLANK-LINE
           MOVE WS-USE-REQUESTER (WS-REQUESTER-INDEX) TO RL-CODE
           PERFORM 3100-NAME-ONE-REQUESTER THRU 3100-EXIT
           WRITE CHARGE-REPORT-RECORD FROM WS-REQUESTER-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-REQUESTER-LINE

           MOVE WS-USE-REQUESTS (WS-REQUESTER-INDEX)  TO UL-REQUESTS
           MOVE WS-USE-NIGHTS (WS-REQUESTER-INDEX)    TO UL-NIGHTS
           MOVE WS-USE-OVERFLOWS (WS-REQUESTER-INDEX) TO UL-OVERFLOWS
           WRITE CHARGE-REPORT-RECORD FROM WS-USAGE-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-USAGE-LINE

           COMPUTE WS-HIT-CHARGE ROUNDED =
               WS-USE-HITS (WS-REQUESTER-INDEX) * WS-HIT-RATE
           MOVE WS-HIT-RATE                      TO HL-RATE
           MOVE WS-HIT-CHARGE                    TO HL-CHARGE
           WRITE CHARGE-REPORT-RECORD FROM WS-HIT-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-HIT-LINE

           COMPUTE WS-COMPUTE-CHARGE ROUNDED =
               WS-USE-COMPUTED (WS-REQUESTER-INDEX) * WS-COMPUTE-RATE
           MOVE WS-COMPUTE-RATE                      TO CL-RATE
           MOVE WS-COMPUTE-CHARGE                    TO CL-CHARGE
           WRITE CHARGE-REPORT-RECORD FROM WS-COMPUTE-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-COMPUTE-LINE

           COMPUTE WS-TOTAL-CHARGE =
               WS-HIT-CHARGE + WS-COMPUTE-CHARGE
           ADD WS-TOTAL-CHARGE TO WS-GRAND-TOTAL
           MOVE WS-TOTAL-CHARGE TO TL-CHARGE
           WRITE CHARGE-REPORT-RECORD FROM WS-TOTAL-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-TOTAL-LINE

      *> A nil charge has nothing to book either way.
           MOVE WS-TOTAL-CHARGE
               TO WS-USE-CHARGE (WS-REQUESTER-INDEX)
           IF WS-TOTAL-CHARGE > ZERO
               IF WS-USE-ACCOUNT (WS-REQUESTER-INDEX) = SPACES
                   WRITE CHARGE-REPORT-RECORD FROM WS-NOT-BOOKED-LINE
                   WRITE REPORT-GENERATION-RECORD
                       FROM WS-NOT-BOOKED-LINE
                   IF WS-MAX-RETURN-CODE < 8
                       MOVE 8 TO WS-MAX-RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-USE-ACCOUNT (WS-REQUESTER-INDEX)
                       TO AL-ACCOUNT
                   WRITE CHARGE-REPORT-RECORD FROM WS-ACCOUNT-LINE
                   WRITE REPORT-GENERATION-RECORD FROM WS-ACCOUNT-LINE
                   ADD WS-TOTAL-CHARGE TO WS-MAPPED-TOTAL
               END-IF
           END-IF
           .

       3100-NAME-ONE-REQUESTER.
           MOVE SPACES TO WS-USE-ACCOUNT (WS-REQUESTER-INDEX)
           IF WS-USE-REQUESTER (WS-REQUESTER-INDEX) = "UNSP"
               MOVE "UNSPECIFIED" TO RL-DEPT-NAME
               MOVE SPACES        TO RL-CONTACT
                   TO RL-DEPT-NAME
               MOVE WS-MASTER-CONTACT (WS-MASTER-INDEX)
                   TO RL-CONTACT
               MOVE WS-MASTER-ACCOUNT (WS-MASTER-INDEX)
                   TO WS-USE-ACCOUNT (WS-REQUESTER-INDEX)
           ELSE
               MOVE "NOT ON REQUESTER MASTER" TO RL-DEPT-NAME
               MOVE SPACES                    TO RL-CONTACT
               SET WS-MASTER-FOUND TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> The ledger feed: one operation-A detail per requester with
      *> an account and an amount due, and the recovery account's
      *> offsetting credit, so the feed nets to zero. Everything is
      *> dated the run's processing date; ADDMERGE proves the header
      *> and trailer like any other feed. Written whole or not at
      *> all -- the reason for not writing it goes on the report.
      *> ------------------------------------------------------------
       4000-BOOK-CHARGES.
           MOVE SPACES TO WS-FEED-MESSAGE
           IF WS-ALREADY-BOOKED
               MOVE WS-BOOKED-DATE TO AB-DATE
               MOVE WS-ALREADY-BOOKED-LINE TO WS-FEED-MESSAGE
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
               GO TO 4000-EXIT
           END-IF
           IF WS-MAPPED-TOTAL = ZERO
               MOVE WS-NOTHING-BOOKED-LINE TO WS-FEED-MESSAGE
               GO TO 4000-EXIT
           END-IF
           IF WS-RECOVERY-ACCOUNT = SPACES
               MOVE WS-NO-RECOVERY-LINE TO WS-FEED-MESSAGE
               MOVE 8 TO WS-MAX-RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           IF WS-MAPPED-TOTAL > 999999999.99
               MOVE WS-TOO-LARGE-LINE TO WS-FEED-MESSAGE
               MOVE 8 TO WS-MAX-RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           OPEN OUTPUT CHARGE-FEED
           MOVE WS-TODAY-DATE TO FH-DATE
           WRITE CHARGE-FEED-RECORD FROM WS-FEED-HEADER
           MOVE WS-TODAY-DATE TO FD-DATE
           MOVE ZERO TO FD-Y
           PERFORM 4100-WRITE-ONE-CHARGE
               VARYING WS-REQUESTER-INDEX FROM 1 BY 1
               UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT

           MOVE WS-RECOVERY-ACCOUNT TO FD-ACCOUNT
           COMPUTE FD-X = ZERO - WS-BOOKED-TOTAL
           SUBTRACT WS-BOOKED-TOTAL FROM WS-FEED-HASH
           ADD 1 TO WS-FEED-COUNT
           WRITE CHARGE-FEED-RECORD FROM WS-FEED-DETAIL

           MOVE WS-FEED-COUNT TO FT-COUNT
           MOVE WS-FEED-HASH  TO FT-HASH
           WRITE CHARGE-FEED-RECORD FROM WS-FEED-TRAILER
           CLOSE CHARGE-FEED
           PERFORM 4500-RECORD-HISTORY
           .
       4000-EXIT.
           EXIT
           .

       4100-WRITE-ONE-CHARGE.
           IF WS-USE-ACCOUNT (WS-REQUESTER-INDEX) NOT = SPACES
               AND WS-USE-CHARGE (WS-REQUESTER-INDEX) > ZERO
               MOVE WS-USE-ACCOUNT (WS-REQUESTER-INDEX) TO FD-ACCOUNT
               MOVE WS-USE-CHARGE (WS-REQUESTER-INDEX)  TO FD-X
               ADD WS-USE-CHARGE (WS-REQUESTER-INDEX)
                   TO WS-BOOKED-TOTAL
               ADD WS-USE-CHARGE (WS-REQUESTER-INDEX)
                   TO WS-FEED-HASH
               ADD 1 TO WS-FEED-COUNT
               WRITE CHARGE-FEED-RECORD FROM WS-FEED-DETAIL
           END-IF
           .

       4500-RECORD-HISTORY.
           OPEN EXTEND CHARGE-HISTORY
           IF WS-CHRGHST-NOT-FOUND
               OPEN OUTPUT CHARGE-HISTORY
           END-IF
           MOVE SPACES             TO CHARGE-HISTORY-RECORD
           MOVE WS-BILLING-MONTH   TO CH-MONTH
           MOVE WS-TODAY-DATE      TO CH-BOOKED-DATE
           MOVE WS-FEED-COUNT      TO CH-COUNT
           MOVE WS-BOOKED-TOTAL    TO CH-TOTAL
           WRITE CHARGE-HISTORY-RECORD
           CLOSE CHARGE-HISTORY
           .
       END PROGRAM FIBCHRG.
