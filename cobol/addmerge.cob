       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDMERGE.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-10
      *> Purpose:       ADDTRANS intake. Upstream transactions now
      *>                arrive from more than one system (the original
      *>                upstream feed, procurement, payroll accruals),
      *>                each as its own file with its own header and
      *>                trailer controls. Every feed is carded on the
      *>                FEEDTAB table -- the feed's DD name and the
      *>                source system its header must name (blank:
      *>                any) -- and this step proves each one on its
      *>                own, the way ADDBATCH proves ADDTRANS:
      *>                  header present and dated tonight's PROCDATE
      *>                  business date, header source as carded
      *>                  trailer present, detail count as carried
      *>                  hash of the X and Y amounts as carried (a
      *>                  miss on a feed with malformed details is
      *>                  let through for ADDBATCH to suspend them,
      *>                  WARNING ADM004, as ADDBATCH itself treats it)
      *>                A feed that fails is rejected as a whole; the
      *>                good feeds still go through. The accepted
      *>                details are merged into a fresh ADDTRANS under
      *>                one new header and a trailer covering them all,
      *>                and each detail carries the DD name of the feed
      *>                it came from in AT-FEED at the end of the
      *>                record, so ADDRPT can show it. ADDMRPT is the
      *>                feed-level intake report: feed, source system,
      *>                header date, records, hash, and disposition.
      *>                Carded into SCHEDTAB ahead of RECURGEN,
      *>                ALLOCRUN, and ADDBATCH, which all work on the
      *>                merged file.
      *>                  ADM001 E  FEEDTAB missing or empty
      *>                  ADM002 W  a carded feed was not received
      *>                  ADM003 E  a feed rejected
      *>                  ADM004 W  hash miss let through (malformed
      *>                            details)
      *>                  ADM005 W  FEEDTAB over the table
      *>                  ADM006 W  FEEDHST over the table
      *>                RETURN-CODE: 4 a feed not received, a hash
      *>                miss let through, or FEEDTAB over the table;
      *>                8 a feed rejected; 12 no FEEDTAB. ADDTRANS is
      *>                always rewritten -- with no feed accepted it
      *>                is an empty balanced file (header and a zero
      *>                trailer), so last night's merge never books
      *>                twice.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-10  dp  Initial version.
      *>   2026-09-11  dp  Consumed feeds. A FEEDTAB card with C in
      *>                   column 19 names a feed that is produced by
      *>                   one of our own steps whenever it has work
      *>                   (FIBCHRG's month-end chargebacks) and waits
      *>                   for the next window: its header may carry
      *>                   any date up to tonight, an absent or empty
      *>                   dataset is simply NONE WAITING, and once
      *>                   taken in it is recorded on the FEEDHST
      *>                   history (feed, header date, count, hash,
      *>                   and the night taken) and never taken in
      *>                   again on a later night. A rerun of tonight's
      *>                   step takes it again, since ADDTRANS is
      *>                   rebuilt from scratch.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-TABLE ASSIGN TO "FEEDTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDTAB-STATUS.

           SELECT FEED-IN ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT FEED-HISTORY ASSIGN TO "FEEDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDHST-STATUS.

           SELECT ADD-TRANSACTIONS ASSIGN TO "ADDTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDTRANS-STATUS.

           SELECT INTAKE-REPORT ASSIGN TO "ADDMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-TABLE.
       01  FEED-TABLE-RECORD.
           05  FT-FEED-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FT-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01).
           05  FT-TYPE                 PIC X(01).

       FD  FEED-IN.
       01  FI-RECORD.
           05  FI-DETAIL.
               10  FI-REC-TYPE         PIC X(01).
                   88  FI-REC-HEADER           VALUE "H".
                   88  FI-REC-DETAIL           VALUE "D".
                   88  FI-REC-TRAILER          VALUE "T".
               10  FILLER              PIC X(01).
               10  FI-DATE             PIC X(08).
               10  FILLER              PIC X(01).
               10  FI-ACCOUNT          PIC X(08).
               10  FILLER              PIC X(01).
               10  FI-OP-CODE          PIC X(01).
               10  FILLER              PIC X(01).
               10  FI-X                PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  FI-Y                PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  FI-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(09).
       01  FI-HEADER-RECORD.
           05  FILLER                  PIC X(02).
           05  FIH-DATE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  FIH-SOURCE              PIC X(08).
           05  FILLER                  PIC X(41).
       01  FI-TRAILER-RECORD.
           05  FILLER                  PIC X(02).
           05  FIT-COUNT               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FIT-HASH                PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(35).

       FD  FEED-HISTORY.
       01  FEED-HISTORY-RECORD.
           05  FH-FEED                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  FH-HEADER-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  FH-TAKEN-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  FH-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FH-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD  ADD-TRANSACTIONS.
       01  AT-RECORD.
           05  AT-DETAIL               PIC X(51).
           05  FILLER                  PIC X(01).
           05  AT-FEED                 PIC X(08).

       FD  INTAKE-REPORT.
       01  INTAKE-REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FEEDTAB-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FEEDTAB-FOUND                VALUE "00".
       01  WS-FEED-STATUS              PIC X(02) VALUE SPACES.
           88  WS-FEED-FOUND                   VALUE "00".
       01  WS-FEEDHST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FEEDHST-FOUND                VALUE "00".
           88  WS-FEEDHST-NOT-FOUND            VALUE "35".
       01  WS-ADDTRANS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-FEED-NAME                PIC X(08).

       01  WS-FEED-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-FEED-INDEX               PIC 9(03) COMP-5.
       01  WS-FEED-OVERFLOW            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 20 TIMES.
               10  WS-FD-NAME          PIC X(08).
               10  WS-FD-SOURCE        PIC X(08).
               10  WS-FD-TYPE          PIC X(01).
                   88  WS-FD-CONSUMED          VALUE "C".
               10  WS-FD-HEADER-DATE   PIC X(08).
               10  WS-FD-HEADER-SOURCE PIC X(08).
               10  WS-FD-RECORDS       PIC 9(06) COMP-5.
               10  WS-FD-HASH          PIC S9(13)V99 COMP-3.
               10  WS-FD-STATUS        PIC X(01).
                   88  WS-FD-ACCEPTED          VALUE "A".
                   88  WS-FD-REJECTED          VALUE "R".
                   88  WS-FD-NOT-RECEIVED      VALUE "N".
                   88  WS-FD-NONE-WAITING      VALUE "W".
               10  WS-FD-REASON        PIC X(30).

      *> Consumed feeds already taken in: feed, header date, and the
      *> night they were taken.
       01  WS-HIST-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-HIST-INDEX               PIC 9(03) COMP-5.
       01  WS-HIST-OVERFLOW            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 500 TIMES.
               10  WS-HST-FEED         PIC X(08).
               10  WS-HST-HEADER-DATE  PIC X(08).
               10  WS-HST-TAKEN-DATE   PIC X(08).
               10  WS-HST-COUNT        PIC 9(06) COMP-5.
               10  WS-HST-HASH         PIC S9(13)V99 COMP-3.

      *> One feed's controls, proved the way ADDBATCH proves ADDTRANS.
       01  WS-INPUT-RECORDS            PIC 9(06) COMP-5.
       01  WS-HEADER-SWITCH            PIC X(01).
           88  WS-HEADER-SEEN                  VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(01).
           88  WS-TRAILER-SEEN                 VALUE "Y".
       01  WS-DETAIL-COUNT             PIC 9(06) COMP-5.
       01  WS-MALFORMED-COUNT          PIC 9(06) COMP-5.
       01  WS-HASH-TOTAL               PIC S9(13)V99 COMP-3.
       01  WS-TRAILER-COUNT            PIC 9(06) COMP-5.
       01  WS-TRAILER-HASH             PIC S9(13)V99 COMP-3.

       01  WS-MERGED-COUNT             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MERGED-HASH              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ACCEPTED-COUNT           PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MISSING-COUNT            PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-HEADER-LINE.
           05  HL-REC-TYPE             PIC X(01) VALUE "H".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-SOURCE               PIC X(08) VALUE "ADDMERGE".

       01  WS-TRAILER-LINE.
           05  TL-REC-TYPE             PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "ADDMERGE".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "ADDMERGE".
       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-FEED-MESSAGE.
           05  FILLER                  PIC X(05) VALUE "FEED ".
           05  EF-FEED                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EF-TEXT                 PIC X(46).
       01  WS-ERR-OVERFLOW-MESSAGE.
           05  EO-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(54) VALUE
               " FEEDTAB CARDS OVER THE TABLE -- NOT TAKEN IN".
       01  WS-ERR-HIST-MESSAGE.
           05  EH-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(54) VALUE
               " FEEDHST RECORDS OVER THE TABLE -- NOT CHECKED".

       01  WS-REPORT-HEADING           PIC X(100) VALUE
           "ADDTRANS FEED INTAKE AND MERGE".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  RD-DATE                 PIC X(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "FEED     SOURCE   HDR DATE RECORDS        HASH TOT".
           05  FILLER                  PIC X(50) VALUE
               "AL DISPOSITION  REASON                            ".

       01  WS-FEED-LINE.
           05  FL-FEED                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-HEADER-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-RECORDS              PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-HASH                 PIC -9(13).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-DISPOSITION          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FL-REASON               PIC X(30).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(16) VALUE
               "FEEDS ACCEPTED: ".
           05  CL-ACCEPTED             PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  REJECTED: ".
           05  CL-REJECTED             PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  NOT RECEIVED: ".
           05  CL-MISSING              PIC ZZ9.

       01  WS-MERGED-LINE.
           05  FILLER                  PIC X(16) VALUE
               "MERGED DETAILS: ".
           05  ML-COUNT                PIC ZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               "  MERGED HASH: ".
           05  ML-HASH                 PIC -9(13).99.

       01  WS-MESSAGE-LINE             PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT INTAKE-REPORT
           WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-TODAY-DATE TO RD-DATE
           WRITE INTAKE-REPORT-RECORD FROM WS-RUN-DATE-LINE

           PERFORM 1000-LOAD-FEED-TABLE
           PERFORM 1200-LOAD-HISTORY

           OPEN OUTPUT ADD-TRANSACTIONS
           MOVE WS-TODAY-DATE TO HL-DATE
           WRITE AT-RECORD FROM WS-HEADER-LINE
           IF WS-FEED-COUNT = ZERO
               MOVE "ADM001" TO WS-ERR-CODE
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE "FEEDTAB MISSING OR EMPTY -- NO FEEDS TAKEN IN"
                   TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 12
                   MOVE 12 TO WS-MAX-RETURN-CODE
               END-IF
           ELSE
               PERFORM 2000-INTAKE-ONE-FEED THRU 2000-EXIT
                   VARYING WS-FEED-INDEX FROM 1 BY 1
                   UNTIL WS-FEED-INDEX > WS-FEED-COUNT
           END-IF
           MOVE WS-MERGED-COUNT TO TL-COUNT
           MOVE WS-MERGED-HASH  TO TL-HASH
           WRITE AT-RECORD FROM WS-TRAILER-LINE
           CLOSE ADD-TRANSACTIONS

           PERFORM 5000-PRINT-INTAKE

           CLOSE INTAKE-REPORT
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-LOAD-FEED-TABLE.
           OPEN INPUT FEED-TABLE
           IF WS-FEEDTAB-FOUND
               PERFORM 1100-READ-FEEDTAB
               PERFORM 1150-LOAD-ONE-FEED THRU 1150-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE FEED-TABLE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-FEED-OVERFLOW > ZERO
               MOVE "ADM005" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE WS-FEED-OVERFLOW TO EO-COUNT
               MOVE WS-ERR-OVERFLOW-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .

       1100-READ-FEEDTAB.
           READ FEED-TABLE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1150-LOAD-ONE-FEED.
           IF WS-END-OF-FILE
               GO TO 1150-EXIT
           END-IF
           IF FT-FEED-NAME = SPACES
               GO TO 1150-NEXT
           END-IF
           IF WS-FEED-COUNT = 20
               ADD 1 TO WS-FEED-OVERFLOW
               GO TO 1150-NEXT
           END-IF
           ADD 1 TO WS-FEED-COUNT
           MOVE FT-FEED-NAME TO WS-FD-NAME (WS-FEED-COUNT)
           MOVE FT-SOURCE    TO WS-FD-SOURCE (WS-FEED-COUNT)
           MOVE FT-TYPE      TO WS-FD-TYPE (WS-FEED-COUNT)
           MOVE SPACES       TO WS-FD-HEADER-DATE (WS-FEED-COUNT)
                                WS-FD-HEADER-SOURCE (WS-FEED-COUNT)
                                WS-FD-REASON (WS-FEED-COUNT)
           MOVE ZERO         TO WS-FD-RECORDS (WS-FEED-COUNT)
                                WS-FD-HASH (WS-FEED-COUNT)
           MOVE SPACE        TO WS-FD-STATUS (WS-FEED-COUNT)
           .
       1150-NEXT.
           PERFORM 1100-READ-FEEDTAB
           .
       1150-EXIT.
           EXIT
           .

       1200-LOAD-HISTORY.
           OPEN INPUT FEED-HISTORY
           IF WS-FEEDHST-FOUND
               PERFORM 1300-READ-HISTORY
               PERFORM 1350-LOAD-ONE-HISTORY THRU 1350-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE FEED-HISTORY
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-HIST-OVERFLOW > ZERO
               MOVE "ADM006" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE WS-HIST-OVERFLOW TO EH-COUNT
               MOVE WS-ERR-HIST-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .

       1300-READ-HISTORY.
           READ FEED-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1350-LOAD-ONE-HISTORY.
           IF WS-END-OF-FILE
               GO TO 1350-EXIT
           END-IF
           IF FH-COUNT IS NOT NUMERIC
               OR FH-HASH IS NOT NUMERIC
               GO TO 1350-NEXT
           END-IF
           IF WS-HIST-COUNT = 500
               ADD 1 TO WS-HIST-OVERFLOW
               GO TO 1350-NEXT
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE FH-FEED        TO WS-HST-FEED (WS-HIST-COUNT)
           MOVE FH-HEADER-DATE TO WS-HST-HEADER-DATE (WS-HIST-COUNT)
           MOVE FH-TAKEN-DATE  TO WS-HST-TAKEN-DATE (WS-HIST-COUNT)
           MOVE FH-COUNT       TO WS-HST-COUNT (WS-HIST-COUNT)
           MOVE FH-HASH        TO WS-HST-HASH (WS-HIST-COUNT)
           .
       1350-NEXT.
           PERFORM 1300-READ-HISTORY
           .
       1350-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> One feed: proved end to end first, then -- only if it
      *> balances -- read again and its details copied into ADDTRANS
      *> under its feed tag.
      *> ------------------------------------------------------------
       2000-INTAKE-ONE-FEED.
           MOVE WS-FD-NAME (WS-FEED-INDEX) TO WS-FEED-NAME
           MOVE "N"  TO WS-HEADER-SWITCH
                        WS-TRAILER-SWITCH
           MOVE ZERO TO WS-DETAIL-COUNT
                        WS-MALFORMED-COUNT
                        WS-HASH-TOTAL
                        WS-TRAILER-COUNT
                        WS-TRAILER-HASH

           MOVE ZERO TO WS-INPUT-RECORDS
           OPEN INPUT FEED-IN
           IF NOT WS-FEED-FOUND
               AND WS-FD-CONSUMED (WS-FEED-INDEX)
               SET WS-FD-NONE-WAITING (WS-FEED-INDEX) TO TRUE
               MOVE "NOTHING WAITING" TO WS-FD-REASON (WS-FEED-INDEX)
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-FEED-FOUND
               SET WS-FD-NOT-RECEIVED (WS-FEED-INDEX) TO TRUE
               ADD 1 TO WS-MISSING-COUNT
               MOVE "ADM002" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE "NOT RECEIVED -- NOTHING TAKEN IN" TO EF-TEXT
               PERFORM 2900-LOG-FEED-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-FEED
           PERFORM 2200-PROVE-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE FEED-IN
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-DETAIL-COUNT TO WS-FD-RECORDS (WS-FEED-INDEX)
           MOVE WS-HASH-TOTAL   TO WS-FD-HASH (WS-FEED-INDEX)
           IF WS-INPUT-RECORDS = ZERO
               AND WS-FD-CONSUMED (WS-FEED-INDEX)
               SET WS-FD-NONE-WAITING (WS-FEED-INDEX) TO TRUE
               MOVE "NOTHING WAITING" TO WS-FD-REASON (WS-FEED-INDEX)
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
           WHEN NOT WS-HEADER-SEEN
               MOVE "NO HEADER RECORD" TO WS-FD-REASON (WS-FEED-INDEX)
           WHEN NOT WS-TRAILER-SEEN
               MOVE "NO TRAILER RECORD"
                   TO WS-FD-REASON (WS-FEED-INDEX)
           WHEN WS-FD-CONSUMED (WS-FEED-INDEX)
               AND (WS-FD-HEADER-DATE (WS-FEED-INDEX) IS NOT NUMERIC
                   OR WS-FD-HEADER-DATE (WS-FEED-INDEX)
                       > WS-TODAY-DATE)
               MOVE "HEADER DATED AFTER TONIGHT"
                   TO WS-FD-REASON (WS-FEED-INDEX)
           WHEN NOT WS-FD-CONSUMED (WS-FEED-INDEX)
               AND WS-FD-HEADER-DATE (WS-FEED-INDEX)
                   NOT = WS-TODAY-DATE
               MOVE "HEADER NOT DATED TONIGHT"
                   TO WS-FD-REASON (WS-FEED-INDEX)
           WHEN WS-FD-SOURCE (WS-FEED-INDEX) NOT = SPACES
               AND WS-FD-SOURCE (WS-FEED-INDEX)
                   NOT = WS-FD-HEADER-SOURCE (WS-FEED-INDEX)
               MOVE "HEADER SOURCE NOT AS CARDED"
                   TO WS-FD-REASON (WS-FEED-INDEX)
           WHEN WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
               MOVE "TRAILER COUNT MISMATCH"
                   TO WS-FD-REASON (WS-FEED-INDEX)
           WHEN WS-HASH-TOTAL NOT = WS-TRAILER-HASH
               AND WS-MALFORMED-COUNT = ZERO
               MOVE "TRAILER HASH MISMATCH"
                   TO WS-FD-REASON (WS-FEED-INDEX)
           END-EVALUATE

           IF WS-FD-REASON (WS-FEED-INDEX) NOT = SPACES
               SET WS-FD-REJECTED (WS-FEED-INDEX) TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "ADM003" TO WS-ERR-CODE
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE SPACES TO EF-TEXT
               STRING "REJECTED -- " DELIMITED BY SIZE
                   WS-FD-REASON (WS-FEED-INDEX) DELIMITED BY SIZE
                   INTO EF-TEXT
               PERFORM 2900-LOG-FEED-ERROR
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF

      *> A consumed feed taken in on an earlier night stays put until
      *> its owner replaces it; tonight's own earlier take (a rerun of
      *> the step) is taken again, since ADDTRANS was rebuilt.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           IF WS-FD-CONSUMED (WS-FEED-INDEX)
               PERFORM 2400-MATCH-ONE-HISTORY
                   VARYING WS-HIST-INDEX FROM 1 BY 1
                   UNTIL WS-HIST-INDEX > WS-HIST-COUNT
                       OR WS-MATCH-FOUND
               IF WS-MATCH-FOUND
                   SUBTRACT 1 FROM WS-HIST-INDEX
                   IF WS-HST-TAKEN-DATE (WS-HIST-INDEX)
                           NOT = WS-TODAY-DATE
                       SET WS-FD-NONE-WAITING (WS-FEED-INDEX) TO TRUE
                       STRING "ALREADY TAKEN IN " DELIMITED BY SIZE
                           WS-HST-TAKEN-DATE (WS-HIST-INDEX)
                               DELIMITED BY SIZE
                           INTO WS-FD-REASON (WS-FEED-INDEX)
                       END-STRING
                       GO TO 2000-EXIT
                   END-IF
               END-IF
           END-IF

           SET WS-FD-ACCEPTED (WS-FEED-INDEX) TO TRUE
           ADD 1 TO WS-ACCEPTED-COUNT
           IF WS-HASH-TOTAL NOT = WS-TRAILER-HASH
               MOVE "HASH MISS -- MALFORMED DETAILS"
                   TO WS-FD-REASON (WS-FEED-INDEX)
               MOVE "ADM004" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE WS-FD-REASON (WS-FEED-INDEX) TO EF-TEXT
               PERFORM 2900-LOG-FEED-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF

           OPEN INPUT FEED-IN
           PERFORM 2100-READ-FEED
           PERFORM 2300-COPY-ONE-RECORD THRU 2300-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE FEED-IN
           MOVE "N" TO WS-EOF-SWITCH
           ADD WS-DETAIL-COUNT TO WS-MERGED-COUNT
           ADD WS-HASH-TOTAL   TO WS-MERGED-HASH
           IF WS-FD-CONSUMED (WS-FEED-INDEX)
               AND NOT WS-MATCH-FOUND
               PERFORM 2500-RECORD-HISTORY
           END-IF
           .
       2000-EXIT.
           EXIT
           .

       2100-READ-FEED.
           READ FEED-IN
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> The hash sums the amounts that parse; a malformed detail
      *> still counts toward the record count.
       2200-PROVE-ONE-RECORD.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-INPUT-RECORDS
           EVALUATE TRUE
           WHEN FI-REC-HEADER
               SET WS-HEADER-SEEN TO TRUE
               MOVE FIH-DATE   TO WS-FD-HEADER-DATE (WS-FEED-INDEX)
               MOVE FIH-SOURCE TO WS-FD-HEADER-SOURCE (WS-FEED-INDEX)
           WHEN FI-REC-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF FI-X IS NUMERIC AND FI-Y IS NUMERIC
                   ADD FI-X TO WS-HASH-TOTAL
                   ADD FI-Y TO WS-HASH-TOTAL
               ELSE
                   ADD 1 TO WS-MALFORMED-COUNT
               END-IF
           WHEN FI-REC-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF FIT-COUNT IS NUMERIC
                   MOVE FIT-COUNT TO WS-TRAILER-COUNT
               END-IF
               IF FIT-HASH IS NUMERIC
                   MOVE FIT-HASH  TO WS-TRAILER-HASH
               END-IF
           END-EVALUATE
           PERFORM 2100-READ-FEED
           .
       2200-EXIT.
           EXIT
           .

       2300-COPY-ONE-RECORD.
           IF WS-END-OF-FILE
               GO TO 2300-EXIT
           END-IF
           IF FI-REC-DETAIL
               MOVE SPACES       TO AT-RECORD
               MOVE FI-DETAIL    TO AT-DETAIL
               MOVE WS-FEED-NAME TO AT-FEED
               WRITE AT-RECORD
           END-IF
           PERFORM 2100-READ-FEED
           .
       2300-EXIT.
           EXIT
           .

       2400-MATCH-ONE-HISTORY.
           IF WS-HST-FEED (WS-HIST-INDEX) = WS-FEED-NAME
               AND WS-HST-HEADER-DATE (WS-HIST-INDEX)
                   = WS-FD-HEADER-DATE (WS-FEED-INDEX)
               AND WS-HST-COUNT (WS-HIST-INDEX) = WS-DETAIL-COUNT
               AND WS-HST-HASH (WS-HIST-INDEX) = WS-HASH-TOTAL
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       2500-RECORD-HISTORY.
           OPEN EXTEND FEED-HISTORY
           IF WS-FEEDHST-NOT-FOUND
               OPEN OUTPUT FEED-HISTORY
           END-IF
           MOVE SPACES TO FEED-HISTORY-RECORD
           MOVE WS-FEED-NAME                      TO FH-FEED
           MOVE WS-FD-HEADER-DATE (WS-FEED-INDEX) TO FH-HEADER-DATE
           MOVE WS-TODAY-DATE                     TO FH-TAKEN-DATE
           MOVE WS-DETAIL-COUNT                   TO FH-COUNT
           MOVE WS-HASH-TOTAL                     TO FH-HASH
           WRITE FEED-HISTORY-RECORD
           CLOSE FEED-HISTORY
           .

       2900-LOG-FEED-ERROR.
           MOVE WS-FEED-NAME TO EF-FEED
           MOVE WS-ERR-FEED-MESSAGE TO WS-ERR-MESSAGE
           PERFORM 9000-LOG-ERROR
           .

       5000-PRINT-INTAKE.
           WRITE INTAKE-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM 5100-PRINT-ONE-FEED
               VARYING WS-FEED-INDEX FROM 1 BY 1
               UNTIL WS-FEED-INDEX > WS-FEED-COUNT
           MOVE WS-ACCEPTED-COUNT TO CL-ACCEPTED
           MOVE WS-REJECTED-COUNT TO CL-REJECTED
           MOVE WS-MISSING-COUNT  TO CL-MISSING
           WRITE INTAKE-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE WS-MERGED-COUNT TO ML-COUNT
           MOVE WS-MERGED-HASH  TO ML-HASH
           WRITE INTAKE-REPORT-RECORD FROM WS-MERGED-LINE
           .

       5100-PRINT-ONE-FEED.
           MOVE WS-FD-NAME (WS-FEED-INDEX)        TO FL-FEED
           IF WS-FD-HEADER-SOURCE (WS-FEED-INDEX) = SPACES
               MOVE WS-FD-SOURCE (WS-FEED-INDEX)  TO FL-SOURCE
           ELSE
               MOVE WS-FD-HEADER-SOURCE (WS-FEED-INDEX) TO FL-SOURCE
           END-IF
           MOVE WS-FD-HEADER-DATE (WS-FEED-INDEX) TO FL-HEADER-DATE
           MOVE WS-FD-RECORDS (WS-FEED-INDEX)     TO FL-RECORDS
           MOVE WS-FD-HASH (WS-FEED-INDEX)        TO FL-HASH
           EVALUATE TRUE
           WHEN WS-FD-ACCEPTED (WS-FEED-INDEX)
               MOVE "ACCEPTED"     TO FL-DISPOSITION
           WHEN WS-FD-REJECTED (WS-FEED-INDEX)
               MOVE "REJECTED"     TO FL-DISPOSITION
           WHEN WS-FD-NONE-WAITING (WS-FEED-INDEX)
               MOVE "NONE WAITING" TO FL-DISPOSITION
           WHEN OTHER
               MOVE "NOT RECEIVED" TO FL-DISPOSITION
           END-EVALUATE
           MOVE WS-FD-REASON (WS-FEED-INDEX)      TO FL-REASON
           WRITE INTAKE-REPORT-RECORD FROM WS-FEED-LINE
           .

       9000-LOG-ERROR.
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           MOVE WS-ERR-MESSAGE TO WS-MESSAGE-LINE
           WRITE INTAKE-REPORT-RECORD FROM WS-MESSAGE-LINE
           .
       END PROGRAM ADDMERGE.
