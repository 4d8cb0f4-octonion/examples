      *>                driver and RUNRECON), so daytime answers and
      *>                nightly answers can never disagree and a
      *>                daytime miss warms the cache for the night.
      *>                A range request ("R", start term after the
      *>                requester code) answers one reply line per
      *>                term, start through NUM. An inverse request
      *>                ("I", up to 40 digits where a range carries
      *>                its start term) answers which term the value
      *>                is: one reply line tagged EXACT, two tagged
      *>                BETWEEN (the bracketing terms), or one tagged
      *>                BEYOND (term 193, the last that fits).
      *>                Rejects: RJ01 mode not "S", "R" or "I" (the
      *>                intraday path lists no full sequences), RJ02
      *>                NUM not numeric, RJ04 requester not an active
      *>                REQMAST entry, RJ05 range start not numeric,
      *>                RJ06 range start after NUM, RJ07 range wider
      *>                than the FIBRANGE card allows, RJ08 requester
      *>                over a REQMAST quota, RJ09 inverse value not
      *>                one run of digits -- the same reason
      *>                numbering FIBEDIT uses. The quotas count per
      *>                business date (requests, and computed terms
      *>                FIBCACHE did not hold) and per month (terms),
      *>                against USAGEHST plus this run, and each run
      *>                appends its section to the FIBQRPT quota
      *>                report. Activity lands on the same trails the
      *>                nightly run leaves: JOBLOG START/END and one
      *>                USAGEHST record per requester served. The
      *>                queue is truncated once consumed, the same
      *>                   night on one business date. Every step
      *>                   and writer took the same treatment in the
      *>                   same change.
      *>   2026-09-13  dp  Range requests ("R") accepted on the queue,
      *>                   edited exactly as FIBEDIT edits them at night
      *>                   (RJ05-RJ07, the same FIBRANGE maximum) and
      *>                   answered one reply line per term.
      *>   2026-09-14  dp  Requester quotas, enforced as FIBEDIT
      *>                   enforces them at night: a request that would
      *>                   take its requester past a REQMAST limit
      *>                   rejects RJ08. The nightly limits count this
      *>                   business date's USAGEHST records (the night's
      *>                   own run included) plus this run; the monthly
      *>                   budget counts the month's cache hits plus
      *>                   computed. Each run appends its section to
      *>                   FIBQRPT.
      *>   2026-09-15  dp  Inverse requests ("I") accepted on the queue,
      *>                   edited as FIBEDIT edits them (RJ09) and
      *>                   answered by FIBONACCI-MAIN's search: the
      *>                   reply line carries an answer column (EXACT,
      *>                   BETWEEN, BEYOND; blank for other modes),
      *>                   60 -> 68 bytes. Quotas charge an inverse as
      *>                   nine terms, the most its search probes.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEHST-STATUS.

           SELECT RANGE-PARM ASSIGN TO "FIBRANGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRANGE-STATUS.

           SELECT QUOTA-REPORT ASSIGN TO "FIBQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-QUEUE.
       01  REQUEST-QUEUE-RECORD.
           05  RQ-MODE                 PIC X(01).
               88  RQ-MODE-SINGLE              VALUE "S".
               88  RQ-MODE-RANGE               VALUE "R".
               88  RQ-MODE-INVERSE             VALUE "I".
           05  RQ-NUM                  PIC X(06).
           05  RQ-NUM-VALUE REDEFINES RQ-NUM
                                       PIC 9(06).
           05  RQ-REQUESTER            PIC X(04).
           05  RQ-REQUEST-DATA.
               10  RQ-RANGE-START      PIC X(06).
               10  RQ-RANGE-START-VALUE REDEFINES RQ-RANGE-START
                                       PIC 9(06).
               10  FILLER              PIC X(34).
           05  RQ-INVERSE-VALUE REDEFINES RQ-REQUEST-DATA
                                       PIC X(40).

       FD  REPLY-FILE.
       01  REPLY-FILE-RECORD           PIC X(68).

       FD  FIB-CACHE.
       01  FC-RECORD.
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACTIVE-FLAG       PIC X(01).
               88  RQ-IN-ACTIVE                VALUE "Y".
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MAX-REQUESTS      PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MAX-COMPUTED      PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MONTH-BUDGET      PIC 9(08).

       FD  USAGE-HISTORY.
       01  USAGE-HISTORY-RECORD.
           05  FILLER                  PIC X(01).
           05  UH-OVERFLOWS            PIC 9(06).

       FD  RANGE-PARM.
       01  RANGE-PARM-RECORD.
           05  RG-MAX-TERMS            PIC 9(06).

       FD  QUOTA-REPORT.
       01  QUOTA-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FIBREQ-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FIBREQ-FOUND                 VALUE "00".
       01  WS-REQMAST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-REQMAST-FOUND                VALUE "00".
       01  WS-USAGEHST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-USAGEHST-FOUND               VALUE "00".
           88  WS-USAGEHST-NOT-FOUND           VALUE "35".
       01  WS-USAGEHST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-END-OF-USAGEHST              VALUE "Y".
       01  WS-FIBQRPT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FIBQRPT-NOT-FOUND            VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-QUEUE                 VALUE "Y".
       01  WS-REQMAST-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-OVERFLOW-DETECTED            VALUE "Y".
           88  WS-OVERFLOW-NOT-DETECTED        VALUE "N".
       01  WS-WORK-REQUESTER           PIC X(04).
       01  WS-REPLY-NUM                PIC 9(06).
       01  WS-FIBRANGE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FIBRANGE-FOUND               VALUE "00".
       01  WS-RANGE-MAX-TERMS          PIC 9(06) COMP-5 VALUE 100.
       01  WS-RANGE-TERMS              PIC 9(07) COMP-5.
       01  WS-RANGE-TERM               PIC 9(07) COMP-5.
       01  WS-NUM-EDIT                 PIC X(06).

       01  WS-INVERSE-LEAD             PIC 9(02) COMP-5.
       01  WS-INVERSE-LENGTH           PIC 9(02) COMP-5.
       01  WS-INVERSE-WORK             PIC X(40) JUSTIFIED RIGHT.
       01  WS-INVERSE-OK-SWITCH        PIC X(01).
           88  WS-INVERSE-OK                   VALUE "Y".
       01  WS-INVERSE-PROBES           PIC 9(02) COMP-5 VALUE 9.
       01  WS-INVERSE-LOW              PIC 9(06) COMP-5.
       01  WS-INVERSE-HIGH             PIC 9(06) COMP-5.
       01  WS-INVERSE-MID              PIC 9(06) COMP-5.
       01  WS-INVERSE-HIGH-VALUE       PIC X(40).
       01  WS-INVERSE-BELOW-VALUE      PIC X(40).
       01  WS-INVERSE-LAST-TERM        PIC 9(06) COMP-5 VALUE 193.
       01  WS-ANSWER-TAG               PIC X(07) VALUE SPACES.

       01  WS-ACTIVE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ACTIVE-INDEX             PIC 9(03) COMP-5.
       01  WS-REQUESTER-OK-SWITCH      PIC X(01).
           88  WS-REQUESTER-OK                 VALUE "Y".
      *> One row per active requester: its REQMAST limits (zero is
      *> no limit) and the usage counted against them -- this
      *> business date's and this month's USAGEHST plus this run.
       01  WS-ACTIVE-CODE-TABLE.
           05  WS-ACTIVE-ENTRY OCCURS 100 TIMES.
               10  WS-ACTIVE-CODE      PIC X(04).
               10  WS-QT-MAX-REQUESTS  PIC 9(06) COMP-5.
               10  WS-QT-MAX-COMPUTED  PIC 9(06) COMP-5.
               10  WS-QT-MONTH-BUDGET  PIC 9(08) COMP-5.
               10  WS-QT-REQUESTS      PIC 9(07) COMP-5.
               10  WS-QT-COMPUTED      PIC 9(07) COMP-5.
               10  WS-QT-MONTH-TERMS   PIC 9(09) COMP-5.
               10  WS-QT-REJECTED      PIC 9(06) COMP-5.
               10  WS-QT-CUT-REQUESTS  PIC X(01).
                   88  WS-QT-REQUESTS-CUT      VALUE "Y".
               10  WS-QT-CUT-COMPUTED  PIC X(01).
                   88  WS-QT-COMPUTED-CUT      VALUE "Y".
               10  WS-QT-CUT-BUDGET    PIC X(01).
                   88  WS-QT-BUDGET-CUT        VALUE "Y".

       01  WS-QUOTA-OK-SWITCH          PIC X(01).
           88  WS-QUOTA-OK                     VALUE "Y".
       01  WS-DETAIL-TERMS             PIC 9(07) COMP-5.
       01  WS-DETAIL-COMPUTED          PIC 9(07) COMP-5.
       01  WS-FIRST-TERM               PIC 9(07) COMP-5.
       01  WS-EST-TERM                 PIC 9(07) COMP-5.
       01  WS-ESTIMATE-OVER-SWITCH     PIC X(01).
           88  WS-ESTIMATE-OVER                VALUE "Y".
       01  WS-QUOTA-REJECT-COUNT       PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-CUT-OFF-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-LIMITED-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-USAGE-COUNT              PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-USAGE-INDEX              PIC 9(02) COMP-5.
           05  RP-VALUE                PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RP-OVERFLOW-FLAG        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RP-ANSWER               PIC X(07).

       01  WS-QUOTA-HEADING-1.
           05  FILLER                  PIC X(43) VALUE
               "FIBINTRA REQUESTER QUOTAS -- INTRADAY RUN  ".
           05  FILLER                  PIC X(14) VALUE
               "BUSINESS DATE ".
           05  QH-DATE                 PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  AT  ".
           05  QH-TIME                 PIC X(06).

       01  WS-QUOTA-HEADING-2.
           05  FILLER                  PIC X(23) VALUE
               "REQR    TODAY    LIMIT ".
           05  FILLER                  PIC X(30) VALUE
               "COMPUTED    LIMIT  MONTH TERMS".
           05  FILLER                  PIC X(23) VALUE
               "     BUDGET  REJECTED  ".
           05  FILLER                  PIC X(24) VALUE
               "(BLANK LIMIT = NO LIMIT)".

       01  WS-QUOTA-LINE.
           05  QL-REQUESTER            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-REQUESTS             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-MAX-REQUESTS         PIC Z(06)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-COMPUTED             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-MAX-COMPUTED         PIC Z(06)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-MONTH-TERMS          PIC Z(10)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-MONTH-BUDGET         PIC Z(08)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-REJECTED             PIC Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QL-CUT-TEXT             PIC X(09).
           05  QL-CUT-REQUESTS         PIC X(09).
           05  QL-CUT-COMPUTED         PIC X(09).
           05  QL-CUT-BUDGET           PIC X(06).

       01  WS-QUOTA-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               "REQUESTERS LIMITED: ".
           05  QT-LIMITED              PIC ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   CUT OFF:    ".
           05  QT-CUT-OFF              PIC ZZ9.
           05  FILLER                  PIC X(32) VALUE
               "   REQUESTS REJECTED OVER QUOTA:".
           05  QT-REJECTED             PIC Z(05)9.

       01  WS-QUOTA-NONE-LINE          PIC X(60) VALUE
           "NO REQUESTER CARRIES A QUOTA -- NOTHING ENFORCED".

       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "FIBINTRA".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
           OPEN INPUT REQUEST-QUEUE
           IF WS-FIBREQ-FOUND
               PERFORM 1000-LOAD-REQUESTER-MASTER
               PERFORM 1400-READ-RANGE-PARM
               PERFORM 1500-LOAD-USAGE-TO-DATE THRU 1500-EXIT
               PERFORM 1300-OPEN-FIB-CACHE
               OPEN OUTPUT REPLY-FILE
               PERFORM 2100-READ-QUEUE
               OPEN OUTPUT REQUEST-QUEUE
               CLOSE REQUEST-QUEUE
               PERFORM 8000-APPEND-USAGE-HISTORY THRU 8000-EXIT
               PERFORM 8200-APPEND-QUOTA-REPORT
           ELSE
               MOVE 12 TO WS-MAX-RETURN-CODE
           END-IF
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE RQ-IN-CODE
                   TO WS-ACTIVE-CODE (WS-ACTIVE-COUNT)
               PERFORM 1250-LOAD-LIMITS
           END-IF
           PERFORM 1100-READ-REQMAST
           .
           EXIT
           .

      *> A row written before the limits existed carries none.
       1250-LOAD-LIMITS.
           MOVE ZERO TO WS-QT-MAX-REQUESTS (WS-ACTIVE-COUNT)
           MOVE ZERO TO WS-QT-MAX-COMPUTED (WS-ACTIVE-COUNT)
           MOVE ZERO TO WS-QT-MONTH-BUDGET (WS-ACTIVE-COUNT)
           MOVE ZERO TO WS-QT-REQUESTS (WS-ACTIVE-COUNT)
           MOVE ZERO TO WS-QT-COMPUTED (WS-ACTIVE-COUNT)
           MOVE ZERO TO WS-QT-MONTH-TERMS (WS-ACTIVE-COUNT)
           MOVE ZERO TO WS-QT-REJECTED (WS-ACTIVE-COUNT)
           MOVE "N" TO WS-QT-CUT-REQUESTS (WS-ACTIVE-COUNT)
           MOVE "N" TO WS-QT-CUT-COMPUTED (WS-ACTIVE-COUNT)
           MOVE "N" TO WS-QT-CUT-BUDGET (WS-ACTIVE-COUNT)
           IF RQ-IN-MAX-REQUESTS IS NUMERIC
               MOVE RQ-IN-MAX-REQUESTS
                   TO WS-QT-MAX-REQUESTS (WS-ACTIVE-COUNT)
           END-IF
           IF RQ-IN-MAX-COMPUTED IS NUMERIC
               MOVE RQ-IN-MAX-COMPUTED
                   TO WS-QT-MAX-COMPUTED (WS-ACTIVE-COUNT)
           END-IF
           IF RQ-IN-MONTH-BUDGET IS NUMERIC
               MOVE RQ-IN-MONTH-BUDGET
                   TO WS-QT-MONTH-BUDGET (WS-ACTIVE-COUNT)
           END-IF
           .

       1300-OPEN-FIB-CACHE.
           OPEN I-O FIB-CACHE
           IF WS-FIBCACHE-NOT-FOUND
           END-IF
           .

      *> The same FIBRANGE card FIBEDIT reads caps the terms one range
      *> request may ask for; missing, blank, or zero keeps 100.
       1400-READ-RANGE-PARM.
           OPEN INPUT RANGE-PARM
           IF WS-FIBRANGE-FOUND
               READ RANGE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-MAX-TERMS IS NUMERIC
                           AND RG-MAX-TERMS > ZERO
                           MOVE RG-MAX-TERMS TO WS-RANGE-MAX-TERMS
                       END-IF
               END-READ
               CLOSE RANGE-PARM
           END-IF
           .

      *> Usage to date from USAGEHST: this business date's requests
      *> and computed terms for the nightly limits, this month's cache
      *> hits plus computed for the budget. Missing, nothing is used.
       1500-LOAD-USAGE-TO-DATE.
           IF NOT WS-REQMAST-LOADED
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT USAGE-HISTORY
           IF NOT WS-USAGEHST-FOUND
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-USAGEHST
           PERFORM 1520-ADD-ONE-USAGE THRU 1520-EXIT
               UNTIL WS-END-OF-USAGEHST
           CLOSE USAGE-HISTORY
           .
       1500-EXIT.
           EXIT
           .

       1510-READ-USAGEHST.
           READ USAGE-HISTORY
               AT END
                   SET WS-END-OF-USAGEHST TO TRUE
           END-READ
           .

       1520-ADD-ONE-USAGE.
           IF UH-DATE (1:6) NOT = WS-TODAY-DATE (1:6)
               OR UH-REQUESTS IS NOT NUMERIC
               OR UH-CACHE-HITS IS NOT NUMERIC
               OR UH-COMPUTED IS NOT NUMERIC
               GO TO 1520-NEXT
           END-IF
           MOVE "N" TO WS-REQUESTER-OK-SWITCH
           PERFORM 1530-MATCH-USAGE-REQUESTER
               VARYING WS-ACTIVE-INDEX FROM 1 BY 1
               UNTIL WS-ACTIVE-INDEX > WS-ACTIVE-COUNT
                   OR WS-REQUESTER-OK
           IF NOT WS-REQUESTER-OK
               GO TO 1520-NEXT
           END-IF
           SUBTRACT 1 FROM WS-ACTIVE-INDEX
           ADD UH-CACHE-HITS UH-COMPUTED
               TO WS-QT-MONTH-TERMS (WS-ACTIVE-INDEX)
           IF UH-DATE = WS-TODAY-DATE
               ADD UH-REQUESTS TO WS-QT-REQUESTS (WS-ACTIVE-INDEX)
               ADD UH-COMPUTED TO WS-QT-COMPUTED (WS-ACTIVE-INDEX)
           END-IF
           .
       1520-NEXT.
           PERFORM 1510-READ-USAGEHST
           .
       1520-EXIT.
           EXIT
           .

       1530-MATCH-USAGE-REQUESTER.
           IF WS-ACTIVE-CODE (WS-ACTIVE-INDEX) = UH-REQUESTER
               SET WS-REQUESTER-OK TO TRUE
           END-IF
           .

       2100-READ-QUEUE.
           READ REQUEST-QUEUE
               AT END
           END-IF

           IF NOT RQ-MODE-SINGLE
               AND NOT RQ-MODE-RANGE
               AND NOT RQ-MODE-INVERSE
               MOVE "01" TO RP-REASON
               PERFORM 3100-WRITE-REJECT-REPLY
               GO TO 2000-NEXT
           END-IF
      *> An inverse request carries a value in place of RQ-NUM.
           IF RQ-MODE-INVERSE
               PERFORM 2900-EDIT-INVERSE-VALUE THRU 2900-EXIT
               IF NOT WS-INVERSE-OK
                   MOVE "09" TO RP-REASON
                   PERFORM 3100-WRITE-REJECT-REPLY
                   GO TO 2000-NEXT
               END-IF
           END-IF
           IF RQ-NUM IS NOT NUMERIC
               MOVE "02" TO RP-REASON
               PERFORM 3100-WRITE-REJECT-REPLY
               GO TO 2000-NEXT
           END-IF
           IF RQ-MODE-RANGE
               IF RQ-RANGE-START IS NOT NUMERIC
                   MOVE "05" TO RP-REASON
                   PERFORM 3100-WRITE-REJECT-REPLY
                   GO TO 2000-NEXT
               END-IF
               IF RQ-RANGE-START-VALUE > RQ-NUM-VALUE
                   MOVE "06" TO RP-REASON
                   PERFORM 3100-WRITE-REJECT-REPLY
                   GO TO 2000-NEXT
               END-IF
               COMPUTE WS-RANGE-TERMS =
                   RQ-NUM-VALUE - RQ-RANGE-START-VALUE + 1
               IF WS-RANGE-TERMS > WS-RANGE-MAX-TERMS
                   MOVE "07" TO RP-REASON
                   PERFORM 3100-WRITE-REJECT-REPLY
                   GO TO 2000-NEXT
               END-IF
           END-IF
           IF WS-REQMAST-LOADED
               AND RQ-REQUESTER NOT = SPACES AND LOW-VALUES
               PERFORM 2600-CHECK-REQUESTER
                   PERFORM 3100-WRITE-REJECT-REPLY
                   GO TO 2000-NEXT
               END-IF
               PERFORM 2800-CHECK-QUOTA THRU 2800-EXIT
               IF NOT WS-QUOTA-OK
                   ADD 1 TO WS-QT-REJECTED (WS-ACTIVE-INDEX)
                   ADD 1 TO WS-QUOTA-REJECT-COUNT
                   MOVE "08" TO RP-REASON
                   PERFORM 3100-WRITE-REJECT-REPLY
                   GO TO 2000-NEXT
               END-IF
           END-IF

           PERFORM 2500-TALLY-REQUESTER
           IF RQ-MODE-RANGE
               MOVE RQ-RANGE-START-VALUE TO WS-RANGE-TERM
               PERFORM 2700-ANSWER-ONE-TERM
                   UNTIL WS-RANGE-TERM > RQ-NUM-VALUE
               GO TO 2000-NEXT
           END-IF
           IF RQ-MODE-INVERSE
               PERFORM 3200-ANSWER-INVERSE THRU 3200-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE RQ-NUM TO WS-LOOKUP-NUM
           SET WS-OVERFLOW-NOT-DETECTED TO TRUE
           PERFORM 2400-FIB-LOOKUP-OR-COMPUTE THRU 2400-EXIT
               VARYING WS-ACTIVE-INDEX FROM 1 BY 1
               UNTIL WS-ACTIVE-INDEX > WS-ACTIVE-COUNT
                   OR WS-REQUESTER-OK
           IF WS-REQUESTER-OK
               SUBTRACT 1 FROM WS-ACTIVE-INDEX
           END-IF
           .

       2610-MATCH-ONE-ACTIVE.
           END-IF
           .

      *> One term of a range request, answered as its own reply line.
       2700-ANSWER-ONE-TERM.
           MOVE WS-RANGE-TERM TO WS-LOOKUP-NUM
           SET WS-OVERFLOW-NOT-DETECTED TO TRUE
           PERFORM 2400-FIB-LOOKUP-OR-COMPUTE THRU 2400-EXIT
           PERFORM 3000-WRITE-ANSWER-REPLY
           ADD 1 TO WS-RANGE-TERM
           .

      *> Quota check for a request that has passed every other edit,
      *> cheapest limit first, exactly as FIBEDIT checks a detail. The
      *> computed terms are the ones FIBCACHE does not hold right now;
      *> an earlier request in this run has already warmed the cache.
       2800-CHECK-QUOTA.
           SET WS-QUOTA-OK TO TRUE
           EVALUATE TRUE
           WHEN RQ-MODE-RANGE
               MOVE WS-RANGE-TERMS TO WS-DETAIL-TERMS
               MOVE RQ-RANGE-START-VALUE TO WS-FIRST-TERM
           WHEN RQ-MODE-INVERSE
               MOVE WS-INVERSE-PROBES TO WS-DETAIL-TERMS
               MOVE ZERO TO WS-FIRST-TERM
           WHEN OTHER
               MOVE 1 TO WS-DETAIL-TERMS
               MOVE RQ-NUM-VALUE TO WS-FIRST-TERM
           END-EVALUATE

           IF WS-QT-MAX-REQUESTS (WS-ACTIVE-INDEX) > ZERO
               AND WS-QT-REQUESTS (WS-ACTIVE-INDEX)
                   NOT < WS-QT-MAX-REQUESTS (WS-ACTIVE-INDEX)
               MOVE "N" TO WS-QUOTA-OK-SWITCH
               SET WS-QT-REQUESTS-CUT (WS-ACTIVE-INDEX) TO TRUE
               GO TO 2800-EXIT
           END-IF

           IF WS-QT-MONTH-BUDGET (WS-ACTIVE-INDEX) > ZERO
               AND WS-QT-MONTH-TERMS (WS-ACTIVE-INDEX)
                   + WS-DETAIL-TERMS
                   > WS-QT-MONTH-BUDGET (WS-ACTIVE-INDEX)
               MOVE "N" TO WS-QUOTA-OK-SWITCH
               SET WS-QT-BUDGET-CUT (WS-ACTIVE-INDEX) TO TRUE
               GO TO 2800-EXIT
           END-IF

      *> An inverse's probes depend on the value, so they are not
      *> estimated against the computed limit -- as in FIBEDIT.
           MOVE ZERO TO WS-DETAIL-COMPUTED
           MOVE "N" TO WS-ESTIMATE-OVER-SWITCH
           IF NOT RQ-MODE-INVERSE
               PERFORM 2810-ESTIMATE-ONE-TERM
                   VARYING WS-EST-TERM FROM WS-FIRST-TERM BY 1
                   UNTIL WS-EST-TERM > RQ-NUM-VALUE
                       OR WS-ESTIMATE-OVER
           END-IF
           IF WS-ESTIMATE-OVER
               MOVE "N" TO WS-QUOTA-OK-SWITCH
               SET WS-QT-COMPUTED-CUT (WS-ACTIVE-INDEX) TO TRUE
               GO TO 2800-EXIT
           END-IF

           ADD 1 TO WS-QT-REQUESTS (WS-ACTIVE-INDEX)
           ADD WS-DETAIL-COMPUTED TO WS-QT-COMPUTED (WS-ACTIVE-INDEX)
           ADD WS-DETAIL-TERMS TO WS-QT-MONTH-TERMS (WS-ACTIVE-INDEX)
           .
       2800-EXIT.
           EXIT
           .

       2810-ESTIMATE-ONE-TERM.
           MOVE WS-EST-TERM TO FC-NUM
           READ FIB-CACHE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FIBCACHE-FOUND
               ADD 1 TO WS-DETAIL-COMPUTED
               IF WS-QT-MAX-COMPUTED (WS-ACTIVE-INDEX) > ZERO
                   AND WS-QT-COMPUTED (WS-ACTIVE-INDEX)
                       + WS-DETAIL-COMPUTED
                       > WS-QT-MAX-COMPUTED (WS-ACTIVE-INDEX)
                   SET WS-ESTIMATE-OVER TO TRUE
               END-IF
           END-IF
           .

      *> The value may be left- or right-justified, blank-filled either
      *> side, but its digits must be one unbroken run -- FIBEDIT's
      *> rule. A clean value is rewritten right-justified and zero-
      *> filled so it compares directly with term values.
       2900-EDIT-INVERSE-VALUE.
           MOVE "N" TO WS-INVERSE-OK-SWITCH
           MOVE ZERO TO WS-INVERSE-LEAD
           INSPECT RQ-INVERSE-VALUE
               TALLYING WS-INVERSE-LEAD FOR LEADING SPACE
           IF WS-INVERSE-LEAD = 40
               GO TO 2900-EXIT
           END-IF
           MOVE ZERO TO WS-INVERSE-LENGTH
           INSPECT RQ-INVERSE-VALUE (WS-INVERSE-LEAD + 1:)
               TALLYING WS-INVERSE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-INVERSE-LEAD + WS-INVERSE-LENGTH < 40
               IF RQ-INVERSE-VALUE
                   (WS-INVERSE-LEAD + WS-INVERSE-LENGTH + 1:)
                   NOT = SPACES
                   GO TO 2900-EXIT
               END-IF
           END-IF
           IF RQ-INVERSE-VALUE (WS-INVERSE-LEAD + 1:WS-INVERSE-LENGTH)
               IS NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           MOVE RQ-INVERSE-VALUE (WS-INVERSE-LEAD + 1:WS-INVERSE-LENGTH)
               TO WS-INVERSE-WORK
           INSPECT WS-INVERSE-WORK REPLACING LEADING SPACE BY "0"
           MOVE WS-INVERSE-WORK TO RQ-INVERSE-VALUE
           MOVE ZERO TO RQ-NUM-VALUE
           SET WS-INVERSE-OK TO TRUE
           .
       2900-EXIT.
           EXIT
           .

       3000-WRITE-ANSWER-REPLY.
           MOVE "OK"              TO RP-STATUS
           MOVE SPACES            TO RP-REASON
           MOVE WS-WORK-REQUESTER TO RP-REQUESTER
           MOVE WS-LOOKUP-NUM     TO WS-REPLY-NUM
           MOVE WS-REPLY-NUM      TO RP-NUM
           MOVE WS-FIB-VALUE      TO RP-VALUE
           MOVE WS-OVERFLOW-FLAG  TO RP-OVERFLOW-FLAG
           MOVE WS-ANSWER-TAG     TO RP-ANSWER
           WRITE REPLY-FILE-RECORD FROM WS-REPLY-LINE
           ADD 1 TO WS-ANSWERED-COUNT
           .
           MOVE RQ-NUM            TO RP-NUM
           MOVE SPACES            TO RP-VALUE
           MOVE SPACE             TO RP-OVERFLOW-FLAG
           MOVE SPACES            TO RP-ANSWER
           WRITE REPLY-FILE-RECORD FROM WS-REPLY-LINE
           ADD 1 TO WS-REJECTED-COUNT
           .

      *> Inverse answer, searched as FIBONACCI-MAIN's 3700-ANSWER-
      *> INVERSE searches: F(193) first -- a larger value is BEYOND
      *> every 40-digit term -- then the smallest term not below the
      *> value by halving terms 0 through 193. EXACT replies that
      *> term, BETWEEN the terms either side, BEYOND term 193.
       3200-ANSWER-INVERSE.
           SET WS-OVERFLOW-NOT-DETECTED TO TRUE
           MOVE WS-INVERSE-LAST-TERM TO WS-LOOKUP-NUM
           PERFORM 2400-FIB-LOOKUP-OR-COMPUTE THRU 2400-EXIT
           IF RQ-INVERSE-VALUE > WS-FIB-VALUE
               MOVE "BEYOND" TO WS-ANSWER-TAG
               PERFORM 3000-WRITE-ANSWER-REPLY
               GO TO 3200-EXIT
           END-IF

           MOVE ZERO                 TO WS-INVERSE-LOW
           MOVE WS-INVERSE-LAST-TERM TO WS-INVERSE-HIGH
           MOVE WS-FIB-VALUE         TO WS-INVERSE-HIGH-VALUE
           PERFORM 3210-INVERSE-PROBE
               UNTIL WS-INVERSE-LOW NOT < WS-INVERSE-HIGH

           SET WS-OVERFLOW-NOT-DETECTED TO TRUE
           IF WS-INVERSE-HIGH-VALUE = RQ-INVERSE-VALUE
               MOVE "EXACT" TO WS-ANSWER-TAG
           ELSE
               MOVE "BETWEEN" TO WS-ANSWER-TAG
               COMPUTE WS-LOOKUP-NUM = WS-INVERSE-HIGH - 1
               MOVE WS-INVERSE-BELOW-VALUE TO WS-FIB-VALUE
               PERFORM 3000-WRITE-ANSWER-REPLY
           END-IF
           MOVE WS-INVERSE-HIGH       TO WS-LOOKUP-NUM
           MOVE WS-INVERSE-HIGH-VALUE TO WS-FIB-VALUE
           PERFORM 3000-WRITE-ANSWER-REPLY
           .
       3200-EXIT.
           MOVE SPACES TO WS-ANSWER-TAG
           .

       3210-INVERSE-PROBE.
           COMPUTE WS-INVERSE-MID =
               (WS-INVERSE-LOW + WS-INVERSE-HIGH) / 2
           SET WS-OVERFLOW-NOT-DETECTED TO TRUE
           MOVE WS-INVERSE-MID TO WS-LOOKUP-NUM
           PERFORM 2400-FIB-LOOKUP-OR-COMPUTE THRU 2400-EXIT
           IF WS-FIB-VALUE < RQ-INVERSE-VALUE
               COMPUTE WS-INVERSE-LOW = WS-INVERSE-MID + 1
               MOVE WS-FIB-VALUE TO WS-INVERSE-BELOW-VALUE
           ELSE
               MOVE WS-INVERSE-MID TO WS-INVERSE-HIGH
               MOVE WS-FIB-VALUE   TO WS-INVERSE-HIGH-VALUE
           END-IF
           .

      *> The day's intraday activity joins the same USAGEHST trail
      *> the nightly run leaves, so the month-end FIBCHRG chargeback
      *> bills daytime one-offs like any other usage.
           MOVE WS-USE-OVERFLOWS (WS-USAGE-INDEX) TO UH-OVERFLOWS
           WRITE USAGE-HISTORY-RECORD
           .
      *> FIBQRPT: this run's section -- one line per requester
      *> carrying any limit, its usage against each, and which limits
      *> cut it off. FIBEDIT starts the report afresh each night.
       8200-APPEND-QUOTA-REPORT.
           OPEN EXTEND QUOTA-REPORT
           IF WS-FIBQRPT-NOT-FOUND
               OPEN OUTPUT QUOTA-REPORT
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-TODAY-DATE TO QH-DATE
           MOVE WS-CURRENT-TIME TO QH-TIME
           MOVE SPACES TO QUOTA-REPORT-RECORD
           WRITE QUOTA-REPORT-RECORD
           WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-HEADING-1
           MOVE SPACES TO QUOTA-REPORT-RECORD
           WRITE QUOTA-REPORT-RECORD
           WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-HEADING-2
           PERFORM 8300-WRITE-ONE-REQUESTER THRU 8300-EXIT
               VARYING WS-ACTIVE-INDEX FROM 1 BY 1
               UNTIL WS-ACTIVE-INDEX > WS-ACTIVE-COUNT
           MOVE SPACES TO QUOTA-REPORT-RECORD
           WRITE QUOTA-REPORT-RECORD
           IF WS-LIMITED-COUNT = ZERO
               WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-NONE-LINE
           ELSE
               MOVE WS-LIMITED-COUNT      TO QT-LIMITED
               MOVE WS-CUT-OFF-COUNT      TO QT-CUT-OFF
               MOVE WS-QUOTA-REJECT-COUNT TO QT-REJECTED
               WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-TOTAL-LINE
           END-IF
           CLOSE QUOTA-REPORT
           .

       8300-WRITE-ONE-REQUESTER.
           IF WS-QT-MAX-REQUESTS (WS-ACTIVE-INDEX) = ZERO
               AND WS-QT-MAX-COMPUTED (WS-ACTIVE-INDEX) = ZERO
               AND WS-QT-MONTH-BUDGET (WS-ACTIVE-INDEX) = ZERO
               GO TO 8300-EXIT
           END-IF
           ADD 1 TO WS-LIMITED-COUNT
           MOVE WS-ACTIVE-CODE (WS-ACTIVE-INDEX) TO QL-REQUESTER
           MOVE WS-QT-REQUESTS (WS-ACTIVE-INDEX) TO QL-REQUESTS
           MOVE WS-QT-MAX-REQUESTS (WS-ACTIVE-INDEX)
               TO QL-MAX-REQUESTS
           MOVE WS-QT-COMPUTED (WS-ACTIVE-INDEX) TO QL-COMPUTED
           MOVE WS-QT-MAX-COMPUTED (WS-ACTIVE-INDEX)
               TO QL-MAX-COMPUTED
           MOVE WS-QT-MONTH-TERMS (WS-ACTIVE-INDEX)
               TO QL-MONTH-TERMS
           MOVE WS-QT-MONTH-BUDGET (WS-ACTIVE-INDEX)
               TO QL-MONTH-BUDGET
           MOVE WS-QT-REJECTED (WS-ACTIVE-INDEX) TO QL-REJECTED
           MOVE SPACES TO QL-CUT-TEXT
           MOVE SPACES TO QL-CUT-REQUESTS
           MOVE SPACES TO QL-CUT-COMPUTED
           MOVE SPACES TO QL-CUT-BUDGET
           IF WS-QT-REJECTED (WS-ACTIVE-INDEX) > ZERO
               ADD 1 TO WS-CUT-OFF-COUNT
               MOVE "CUT OFF: " TO QL-CUT-TEXT
               IF WS-QT-REQUESTS-CUT (WS-ACTIVE-INDEX)
                   MOVE "REQUESTS " TO QL-CUT-REQUESTS
               END-IF
               IF WS-QT-COMPUTED-CUT (WS-ACTIVE-INDEX)
                   MOVE "COMPUTED " TO QL-CUT-COMPUTED
               END-IF
               IF WS-QT-BUDGET-CUT (WS-ACTIVE-INDEX)
                   MOVE "BUDGET" TO QL-CUT-BUDGET
               END-IF
           END-IF
           WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-LINE
           .
       8300-EXIT.
           EXIT
           .
       END PROGRAM FIBINTRA.
