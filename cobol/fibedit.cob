      *>                LOG entry instead of flowing downstream as a
      *>                fragment. Balanced files then have every "D"
      *>                record validated against the FI-MODE/FI-NUM
      *>                layout -- FI-MODE must be "S", "F", "R", or
      *>                "I", FI-NUM numeric, an inverse request's value
      *>                up to 40 digits, and a range request's start
      *>                term numeric, no later than FI-NUM (its end
      *>                term), and no wider than the FIBRANGE carded
      *>                maximum -- with clean records written to
      *>                FIBVALID (header carried over, trailer count
      *>                recomputed to the clean count so FIBOMAIN can
      *>                re-prove the balance) and rejects to FIBREJ
      *>                with a reason code ahead of the original
      *>                record:
      *>                  01  FI-MODE not "S", "F", "R", or "I"
      *>                  02  FI-NUM not numeric
      *>                  03  record type not "H", "D", or "T"
      *>                  04  FI-REQUESTER not an active REQMAST entry
      *>                  05  range start term not numeric
      *>                  06  range start term after the end term
      *>                  07  range wider than the FIBRANGE maximum
      *>                  08  requester over a REQMAST quota
      *>                  09  inverse value not numeric
      *>                A requester's REQMAST limits -- requests per
      *>                night, computed (non-cache) terms per night,
      *>                and a monthly term budget, zero meaning no
      *>                limit -- are enforced detail by detail in file
      *>                order, and FIBQRPT shows each limited
      *>                requester's usage against each limit and who
      *>                was cut off.
      *>                RETURN-CODE for the scheduler:
      *>                  0  every record clean
      *>                  4  rejects written, clean records remain
      *>                   REQMAST skips the check entirely, the same
      *>                   degradation a missing ADDCTL/CTLCARD gets
      *>                   elsewhere in this codebase.
      *>   2026-09-13  dp  Range requests: FI-MODE "R" asks for terms
      *>                   FI-RANGE-START through FI-NUM, the start
      *>                   term riding in the first six columns of
      *>                   what was FI-REST. New reject reasons 05
      *>                   (start not numeric), 06 (start after end),
      *>                   and 07 (more terms than the FIBRANGE card
      *>                   allows -- columns 1-6, default 100 when the
      *>                   card is missing, blank, or zero).
      *>   2026-09-14  dp  Requester quotas. A detail that would take
      *>                   its requester past a REQMAST limit rejects
      *>                   with the new reason 08: tonight's clean
      *>                   details against the nightly request limit;
      *>                   their terms (S 1, F NUM+1, R the width)
      *>                   plus the month-to-date terms on USAGEHST
      *>                   (cache hits plus computed, this business
      *>                   month) against the monthly budget; and the
      *>                   terms FIBCACHE does not yet hold against the
      *>                   nightly computed limit -- an estimate, since
      *>                   the real split is only known once FIBOMAIN
      *>                   runs; a term an earlier clean detail will
      *>                   compute tonight counts once. FIBCACHE is
      *>                   read only; missing, every term counts as
      *>                   computed. The FIBQRPT quota report is
      *>                   rewritten each night; FIBINTRA appends its
      *>                   daytime sections to it.
      *>   2026-09-15  dp  Inverse requests: FI-MODE "I" carries a value
      *>                   of up to 40 digits in columns 13-52 (where a
      *>                   range carries its start term) and asks which
      *>                   term it is or falls between. The value may
      *>                   sit anywhere in the field but must be one
      *>                   unbroken run of digits, or the detail rejects
      *>                   with the new reason 09; FI-NUM is not used.
      *>                   A clean inverse goes to FIBVALID with the
      *>                   value right-justified and zero-filled and
      *>                   FI-NUM zeroed, so FIBOMAIN compares values as
      *>                   they come. It costs nine terms against a
      *>                   monthly budget (the most its search looks
      *>                   up) and is not estimated against the computed
      *>                   limit. FIBVALID and FIBREJ records widen by
      *>                   the 34 extra value columns.
      *>   2026-10-06  dp  Month-to-date load performed through its
      *>                   exit, so a night with no REQMAST or no
      *>                   USAGEHST goes straight on to the edit pass.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT RANGE-PARM ASSIGN TO "FIBRANGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRANGE-STATUS.

           SELECT USAGE-HISTORY ASSIGN TO "USAGEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEHST-STATUS.

           SELECT FIB-CACHE ASSIGN TO "FIBCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-NUM
               FILE STATUS IS WS-FIBCACHE-STATUS.

           SELECT QUOTA-REPORT ASSIGN TO "FIBQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-INPUT.
               88  FI-REC-DETAIL               VALUE "D".
               88  FI-REC-TRAILER              VALUE "T".
           05  FI-MODE                 PIC X(01).
               88  FI-MODE-VALID               VALUE "S" "F" "R" "I".
               88  FI-MODE-RANGE               VALUE "R".
               88  FI-MODE-FULL                VALUE "F".
               88  FI-MODE-INVERSE             VALUE "I".
           05  FI-NUM                  PIC X(06).
           05  FI-NUM-VALUE REDEFINES FI-NUM
                                       PIC 9(06).
           05  FI-REQUESTER            PIC X(04).
           05  FI-REQUEST-DATA.
               10  FI-RANGE-START      PIC X(06).
               10  FI-RANGE-START-VALUE REDEFINES FI-RANGE-START
                                       PIC 9(06).
               10  FILLER              PIC X(34).
           05  FI-INVERSE-VALUE REDEFINES FI-REQUEST-DATA
                                       PIC X(40).

       FD  FIB-VALIDATED.
       01  FIB-VALIDATED-RECORD        PIC X(52).

       FD  FIB-REJECTS.
       01  FIB-REJECT-RECORD           PIC X(55).

       FD  REQUESTER-MASTER.
       01  REQUESTER-MASTER-RECORD.
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACTIVE-FLAG      PIC X(01).
               88  RQ-IN-ACTIVE                VALUE "Y".
           05  FILLER                  PIC X(01).
           05  RQ-IN-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MAX-REQUESTS      PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MAX-COMPUTED      PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RQ-IN-MONTH-BUDGET      PIC 9(08).

       FD  RANGE-PARM.
       01  RANGE-PARM-RECORD.
           05  RG-MAX-TERMS            PIC 9(06).

       FD  USAGE-HISTORY.
       01  USAGE-HISTORY-RECORD.
           05  UH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  UH-REQUESTER            PIC X(04).
           05  FILLER                  PIC X(01).
           05  UH-REQUESTS             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  UH-CACHE-HITS           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  UH-COMPUTED             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  UH-OVERFLOWS            PIC 9(06).

       FD  FIB-CACHE.
       01  FC-RECORD.
           05  FC-NUM                  PIC 9(6).
           05  FC-VALUE                PIC X(40).
           05  FC-OVERFLOW-FLAG        PIC X(01).
           05  FC-LAST-REF-DATE        PIC X(08).
           05  FC-HIT-COUNT            PIC 9(06).

       FD  QUOTA-REPORT.
       01  QUOTA-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FIBIN-STATUS             PIC X(02) VALUE SPACES.
           88  WS-INPUT-BALANCED               VALUE "Y".
       01  WS-DETAIL-COUNT             PIC 9(6) COMP-5 VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(6) COMP-5 VALUE ZERO.
       01  WS-HEADER-RECORD            PIC X(52).

       01  WS-READ-COUNT               PIC 9(6) COMP-5 VALUE ZERO.
       01  WS-CLEAN-COUNT              PIC 9(6) COMP-5 VALUE ZERO.
       01  WS-REQUESTER-INDEX          PIC 9(03) COMP-5.
       01  WS-REQUESTER-OK-SWITCH      PIC X(01).
           88  WS-REQUESTER-OK                 VALUE "Y".
      *> One row per active requester: its REQMAST limits (zero is
      *> no limit) and the usage counted against them this run.
       01  WS-ACTIVE-CODE-TABLE.
           05  WS-ACTIVE-ENTRY OCCURS 100 TIMES.
               10  WS-ACTIVE-CODE      PIC X(04).
               10  WS-QT-MAX-REQUESTS  PIC 9(06) COMP-5.
               10  WS-QT-MAX-COMPUTED  PIC 9(06) COMP-5.
               10  WS-QT-MONTH-BUDGET  PIC 9(08) COMP-5.
               10  WS-QT-REQUESTS      PIC 9(06) COMP-5.
               10  WS-QT-COMPUTED      PIC 9(07) COMP-5.
               10  WS-QT-MONTH-TERMS   PIC 9(09) COMP-5.
               10  WS-QT-REJECTED      PIC 9(06) COMP-5.
               10  WS-QT-CUT-REQUESTS  PIC X(01).
                   88  WS-QT-REQUESTS-CUT      VALUE "Y".
               10  WS-QT-CUT-COMPUTED  PIC X(01).
                   88  WS-QT-COMPUTED-CUT      VALUE "Y".
               10  WS-QT-CUT-BUDGET    PIC X(01).
                   88  WS-QT-BUDGET-CUT        VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-USAGEHST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-USAGEHST-FOUND               VALUE "00".
       01  WS-USAGEHST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-END-OF-USAGEHST              VALUE "Y".
       01  WS-FIBCACHE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FIBCACHE-FOUND               VALUE "00".
       01  WS-CACHE-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-CACHE-OPEN                   VALUE "Y".
       01  WS-FIBQRPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-QUOTA-OK-SWITCH          PIC X(01).
           88  WS-QUOTA-OK                     VALUE "Y".
       01  WS-DETAIL-TERMS             PIC 9(07) COMP-5.
       01  WS-DETAIL-COMPUTED          PIC 9(07) COMP-5.
       01  WS-FIRST-TERM               PIC 9(07) COMP-5.
       01  WS-EST-TERM                 PIC 9(07) COMP-5.
       01  WS-ESTIMATE-MODE-SWITCH     PIC X(01).
           88  WS-ESTIMATE-REGISTERING         VALUE "R".
       01  WS-ESTIMATE-OVER-SWITCH     PIC X(01).
           88  WS-ESTIMATE-OVER                VALUE "Y".
       01  WS-PENDING-FOUND-SWITCH     PIC X(01).
           88  WS-PENDING-FOUND                VALUE "Y".
       01  WS-QUOTA-REJECT-COUNT       PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-CUT-OFF-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-LIMITED-COUNT            PIC 9(03) COMP-5 VALUE ZERO.

      *> Terms a clean detail of a limited requester will compute
      *> tonight: a later detail asking for one again gets it from
      *> the cache FIBOMAIN will have warmed by then. Once full, the
      *> estimate simply counts further misses every time.
       01  WS-PENDING-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-PENDING-INDEX            PIC 9(04) COMP-5.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-TERM OCCURS 2000 TIMES
                                       PIC 9(06) COMP-5.

       01  WS-FIBRANGE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FIBRANGE-FOUND               VALUE "00".
       01  WS-RANGE-MAX-TERMS          PIC 9(06) COMP-5 VALUE 100.
       01  WS-RANGE-TERMS              PIC 9(07) COMP-5.

      *> An inverse value is located by its leading blanks and the
      *> run of digits after them, then right-justified and zero-
      *> filled in place.
       01  WS-INVERSE-LEAD             PIC 9(02) COMP-5.
       01  WS-INVERSE-LENGTH           PIC 9(02) COMP-5.
       01  WS-INVERSE-WORK             PIC X(40) JUSTIFIED RIGHT.
       01  WS-INVERSE-OK-SWITCH        PIC X(01).
           88  WS-INVERSE-OK                   VALUE "Y".
       01  WS-INVERSE-PROBES           PIC 9(02) COMP-5 VALUE 9.

       01  WS-REJECT-LINE.
           05  FR-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FR-ORIGINAL-RECORD      PIC X(52).

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-CLEAN-COUNT          PIC 9(6).

       01  WS-QUOTA-HEADING-1.
           05  FILLER                  PIC X(43) VALUE
               "FIBEDIT REQUESTER QUOTAS -- NIGHTLY EDIT   ".
           05  FILLER                  PIC X(14) VALUE
               "BUSINESS DATE ".
           05  QH-DATE                 PIC X(08).

       01  WS-QUOTA-HEADING-2.
           05  FILLER                  PIC X(23) VALUE
               "REQR  TONIGHT    LIMIT ".
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
           05  QL-COMPUTED-X REDEFINES QL-COMPUTED
                                       PIC X(07).
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
           05  FILLER                  PIC X(31) VALUE
               "   DETAILS REJECTED OVER QUOTA:".
           05  QT-REJECTED             PIC Z(05)9.

       01  WS-QUOTA-NONE-LINE          PIC X(60) VALUE
           "NO REQUESTER CARRIES A QUOTA -- NOTHING ENFORCED".

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "FIBEDIT".
       01  WS-ERR-SEVERITY             PIC X(01) VALUE "S".
       01  WS-ERR-CODE                 PIC X(06) VALUE "FED001".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE

      *> ------------------------------------------------------------
       2000-RUN-EDIT-PASS.
           PERFORM 1500-LOAD-REQUESTER-MASTER
           PERFORM 1800-READ-RANGE-PARM
           PERFORM 1900-LOAD-MONTH-TO-DATE THRU 1900-EXIT
           OPEN INPUT FIB-CACHE
           IF WS-FIBCACHE-FOUND
               SET WS-CACHE-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FIB-INPUT
           OPEN OUTPUT FIB-VALIDATED
           CLOSE FIB-INPUT
           CLOSE FIB-VALIDATED
           CLOSE FIB-REJECTS
           IF WS-CACHE-OPEN
               CLOSE FIB-CACHE
           END-IF
           PERFORM 5000-WRITE-QUOTA-REPORT
           PERFORM 8000-SET-RETURN-CODE
           .

               ADD 1 TO WS-REQUESTER-COUNT
               MOVE RQ-IN-CODE
                   TO WS-ACTIVE-CODE (WS-REQUESTER-COUNT)
               PERFORM 1750-LOAD-LIMITS
           END-IF
           PERFORM 1600-READ-REQMAST
           .
           EXIT
           .

      *> A row written before the limits existed carries none.
       1750-LOAD-LIMITS.
           MOVE ZERO TO WS-QT-MAX-REQUESTS (WS-REQUESTER-COUNT)
           MOVE ZERO TO WS-QT-MAX-COMPUTED (WS-REQUESTER-COUNT)
           MOVE ZERO TO WS-QT-MONTH-BUDGET (WS-REQUESTER-COUNT)
           MOVE ZERO TO WS-QT-REQUESTS (WS-REQUESTER-COUNT)
           MOVE ZERO TO WS-QT-COMPUTED (WS-REQUESTER-COUNT)
           MOVE ZERO TO WS-QT-MONTH-TERMS (WS-REQUESTER-COUNT)
           MOVE ZERO TO WS-QT-REJECTED (WS-REQUESTER-COUNT)
           MOVE "N" TO WS-QT-CUT-REQUESTS (WS-REQUESTER-COUNT)
           MOVE "N" TO WS-QT-CUT-COMPUTED (WS-REQUESTER-COUNT)
           MOVE "N" TO WS-QT-CUT-BUDGET (WS-REQUESTER-COUNT)
           IF RQ-IN-MAX-REQUESTS IS NUMERIC
               MOVE RQ-IN-MAX-REQUESTS
                   TO WS-QT-MAX-REQUESTS (WS-REQUESTER-COUNT)
           END-IF
           IF RQ-IN-MAX-COMPUTED IS NUMERIC
               MOVE RQ-IN-MAX-COMPUTED
                   TO WS-QT-MAX-COMPUTED (WS-REQUESTER-COUNT)
           END-IF
           IF RQ-IN-MONTH-BUDGET IS NUMERIC
               MOVE RQ-IN-MONTH-BUDGET
                   TO WS-QT-MONTH-BUDGET (WS-REQUESTER-COUNT)
           END-IF
           .

      *> The FIBRANGE card caps how many terms one range request may
      *> ask for; a missing, blank, or zero card leaves the default.
       1800-READ-RANGE-PARM.
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

      *> Month-to-date terms per requester from USAGEHST: every record
      *> of this business month, nightly and intraday alike, cache
      *> hits plus computed. A missing USAGEHST is a month with no use.
       1900-LOAD-MONTH-TO-DATE.
           IF NOT WS-REQMAST-LOADED
               GO TO 1900-EXIT
           END-IF
           OPEN INPUT USAGE-HISTORY
           IF NOT WS-USAGEHST-FOUND
               GO TO 1900-EXIT
           END-IF
           PERFORM 1910-READ-USAGEHST
           PERFORM 1920-ADD-ONE-USAGE THRU 1920-EXIT
               UNTIL WS-END-OF-USAGEHST
           CLOSE USAGE-HISTORY
           .
       1900-EXIT.
           EXIT
           .

       1910-READ-USAGEHST.
           READ USAGE-HISTORY
               AT END
                   SET WS-END-OF-USAGEHST TO TRUE
           END-READ
           .

       1920-ADD-ONE-USAGE.
           IF UH-DATE (1:6) NOT = WS-TODAY-DATE (1:6)
               OR UH-CACHE-HITS IS NOT NUMERIC
               OR UH-COMPUTED IS NOT NUMERIC
               GO TO 1920-NEXT
           END-IF
           MOVE "N" TO WS-REQUESTER-OK-SWITCH
           PERFORM 1930-MATCH-USAGE-REQUESTER
               VARYING WS-REQUESTER-INDEX FROM 1 BY 1
               UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT
                   OR WS-REQUESTER-OK
           IF WS-REQUESTER-OK
               SUBTRACT 1 FROM WS-REQUESTER-INDEX
               ADD UH-CACHE-HITS UH-COMPUTED
                   TO WS-QT-MONTH-TERMS (WS-REQUESTER-INDEX)
           END-IF
           .
       1920-NEXT.
           PERFORM 1910-READ-USAGEHST
           .
       1920-EXIT.
           EXIT
           .

       1930-MATCH-USAGE-REQUESTER.
           IF WS-ACTIVE-CODE (WS-REQUESTER-INDEX) = UH-REQUESTER
               SET WS-REQUESTER-OK TO TRUE
           END-IF
           .

       2100-READ-INPUT.
           READ FIB-INPUT
               AT END
               GO TO 2200-NEXT
           END-IF

      *> An inverse request carries a value in place of FI-NUM.
           IF FI-MODE-INVERSE
               PERFORM 2700-EDIT-INVERSE-VALUE THRU 2700-EXIT
               IF NOT WS-INVERSE-OK
                   MOVE "09" TO FR-REASON-CODE
                   PERFORM 3000-WRITE-REJECT
                   GO TO 2200-NEXT
               END-IF
           END-IF

           IF FI-NUM IS NOT NUMERIC
               MOVE "02" TO FR-REASON-CODE
               PERFORM 3000-WRITE-REJECT
               GO TO 2200-NEXT
           END-IF

      *> A range request carries its start term in FI-RANGE-START
      *> and its end term in FI-NUM.
           IF FI-MODE-RANGE
               IF FI-RANGE-START IS NOT NUMERIC
                   MOVE "05" TO FR-REASON-CODE
                   PERFORM 3000-WRITE-REJECT
                   GO TO 2200-NEXT
               END-IF
               IF FI-RANGE-START-VALUE > FI-NUM-VALUE
                   MOVE "06" TO FR-REASON-CODE
                   PERFORM 3000-WRITE-REJECT
                   GO TO 2200-NEXT
               END-IF
               COMPUTE WS-RANGE-TERMS =
                   FI-NUM-VALUE - FI-RANGE-START-VALUE + 1
               IF WS-RANGE-TERMS > WS-RANGE-MAX-TERMS
                   MOVE "07" TO FR-REASON-CODE
                   PERFORM 3000-WRITE-REJECT
                   GO TO 2200-NEXT
               END-IF
           END-IF

      *> A blank requester passes -- FIBONACCI-MAIN carries it as
      *> UNSP, exactly as CTLCARD and interactive requests are. A
      *> non-blank code must be an active REQMAST entry.
                   PERFORM 3000-WRITE-REJECT
                   GO TO 2200-NEXT
               END-IF
               PERFORM 2500-CHECK-QUOTA THRU 2500-EXIT
               IF NOT WS-QUOTA-OK
                   ADD 1 TO WS-QT-REJECTED (WS-REQUESTER-INDEX)
                   ADD 1 TO WS-QUOTA-REJECT-COUNT
                   MOVE "08" TO FR-REASON-CODE
                   PERFORM 3000-WRITE-REJECT
                   GO TO 2200-NEXT
               END-IF
           END-IF

           ADD 1 TO WS-CLEAN-COUNT
               VARYING WS-REQUESTER-INDEX FROM 1 BY 1
               UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT
                   OR WS-REQUESTER-OK
           IF WS-REQUESTER-OK
               SUBTRACT 1 FROM WS-REQUESTER-INDEX
           END-IF
           .

       2410-MATCH-ONE-REQUESTER.
           END-IF
           .

      *> ------------------------------------------------------------
      *> Quota check for a detail that has passed every other edit,
      *> cheapest limit first. A detail that fits is counted against
      *> its requester at once, so later details see it.
      *> ------------------------------------------------------------
       2500-CHECK-QUOTA.
           SET WS-QUOTA-OK TO TRUE
           EVALUATE TRUE
           WHEN FI-MODE-RANGE
               MOVE WS-RANGE-TERMS TO WS-DETAIL-TERMS
               MOVE FI-RANGE-START-VALUE TO WS-FIRST-TERM
           WHEN FI-MODE-FULL
               COMPUTE WS-DETAIL-TERMS = FI-NUM-VALUE + 1
               MOVE ZERO TO WS-FIRST-TERM
           WHEN FI-MODE-INVERSE
               MOVE WS-INVERSE-PROBES TO WS-DETAIL-TERMS
               MOVE ZERO TO WS-FIRST-TERM
           WHEN OTHER
               MOVE 1 TO WS-DETAIL-TERMS
               MOVE FI-NUM-VALUE TO WS-FIRST-TERM
           END-EVALUATE

           IF WS-QT-MAX-REQUESTS (WS-REQUESTER-INDEX) > ZERO
               AND WS-QT-REQUESTS (WS-REQUESTER-INDEX)
                   NOT < WS-QT-MAX-REQUESTS (WS-REQUESTER-INDEX)
               MOVE "N" TO WS-QUOTA-OK-SWITCH
               SET WS-QT-REQUESTS-CUT (WS-REQUESTER-INDEX) TO TRUE
               GO TO 2500-EXIT
           END-IF

           IF WS-QT-MONTH-BUDGET (WS-REQUESTER-INDEX) > ZERO
               AND WS-QT-MONTH-TERMS (WS-REQUESTER-INDEX)
                   + WS-DETAIL-TERMS
                   > WS-QT-MONTH-BUDGET (WS-REQUESTER-INDEX)
               MOVE "N" TO WS-QUOTA-OK-SWITCH
               SET WS-QT-BUDGET-CUT (WS-REQUESTER-INDEX) TO TRUE
               GO TO 2500-EXIT
           END-IF

           MOVE ZERO TO WS-DETAIL-COMPUTED
           IF WS-QT-MAX-COMPUTED (WS-REQUESTER-INDEX) > ZERO
               AND NOT FI-MODE-INVERSE
               MOVE "C" TO WS-ESTIMATE-MODE-SWITCH
               PERFORM 2600-ESTIMATE-COMPUTED
               IF WS-ESTIMATE-OVER
                   MOVE "N" TO WS-QUOTA-OK-SWITCH
                   SET WS-QT-COMPUTED-CUT (WS-REQUESTER-INDEX)
                       TO TRUE
                   GO TO 2500-EXIT
               END-IF
               SET WS-ESTIMATE-REGISTERING TO TRUE
               PERFORM 2600-ESTIMATE-COMPUTED
           END-IF

           ADD 1 TO WS-QT-REQUESTS (WS-REQUESTER-INDEX)
           ADD WS-DETAIL-COMPUTED
               TO WS-QT-COMPUTED (WS-REQUESTER-INDEX)
           ADD WS-DETAIL-TERMS
               TO WS-QT-MONTH-TERMS (WS-REQUESTER-INDEX)
           .
       2500-EXIT.
           EXIT
           .

      *> Counts the detail's terms neither in FIBCACHE nor already
      *> pending tonight, stopping as soon as the computed limit is
      *> passed; the registering pass then books those terms pending.
       2600-ESTIMATE-COMPUTED.
           MOVE "N" TO WS-ESTIMATE-OVER-SWITCH
           IF NOT WS-ESTIMATE-REGISTERING
               MOVE ZERO TO WS-DETAIL-COMPUTED
           END-IF
           PERFORM 2610-ESTIMATE-ONE-TERM THRU 2610-EXIT
               VARYING WS-EST-TERM FROM WS-FIRST-TERM BY 1
               UNTIL WS-EST-TERM > FI-NUM-VALUE
                   OR WS-ESTIMATE-OVER
           .

       2610-ESTIMATE-ONE-TERM.
           IF WS-CACHE-OPEN
               MOVE WS-EST-TERM TO FC-NUM
               READ FIB-CACHE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FIBCACHE-FOUND
                   GO TO 2610-EXIT
               END-IF
           END-IF
           MOVE "N" TO WS-PENDING-FOUND-SWITCH
           PERFORM 2620-MATCH-ONE-PENDING
               VARYING WS-PENDING-INDEX FROM 1 BY 1
               UNTIL WS-PENDING-INDEX > WS-PENDING-COUNT
                   OR WS-PENDING-FOUND
           IF WS-PENDING-FOUND
               GO TO 2610-EXIT
           END-IF
           IF WS-ESTIMATE-REGISTERING
               IF WS-PENDING-COUNT < 2000
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-EST-TERM
                       TO WS-PENDING-TERM (WS-PENDING-COUNT)
               END-IF
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO WS-DETAIL-COMPUTED
           IF WS-QT-COMPUTED (WS-REQUESTER-INDEX) + WS-DETAIL-COMPUTED
               > WS-QT-MAX-COMPUTED (WS-REQUESTER-INDEX)
               SET WS-ESTIMATE-OVER TO TRUE
           END-IF
           .
       2610-EXIT.
           EXIT
           .

       2620-MATCH-ONE-PENDING.
           IF WS-PENDING-TERM (WS-PENDING-INDEX) = WS-EST-TERM
               SET WS-PENDING-FOUND TO TRUE
           END-IF
           .

      *> The value may be left- or right-justified, blank-filled either
      *> side, but its digits must be one unbroken run. A clean value
      *> is rewritten right-justified and zero-filled, FI-NUM zeroed.
       2700-EDIT-INVERSE-VALUE.
           MOVE "N" TO WS-INVERSE-OK-SWITCH
           MOVE ZERO TO WS-INVERSE-LEAD
           INSPECT FI-INVERSE-VALUE
               TALLYING WS-INVERSE-LEAD FOR LEADING SPACE
           IF WS-INVERSE-LEAD = 40
               GO TO 2700-EXIT
           END-IF
           MOVE ZERO TO WS-INVERSE-LENGTH
           INSPECT FI-INVERSE-VALUE (WS-INVERSE-LEAD + 1:)
               TALLYING WS-INVERSE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-INVERSE-LEAD + WS-INVERSE-LENGTH < 40
               IF FI-INVERSE-VALUE
                   (WS-INVERSE-LEAD + WS-INVERSE-LENGTH + 1:)
                   NOT = SPACES
                   GO TO 2700-EXIT
               END-IF
           END-IF
           IF FI-INVERSE-VALUE (WS-INVERSE-LEAD + 1:WS-INVERSE-LENGTH)
               IS NOT NUMERIC
               GO TO 2700-EXIT
           END-IF
           MOVE FI-INVERSE-VALUE (WS-INVERSE-LEAD + 1:WS-INVERSE-LENGTH)
               TO WS-INVERSE-WORK
           INSPECT WS-INVERSE-WORK REPLACING LEADING SPACE BY "0"
           MOVE WS-INVERSE-WORK TO FI-INVERSE-VALUE
           MOVE ZERO TO FI-NUM-VALUE
           SET WS-INVERSE-OK TO TRUE
           .
       2700-EXIT.
           EXIT
           .

       3000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE FIB-INPUT-RECORD TO FR-ORIGINAL-RECORD
           WRITE FIB-REJECT-RECORD FROM WS-REJECT-LINE
           .

      *> ------------------------------------------------------------
      *> FIBQRPT: one line per requester carrying any limit, its
      *> usage against each, and which limits cut it off tonight.
      *> ------------------------------------------------------------
       5000-WRITE-QUOTA-REPORT.
           OPEN OUTPUT QUOTA-REPORT
           MOVE WS-TODAY-DATE TO QH-DATE
           WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-HEADING-1
           MOVE SPACES TO QUOTA-REPORT-RECORD
           WRITE QUOTA-REPORT-RECORD
           WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-HEADING-2
           PERFORM 5100-WRITE-ONE-REQUESTER THRU 5100-EXIT
               VARYING WS-REQUESTER-INDEX FROM 1 BY 1
               UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT
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

       5100-WRITE-ONE-REQUESTER.
           IF WS-QT-MAX-REQUESTS (WS-REQUESTER-INDEX) = ZERO
               AND WS-QT-MAX-COMPUTED (WS-REQUESTER-INDEX) = ZERO
               AND WS-QT-MONTH-BUDGET (WS-REQUESTER-INDEX) = ZERO
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-LIMITED-COUNT
           MOVE WS-ACTIVE-CODE (WS-REQUESTER-INDEX) TO QL-REQUESTER
           MOVE WS-QT-REQUESTS (WS-REQUESTER-INDEX) TO QL-REQUESTS
           MOVE WS-QT-MAX-REQUESTS (WS-REQUESTER-INDEX)
               TO QL-MAX-REQUESTS
      *> computed terms are only estimated for a requester limited on
      *> them
           IF WS-QT-MAX-COMPUTED (WS-REQUESTER-INDEX) = ZERO
               MOVE SPACES TO QL-COMPUTED-X
           ELSE
               MOVE WS-QT-COMPUTED (WS-REQUESTER-INDEX) TO QL-COMPUTED
           END-IF
           MOVE WS-QT-MAX-COMPUTED (WS-REQUESTER-INDEX)
               TO QL-MAX-COMPUTED
           MOVE WS-QT-MONTH-TERMS (WS-REQUESTER-INDEX)
               TO QL-MONTH-TERMS
           MOVE WS-QT-MONTH-BUDGET (WS-REQUESTER-INDEX)
               TO QL-MONTH-BUDGET
           MOVE WS-QT-REJECTED (WS-REQUESTER-INDEX) TO QL-REJECTED
           MOVE SPACES TO QL-CUT-TEXT
           MOVE SPACES TO QL-CUT-REQUESTS
           MOVE SPACES TO QL-CUT-COMPUTED
           MOVE SPACES TO QL-CUT-BUDGET
           IF WS-QT-REJECTED (WS-REQUESTER-INDEX) > ZERO
               ADD 1 TO WS-CUT-OFF-COUNT
               MOVE "CUT OFF: " TO QL-CUT-TEXT
               IF WS-QT-REQUESTS-CUT (WS-REQUESTER-INDEX)
                   MOVE "REQUESTS " TO QL-CUT-REQUESTS
               END-IF
               IF WS-QT-COMPUTED-CUT (WS-REQUESTER-INDEX)
                   MOVE "COMPUTED " TO QL-CUT-COMPUTED
               END-IF
               IF WS-QT-BUDGET-CUT (WS-REQUESTER-INDEX)
                   MOVE "BUDGET" TO QL-CUT-BUDGET
               END-IF
           END-IF
           WRITE QUOTA-REPORT-RECORD FROM WS-QUOTA-LINE
           .
       5100-EXIT.
           EXIT
           .

       8000-SET-RETURN-CODE.
           IF WS-REJECT-COUNT > ZERO
               IF WS-CLEAN-COUNT = ZERO
