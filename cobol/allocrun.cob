       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCRUN.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-08
      *> Purpose:       Month-end shared-cost allocation. Spreads each
      *>                cost-pool account's period-to-date net to its
      *>                target accounts by the ALLOCTAB percentages
      *>                (maintained by ALLOCMNT) in force for the
      *>                period, as ordinary ADDTRANS details, so
      *>                ADDBATCH books the allocation through the same
      *>                validation, suspense, and posting chain as
      *>                anything the upstream feed sends and ACCTCLSE
      *>                closes a period whose pools are already clear.
      *>                The period is the one named on the CLSEPARM
      *>                card ACCTCLSE and BUDGRPT read (missing card:
      *>                the current month), and must be tonight's
      *>                PROCDATE month -- the details carry tonight's
      *>                date and would otherwise book into the wrong
      *>                period. For each pool:
      *>                  - the net is the sum of the four ACCTPTD net
      *>                    columns over the period's journal records,
      *>                    the figure BUDGRPT reports as actual
      *>                  - the pool is cleared by one operation-A
      *>                    detail of minus the net
      *>                  - each target takes net x percentage / 100,
      *>                    rounded to the cent, as an operation-A
      *>                    detail
      *>                  - what rounding leaves over is booked to the
      *>                    account named on the ALLOCPRM card (blank
      *>                    or missing card: the pool's first target)
      *>                so every pool's details net to zero. A pool
      *>                whose rows in force do not total 100% is not
      *>                allocated (ALR002), nor is a pool already on
      *>                the ALLOCHST history for the period -- a rerun
      *>                of the night allocates nothing twice, unless
      *>                ADDMERGE has rebuilt ADDTRANS since (no
      *>                ALLOCRUN details left in it), when tonight's
      *>                own allocation is made again. The
      *>                details are merged into ADDTRANS ahead of its
      *>                trailer through the ALLOCWK work dataset the
      *>                way RECURGEN merges: the upstream header/
      *>                trailer controls are proved first and the
      *>                rewritten trailer carries the upstream count
      *>                and hash plus the generated ones. ALLOCRPT
      *>                shows each pool, its net, every share, the
      *>                remainder, and the proof that the pool nets to
      *>                zero (net less shares and remainder). Runs on
      *>                the last nightly window of the period ahead of
      *>                ADDBATCH; pool activity booked by that same
      *>                window follows in the next period.
      *>                RETURN-CODE: 4 when pools overflowed the
      *>                tables, 8 when a pool failed its proof or its
      *>                net will not fit a detail, 12 when the period
      *>                is not tonight's month or the upstream ADDTRANS
      *>                is out of balance (nothing allocated).
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-08  dp  Initial version.
      *>   2026-09-10  dp  ADDTRANS is now built by the ADDMERGE intake
      *>                   step from the carded upstream feeds, and each
      *>                   detail carries its feed's name in AT-FEED at
      *>                   the end of the record. The file is copied
      *>                   through ALLOCWK at the full 60 bytes so the
      *>                   tags survive, and the details generated here
      *>                   are tagged ALLOCRUN. Carded after ADDMERGE.
      *>   2026-10-03  dp  An ADDMERGE rerun rebuilds ADDTRANS from
      *>                   scratch and drops tonight's allocation
      *>                   details, after which ALLOCHST left the pools
      *>                   ALREADY ALLOCATED and the period was never
      *>                   cleared. A pool allocated tonight now counts
      *>                   as allocated only while ADDTRANS still holds
      *>                   ALLOCRUN details; otherwise it is
      *>                   REALLOCATED, without a second ALLOCHST row.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCTAB-STATUS.

           SELECT PERIOD-JOURNAL ASSIGN TO "ACCTPTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTPTD-STATUS.

           SELECT CLOSE-PARM ASSIGN TO "CLSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSEPARM-STATUS.

           SELECT ALLOCATION-PARM ASSIGN TO "ALLOCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCPRM-STATUS.

           SELECT ALLOCATION-HISTORY ASSIGN TO "ALLOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCHST-STATUS.

           SELECT ADD-TRANSACTIONS ASSIGN TO "ADDTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDTRANS-STATUS.

           SELECT ALLOC-WORK ASSIGN TO "ALLOCWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCWK-STATUS.

           SELECT ALLOC-REPORT ASSIGN TO "ALLOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           05  AL-IN-POOL              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-IN-TARGET            PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-IN-PERCENT           PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  AL-IN-FROM-PERIOD       PIC X(06).
           05  FILLER                  PIC X(01).
           05  AL-IN-TO-PERIOD         PIC X(06).

       FD  PERIOD-JOURNAL.
       01  PJ-RECORD.
           05  PJ-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  PJ-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  PJ-TX-COUNT             PIC X(06).
           05  FILLER                  PIC X(01).
           05  PJ-DEBITS               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-CREDITS              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-ADD              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-SUBTRACT         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-MULTIPLY         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-NET-DIVIDE           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PJ-ORIG-NET             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  CLOSE-PARM.
       01  CLOSE-PARM-RECORD.
           05  CP-PERIOD               PIC X(06).

       FD  ALLOCATION-PARM.
       01  ALLOCATION-PARM-RECORD.
           05  AP-REMAINDER-ACCOUNT    PIC X(08).

       FD  ALLOCATION-HISTORY.
       01  ALLOCATION-HISTORY-RECORD.
           05  AH-POOL                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AH-PERIOD               PIC X(06).
           05  FILLER                  PIC X(01).
           05  AH-ALLOCATED-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  AH-NET                  PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  ADD-TRANSACTIONS.
       01  AT-RECORD.
           05  AT-REC-TYPE             PIC X(01).
               88  AT-REC-HEADER               VALUE "H".
               88  AT-REC-DETAIL               VALUE "D".
               88  AT-REC-TRAILER              VALUE "T".
           05  FILLER                  PIC X(01).
           05  AT-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AT-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AT-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  AT-X                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  AT-Y                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  AT-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01).
           05  AT-FEED                 PIC X(08).
       01  AT-TRAILER-RECORD.
           05  FILLER                  PIC X(02).
           05  ATT-COUNT               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  ATT-HASH                PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(35).

       FD  ALLOC-WORK.
       01  ALLOC-WORK-RECORD           PIC X(60).

       FD  ALLOC-REPORT.
       01  ALLOC-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ALLOCTAB-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ALLOCTAB-FOUND               VALUE "00".
       01  WS-ACCTPTD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ACCTPTD-FOUND                VALUE "00".
       01  WS-CLSEPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CLSEPARM-FOUND               VALUE "00".
       01  WS-ALLOCPRM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ALLOCPRM-FOUND               VALUE "00".
       01  WS-ALLOCHST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ALLOCHST-FOUND               VALUE "00".
           88  WS-ALLOCHST-NOT-FOUND           VALUE "35".
       01  WS-ADDTRANS-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ADDTRANS-FOUND               VALUE "00".
       01  WS-ALLOCWK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-ALLOC-PERIOD             PIC X(06).
       01  WS-REMAINDER-ACCOUNT        PIC X(08) VALUE SPACES.

      *> The pools with rows in force for the period, and those rows.
       01  WS-POOL-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-POOL-INDEX               PIC 9(03) COMP-5.
       01  WS-POOL-OVERFLOW-COUNT      PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-FIND-POOL                PIC X(08).

      *> Whether ADDTRANS still holds details allocated here; an
      *> ADDMERGE rerun rebuilds it without them.
       01  WS-ALLOCRUN-DETAIL-SWITCH   PIC X(01) VALUE "N".
           88  WS-ALLOCRUN-DETAIL-FOUND        VALUE "Y".
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 50 TIMES.
               10  WS-POOL-ACCOUNT     PIC X(08).
               10  WS-POOL-PERCENT-SUM PIC 9(05)V99 COMP-3.
               10  WS-POOL-NET         PIC S9(13)V99 COMP-3.
               10  WS-POOL-ALLOCATED   PIC S9(13)V99 COMP-3.
               10  WS-POOL-REMAINDER   PIC S9(13)V99 COMP-3.
               10  WS-POOL-REMAINDER-ACCOUNT
                                       PIC X(08).
               10  WS-POOL-HISTORY-SWITCH
                                       PIC X(01).
                   88  WS-POOL-ON-HISTORY      VALUE "Y".
               10  WS-POOL-STATUS      PIC X(01).
                   88  WS-POOL-TO-ALLOCATE     VALUE "G".
                   88  WS-POOL-PROOF-FAILED    VALUE "P".
                   88  WS-POOL-ALREADY-DONE    VALUE "H".
                   88  WS-POOL-NOTHING         VALUE "Z".
                   88  WS-POOL-TOO-LARGE       VALUE "L".
                   88  WS-POOL-OVERFLOW        VALUE "O".

       01  WS-ROW-COUNT                PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ROW-INDEX                PIC 9(03) COMP-5.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 300 TIMES.
               10  WS-ROW-POOL-INDEX   PIC 9(03) COMP-5.
               10  WS-ROW-TARGET       PIC X(08).
               10  WS-ROW-PERCENT      PIC 9(03)V99.

      *> Tonight's allocation details, pool by pool.
       01  WS-GEN-COUNT                PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-GEN-INDEX                PIC 9(03) COMP-5.
       01  WS-GEN-NEEDED               PIC 9(03) COMP-5.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 400 TIMES.
               10  WS-GEN-POOL-INDEX   PIC 9(03) COMP-5.
               10  WS-GEN-KIND         PIC X(09).
               10  WS-GEN-ACCOUNT      PIC X(08).
               10  WS-GEN-PERCENT      PIC 9(03)V99.
               10  WS-GEN-AMOUNT       PIC S9(9)V99 COMP-3.

       01  WS-SHARE-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-GEN-HASH                 PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ALLOCATED-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-MERGED-SWITCH            PIC X(01) VALUE "N".
           88  WS-MERGED                       VALUE "Y".

      *> Upstream ADDTRANS controls, proved the way ADDBATCH proves
      *> them: the hash only sums amounts that parse, and a hash
      *> miss is left for ADDBATCH to judge when malformed details
      *> explain it.
       01  WS-INPUT-RECORDS            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN                  VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                 VALUE "Y".
       01  WS-DETAIL-COUNT             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MALFORMED-COUNT          PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-TRAILER-HASH             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-HEADER-LINE.
           05  HL-REC-TYPE             PIC X(01) VALUE "H".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-SOURCE               PIC X(08) VALUE "ALLOCRUN".

       01  WS-DETAIL-LINE.
           05  DL-REC-TYPE             PIC X(01) VALUE "D".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-OP-CODE              PIC X(01) VALUE "A".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-X                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-Y                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-CURRENCY             PIC X(03) VALUE "USD".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-FEED                 PIC X(08) VALUE "ALLOCRUN".

       01  WS-TRAILER-LINE.
           05  TL-REC-TYPE             PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "ALLOCRUN".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "ALLOCRUN".
       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-POOL-MESSAGE.
           05  EP-POOL                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EP-TEXT                 PIC X(51).
       01  WS-ERR-OVERFLOW-MESSAGE.
           05  EO-COUNT                PIC Z(03)9.
           05  FILLER                  PIC X(56) VALUE
               " ALLOCTAB ROWS OR POOLS OVER THE TABLE -- NOT LOADED".

       01  WS-REPORT-HEADING           PIC X(80) VALUE
           "ALLOCTAB MONTH-END SHARED-COST ALLOCATION".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  RD-DATE                 PIC X(08).
           05  FILLER                  PIC X(11) VALUE
               "   PERIOD: ".
           05  RD-PERIOD               PIC X(06).
           05  FILLER                  PIC X(22) VALUE
               "   REMAINDER ACCOUNT: ".
           05  RD-REMAINDER            PIC X(16).

       01  WS-POOL-LINE.
           05  FILLER                  PIC X(05) VALUE "POOL ".
           05  PL-POOL                 PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  NET ".
           05  PL-NET                  PIC -9(11).99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-DISPOSITION          PIC X(40).

       01  WS-SHARE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-KIND                 PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-PERCENT              PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-PERCENT-SIGN         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-AMOUNT               PIC -9(9).99.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(13) VALUE
               "  PROOF  NET ".
           05  PR-NET                  PIC -9(11).99.
           05  FILLER                  PIC X(08) VALUE " SPREAD ".
           05  PR-SPREAD               PIC -9(11).99.
           05  FILLER                  PIC X(09) VALUE " BALANCE ".
           05  PR-BALANCE              PIC -9(11).99.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(07) VALUE "POOLS: ".
           05  CL-POOLS                PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  ALLOCATED: ".
           05  CL-ALLOCATED            PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  DETAILS: ".
           05  CL-DETAILS              PIC ZZZ9.

       01  WS-MESSAGE-LINE             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT ALLOC-REPORT
           WRITE ALLOC-REPORT-RECORD FROM WS-REPORT-HEADING

           PERFORM 1000-READ-PARMS
           MOVE WS-TODAY-DATE TO RD-DATE
           MOVE WS-ALLOC-PERIOD TO RD-PERIOD
           IF WS-REMAINDER-ACCOUNT = SPACES
               MOVE "FIRST TARGET" TO RD-REMAINDER
           ELSE
               MOVE WS-REMAINDER-ACCOUNT TO RD-REMAINDER
           END-IF
           WRITE ALLOC-REPORT-RECORD FROM WS-RUN-DATE-LINE

           IF WS-ALLOC-PERIOD NOT = WS-TODAY-DATE (1:6)
               MOVE "ALR001" TO WS-ERR-CODE
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE "CLSEPARM NOT THIS MONTH -- NOTHING ALLOCATED"
                   TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 12
                   MOVE 12 TO WS-MAX-RETURN-CODE
               END-IF
           ELSE
               PERFORM 1100-LOAD-ALLOCATION-TABLE
               PERFORM 1450-SCAN-ADDTRANS
               PERFORM 1500-LOAD-HISTORY
               PERFORM 1700-LOAD-POOL-NETS
               PERFORM 2000-BUILD-ALLOCATION THRU 2000-EXIT
                   VARYING WS-POOL-INDEX FROM 1 BY 1
                   UNTIL WS-POOL-INDEX > WS-POOL-COUNT
               IF WS-GEN-COUNT > ZERO
                   PERFORM 3000-MERGE-ADDTRANS THRU 3000-EXIT
               END-IF
               IF WS-MERGED
                   PERFORM 4000-RECORD-HISTORY
               END-IF
               PERFORM 5000-PRINT-ALLOCATION
           END-IF

           CLOSE ALLOC-REPORT
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> Both cards are optional: no CLSEPARM allocates the current
      *> month, no ALLOCPRM leaves each pool's remainder with its
      *> first target.
       1000-READ-PARMS.
           MOVE WS-TODAY-DATE (1:6) TO WS-ALLOC-PERIOD
           OPEN INPUT CLOSE-PARM
           IF WS-CLSEPARM-FOUND
               READ CLOSE-PARM
                   NOT AT END
                       IF CP-PERIOD IS NUMERIC
                           MOVE CP-PERIOD TO WS-ALLOC-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-PARM
           END-IF

           OPEN INPUT ALLOCATION-PARM
           IF WS-ALLOCPRM-FOUND
               READ ALLOCATION-PARM
                   NOT AT END
                       MOVE AP-REMAINDER-ACCOUNT
                           TO WS-REMAINDER-ACCOUNT
               END-READ
               CLOSE ALLOCATION-PARM
           END-IF
           .

      *> Only the rows in force for the period are loaded; each pool
      *> is entered once, in table order, with its percentages summed
      *> for the proof.
       1100-LOAD-ALLOCATION-TABLE.
           OPEN INPUT ALLOCATION-FILE
           IF WS-ALLOCTAB-FOUND
               PERFORM 1200-READ-TABLE
               PERFORM 1300-LOAD-ONE-ROW THRU 1300-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ALLOCATION-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-POOL-OVERFLOW-COUNT > ZERO
               MOVE "ALR004" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE WS-POOL-OVERFLOW-COUNT TO EO-COUNT
               MOVE WS-ERR-OVERFLOW-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .

       1200-READ-TABLE.
           READ ALLOCATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1300-LOAD-ONE-ROW.
           IF WS-END-OF-FILE
               GO TO 1300-EXIT
           END-IF
           IF AL-IN-FROM-PERIOD > WS-ALLOC-PERIOD
               OR AL-IN-PERCENT IS NOT NUMERIC
               GO TO 1300-NEXT
           END-IF
           IF AL-IN-TO-PERIOD NOT = SPACES
               AND AL-IN-TO-PERIOD NOT = ZEROS
               AND AL-IN-TO-PERIOD < WS-ALLOC-PERIOD
               GO TO 1300-NEXT
           END-IF
           MOVE AL-IN-POOL TO WS-FIND-POOL
           PERFORM 1400-FIND-POOL
           IF NOT WS-MATCH-FOUND
               IF WS-POOL-COUNT = 50
                   ADD 1 TO WS-POOL-OVERFLOW-COUNT
                   GO TO 1300-NEXT
               END-IF
               ADD 1 TO WS-POOL-COUNT
               MOVE WS-POOL-COUNT TO WS-POOL-INDEX
               MOVE AL-IN-POOL TO WS-POOL-ACCOUNT (WS-POOL-INDEX)
               MOVE ZERO TO WS-POOL-PERCENT-SUM (WS-POOL-INDEX)
                            WS-POOL-NET (WS-POOL-INDEX)
                            WS-POOL-ALLOCATED (WS-POOL-INDEX)
                            WS-POOL-REMAINDER (WS-POOL-INDEX)
               IF WS-REMAINDER-ACCOUNT = SPACES
                   MOVE AL-IN-TARGET
                       TO WS-POOL-REMAINDER-ACCOUNT (WS-POOL-INDEX)
               ELSE
                   MOVE WS-REMAINDER-ACCOUNT
                       TO WS-POOL-REMAINDER-ACCOUNT (WS-POOL-INDEX)
               END-IF
               MOVE "N" TO WS-POOL-HISTORY-SWITCH (WS-POOL-INDEX)
               SET WS-POOL-TO-ALLOCATE (WS-POOL-INDEX) TO TRUE
           END-IF
           IF WS-ROW-COUNT = 300
      *> a pool missing rows cannot prove -- it is left unallocated
               ADD 1 TO WS-POOL-OVERFLOW-COUNT
               SET WS-POOL-OVERFLOW (WS-POOL-INDEX) TO TRUE
               GO TO 1300-NEXT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-POOL-INDEX TO WS-ROW-POOL-INDEX (WS-ROW-COUNT)
           MOVE AL-IN-TARGET  TO WS-ROW-TARGET (WS-ROW-COUNT)
           MOVE AL-IN-PERCENT TO WS-ROW-PERCENT (WS-ROW-COUNT)
           ADD AL-IN-PERCENT TO WS-POOL-PERCENT-SUM (WS-POOL-INDEX)
           .
       1300-NEXT.
           PERFORM 1200-READ-TABLE
           .
       1300-EXIT.
           EXIT
           .

       1400-FIND-POOL.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1410-MATCH-ONE-POOL
               VARYING WS-POOL-INDEX FROM 1 BY 1
               UNTIL WS-POOL-INDEX > WS-POOL-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-POOL-INDEX
           END-IF
           .

       1410-MATCH-ONE-POOL.
           IF WS-POOL-ACCOUNT (WS-POOL-INDEX) = WS-FIND-POOL
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> ADDMERGE's rule for its consumed feeds: a rerun of tonight
      *> takes tonight's take again once ADDTRANS has been rebuilt.
      *> Any ALLOCRUN detail still in ADDTRANS means tonight's
      *> allocation is in it and must not go in twice.
       1450-SCAN-ADDTRANS.
           OPEN INPUT ADD-TRANSACTIONS
           IF WS-ADDTRANS-FOUND
               PERFORM 3100-READ-ADDTRANS
               PERFORM 1460-SCAN-ONE-RECORD THRU 1460-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-ALLOCRUN-DETAIL-FOUND
               CLOSE ADD-TRANSACTIONS
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1460-SCAN-ONE-RECORD.
           IF WS-END-OF-FILE
               GO TO 1460-EXIT
           END-IF
           IF AT-REC-DETAIL
               AND AT-FEED = "ALLOCRUN"
               SET WS-ALLOCRUN-DETAIL-FOUND TO TRUE
               GO TO 1460-EXIT
           END-IF
           PERFORM 3100-READ-ADDTRANS
           .
       1460-EXIT.
           EXIT
           .

      *> A pool already allocated for the period stays allocated --
      *> the rerun of a month-end night must not clear it twice. Only
      *> tonight's own allocation, dropped by an ADDMERGE rerun, is
      *> made again, and it is on ALLOCHST already.
       1500-LOAD-HISTORY.
           OPEN INPUT ALLOCATION-HISTORY
           IF WS-ALLOCHST-FOUND
               PERFORM 1600-READ-HISTORY
               PERFORM 1650-CHECK-ONE-HISTORY THRU 1650-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ALLOCATION-HISTORY
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1600-READ-HISTORY.
           READ ALLOCATION-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1650-CHECK-ONE-HISTORY.
           IF WS-END-OF-FILE
               GO TO 1650-EXIT
           END-IF
           IF AH-PERIOD = WS-ALLOC-PERIOD
               MOVE AH-POOL TO WS-FIND-POOL
               PERFORM 1400-FIND-POOL
               EVALUATE TRUE
               WHEN NOT WS-MATCH-FOUND
                   CONTINUE
               WHEN AH-ALLOCATED-DATE = WS-TODAY-DATE
                   AND NOT WS-ALLOCRUN-DETAIL-FOUND
                   SET WS-POOL-ON-HISTORY (WS-POOL-INDEX) TO TRUE
               WHEN OTHER
                   SET WS-POOL-ALREADY-DONE (WS-POOL-INDEX) TO TRUE
               END-EVALUATE
           END-IF
           PERFORM 1600-READ-HISTORY
           .
       1650-EXIT.
           EXIT
           .

      *> The pool's net is BUDGRPT's actual: every operation code's
      *> net over the period's journal records. A missing ACCTPTD
      *> leaves every pool at zero -- nothing to clear.
       1700-LOAD-POOL-NETS.
           OPEN INPUT PERIOD-JOURNAL
           IF WS-ACCTPTD-FOUND
               PERFORM 1800-READ-JOURNAL
               PERFORM 1850-ADD-ONE-JOURNAL THRU 1850-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE PERIOD-JOURNAL
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1800-READ-JOURNAL.
           READ PERIOD-JOURNAL
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1850-ADD-ONE-JOURNAL.
           IF WS-END-OF-FILE
               GO TO 1850-EXIT
           END-IF
           IF PJ-DATE (1:6) = WS-ALLOC-PERIOD
               AND PJ-TX-COUNT IS NUMERIC
               MOVE PJ-ACCOUNT TO WS-FIND-POOL
               PERFORM 1400-FIND-POOL
               IF WS-MATCH-FOUND
                   COMPUTE WS-POOL-NET (WS-POOL-INDEX) =
                       WS-POOL-NET (WS-POOL-INDEX)
                       + PJ-NET-ADD + PJ-NET-SUBTRACT
                       + PJ-NET-MULTIPLY + PJ-NET-DIVIDE
               END-IF
           END-IF
           PERFORM 1800-READ-JOURNAL
           .
       1850-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> One pool: prove its percentages, then the clearing detail,
      *> one share per row, and the rounding remainder. The pool's
      *> details go into the table together or not at all.
      *> ------------------------------------------------------------
       2000-BUILD-ALLOCATION.
           IF NOT WS-POOL-TO-ALLOCATE (WS-POOL-INDEX)
               GO TO 2000-EXIT
           END-IF
           IF WS-POOL-PERCENT-SUM (WS-POOL-INDEX) NOT = 100
               SET WS-POOL-PROOF-FAILED (WS-POOL-INDEX) TO TRUE
               MOVE "ALR002" TO WS-ERR-CODE
               MOVE "POOL PERCENTAGES DO NOT TOTAL 100 -- NOT ALLOCATED"
                   TO EP-TEXT
               PERFORM 9100-LOG-POOL-ERROR
               GO TO 2000-EXIT
           END-IF
           IF WS-POOL-NET (WS-POOL-INDEX) = ZERO
               SET WS-POOL-NOTHING (WS-POOL-INDEX) TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF WS-POOL-NET (WS-POOL-INDEX) > 999999999.99
               OR WS-POOL-NET (WS-POOL-INDEX) < -999999999.99
               SET WS-POOL-TOO-LARGE (WS-POOL-INDEX) TO TRUE
               MOVE "ALR003" TO WS-ERR-CODE
               MOVE "POOL NET EXCEEDS A DETAIL AMOUNT -- NOT ALLOCATED"
                   TO EP-TEXT
               PERFORM 9100-LOG-POOL-ERROR
               GO TO 2000-EXIT
           END-IF

           MOVE 2 TO WS-GEN-NEEDED
           PERFORM 2100-COUNT-ONE-ROW
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
           IF WS-GEN-COUNT + WS-GEN-NEEDED > 400
               SET WS-POOL-OVERFLOW (WS-POOL-INDEX) TO TRUE
               MOVE "ALR004" TO WS-ERR-CODE
               MOVE "ALLOCATION DETAILS OVER THE TABLE -- NOT ALLOCATED"
                   TO EP-TEXT
               PERFORM 9100-LOG-POOL-ERROR
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-GEN-COUNT
           MOVE WS-POOL-INDEX TO WS-GEN-POOL-INDEX (WS-GEN-COUNT)
           MOVE "CLEARING"    TO WS-GEN-KIND (WS-GEN-COUNT)
           MOVE WS-POOL-ACCOUNT (WS-POOL-INDEX)
               TO WS-GEN-ACCOUNT (WS-GEN-COUNT)
           MOVE ZERO TO WS-GEN-PERCENT (WS-GEN-COUNT)
           COMPUTE WS-GEN-AMOUNT (WS-GEN-COUNT) =
               ZERO - WS-POOL-NET (WS-POOL-INDEX)

           PERFORM 2200-SHARE-ONE-ROW
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT

           COMPUTE WS-POOL-REMAINDER (WS-POOL-INDEX) =
               WS-POOL-NET (WS-POOL-INDEX)
               - WS-POOL-ALLOCATED (WS-POOL-INDEX)
           IF WS-POOL-REMAINDER (WS-POOL-INDEX) NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-POOL-INDEX TO WS-GEN-POOL-INDEX (WS-GEN-COUNT)
               MOVE "REMAINDER"   TO WS-GEN-KIND (WS-GEN-COUNT)
               MOVE WS-POOL-REMAINDER-ACCOUNT (WS-POOL-INDEX)
                   TO WS-GEN-ACCOUNT (WS-GEN-COUNT)
               MOVE ZERO TO WS-GEN-PERCENT (WS-GEN-COUNT)
               MOVE WS-POOL-REMAINDER (WS-POOL-INDEX)
                   TO WS-GEN-AMOUNT (WS-GEN-COUNT)
           END-IF
           ADD 1 TO WS-ALLOCATED-COUNT
           .
       2000-EXIT.
           EXIT
           .

       2100-COUNT-ONE-ROW.
           IF WS-ROW-POOL-INDEX (WS-ROW-INDEX) = WS-POOL-INDEX
               ADD 1 TO WS-GEN-NEEDED
           END-IF
           .

       2200-SHARE-ONE-ROW.
           IF WS-ROW-POOL-INDEX (WS-ROW-INDEX) = WS-POOL-INDEX
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   WS-POOL-NET (WS-POOL-INDEX)
                   * WS-ROW-PERCENT (WS-ROW-INDEX) / 100
               ADD WS-SHARE-AMOUNT TO WS-POOL-ALLOCATED (WS-POOL-INDEX)
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-POOL-INDEX TO WS-GEN-POOL-INDEX (WS-GEN-COUNT)
               MOVE "SHARE"       TO WS-GEN-KIND (WS-GEN-COUNT)
               MOVE WS-ROW-TARGET (WS-ROW-INDEX)
                   TO WS-GEN-ACCOUNT (WS-GEN-COUNT)
               MOVE WS-ROW-PERCENT (WS-ROW-INDEX)
                   TO WS-GEN-PERCENT (WS-GEN-COUNT)
               MOVE WS-SHARE-AMOUNT TO WS-GEN-AMOUNT (WS-GEN-COUNT)
           END-IF
           .

       3000-MERGE-ADDTRANS.
           OPEN OUTPUT ALLOC-WORK
           OPEN INPUT ADD-TRANSACTIONS
           IF WS-ADDTRANS-FOUND
               PERFORM 3100-READ-ADDTRANS
               PERFORM 3200-COPY-ONE-RECORD THRU 3200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ADD-TRANSACTIONS
               MOVE "N" TO WS-EOF-SWITCH
           END-IF

           IF WS-INPUT-RECORDS = ZERO
               MOVE WS-TODAY-DATE TO HL-DATE
               WRITE ALLOC-WORK-RECORD FROM WS-HEADER-LINE
           ELSE
               IF NOT WS-HEADER-SEEN
                   OR NOT WS-TRAILER-SEEN
                   OR WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   OR (WS-HASH-TOTAL NOT = WS-TRAILER-HASH
                       AND WS-MALFORMED-COUNT = ZERO)
                   CLOSE ALLOC-WORK
                   MOVE "ALR005" TO WS-ERR-CODE
                   MOVE "E"      TO WS-ERR-SEVERITY
                   MOVE "ADDTRANS OUT OF BALANCE -- NOTHING ALLOCATED"
                       TO WS-ERR-MESSAGE
                   PERFORM 9000-LOG-ERROR
                   IF WS-MAX-RETURN-CODE < 12
                       MOVE 12 TO WS-MAX-RETURN-CODE
                   END-IF
                   GO TO 3000-EXIT
               END-IF
           END-IF

           PERFORM 3300-WRITE-ONE-DETAIL
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT
           COMPUTE TL-COUNT = WS-TRAILER-COUNT + WS-GEN-COUNT
           COMPUTE TL-HASH  = WS-TRAILER-HASH + WS-GEN-HASH
           WRITE ALLOC-WORK-RECORD FROM WS-TRAILER-LINE
           CLOSE ALLOC-WORK

           OPEN INPUT ALLOC-WORK
           OPEN OUTPUT ADD-TRANSACTIONS
           PERFORM 3400-READ-WORK
           PERFORM 3500-COPY-BACK-ONE THRU 3500-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE ALLOC-WORK
           CLOSE ADD-TRANSACTIONS
           MOVE "N" TO WS-EOF-SWITCH
           SET WS-MERGED TO TRUE
           .
       3000-EXIT.
           EXIT
           .

       3100-READ-ADDTRANS.
           READ ADD-TRANSACTIONS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3200-COPY-ONE-RECORD.
           IF WS-END-OF-FILE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-INPUT-RECORDS
           EVALUATE TRUE
           WHEN AT-REC-HEADER
               SET WS-HEADER-SEEN TO TRUE
           WHEN AT-REC-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF AT-X IS NUMERIC AND AT-Y IS NUMERIC
                   ADD AT-X TO WS-HASH-TOTAL
                   ADD AT-Y TO WS-HASH-TOTAL
               ELSE
                   ADD 1 TO WS-MALFORMED-COUNT
               END-IF
           WHEN AT-REC-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE ATT-COUNT TO WS-TRAILER-COUNT
               MOVE ATT-HASH  TO WS-TRAILER-HASH
               GO TO 3200-NEXT
           END-EVALUATE
           WRITE ALLOC-WORK-RECORD FROM AT-RECORD
           .
       3200-NEXT.
           PERFORM 3100-READ-ADDTRANS
           .
       3200-EXIT.
           EXIT
           .

       3300-WRITE-ONE-DETAIL.
           MOVE WS-TODAY-DATE                   TO DL-DATE
           MOVE WS-GEN-ACCOUNT (WS-GEN-INDEX)   TO DL-ACCOUNT
           MOVE WS-GEN-AMOUNT (WS-GEN-INDEX)    TO DL-X
           MOVE ZERO                            TO DL-Y
           ADD WS-GEN-AMOUNT (WS-GEN-INDEX)     TO WS-GEN-HASH
           WRITE ALLOC-WORK-RECORD FROM WS-DETAIL-LINE
           .

       3400-READ-WORK.
           READ ALLOC-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3500-COPY-BACK-ONE.
           IF WS-END-OF-FILE
               GO TO 3500-EXIT
           END-IF
           MOVE ALLOC-WORK-RECORD TO AT-RECORD
           WRITE AT-RECORD
           PERFORM 3400-READ-WORK
           .
       3500-EXIT.
           EXIT
           .

       4000-RECORD-HISTORY.
           OPEN EXTEND ALLOCATION-HISTORY
           IF WS-ALLOCHST-NOT-FOUND
               OPEN OUTPUT ALLOCATION-HISTORY
           END-IF
           PERFORM 4100-RECORD-ONE-POOL
               VARYING WS-POOL-INDEX FROM 1 BY 1
               UNTIL WS-POOL-INDEX > WS-POOL-COUNT
           CLOSE ALLOCATION-HISTORY
           .

       4100-RECORD-ONE-POOL.
           IF WS-POOL-TO-ALLOCATE (WS-POOL-INDEX)
               AND NOT WS-POOL-ON-HISTORY (WS-POOL-INDEX)
               MOVE SPACES TO ALLOCATION-HISTORY-RECORD
               MOVE WS-POOL-ACCOUNT (WS-POOL-INDEX) TO AH-POOL
               MOVE WS-ALLOC-PERIOD                 TO AH-PERIOD
               MOVE WS-TODAY-DATE             TO AH-ALLOCATED-DATE
               MOVE WS-POOL-NET (WS-POOL-INDEX)     TO AH-NET
               WRITE ALLOCATION-HISTORY-RECORD
           END-IF
           .

       5000-PRINT-ALLOCATION.
           PERFORM 5100-PRINT-ONE-POOL
               VARYING WS-POOL-INDEX FROM 1 BY 1
               UNTIL WS-POOL-INDEX > WS-POOL-COUNT
           MOVE WS-POOL-COUNT TO CL-POOLS
           IF WS-MERGED
               MOVE WS-ALLOCATED-COUNT TO CL-ALLOCATED
               MOVE WS-GEN-COUNT       TO CL-DETAILS
           ELSE
               MOVE ZERO TO CL-ALLOCATED
                            CL-DETAILS
           END-IF
           MOVE SPACES TO WS-MESSAGE-LINE
           WRITE ALLOC-REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE ALLOC-REPORT-RECORD FROM WS-COUNT-LINE
           .

       5100-PRINT-ONE-POOL.
           MOVE SPACES TO WS-MESSAGE-LINE
           WRITE ALLOC-REPORT-RECORD FROM WS-MESSAGE-LINE
           MOVE WS-POOL-ACCOUNT (WS-POOL-INDEX) TO PL-POOL
           MOVE WS-POOL-NET (WS-POOL-INDEX)     TO PL-NET
           EVALUATE TRUE
           WHEN WS-POOL-ALREADY-DONE (WS-POOL-INDEX)
               MOVE "ALREADY ALLOCATED FOR THE PERIOD"
                   TO PL-DISPOSITION
           WHEN WS-POOL-PROOF-FAILED (WS-POOL-INDEX)
               MOVE "NOT ALLOCATED - PERCENTAGES NOT 100"
                   TO PL-DISPOSITION
           WHEN WS-POOL-NOTHING (WS-POOL-INDEX)
               MOVE "NOTHING TO ALLOCATE" TO PL-DISPOSITION
           WHEN WS-POOL-TOO-LARGE (WS-POOL-INDEX)
               MOVE "NOT ALLOCATED - NET TOO LARGE" TO PL-DISPOSITION
           WHEN WS-POOL-OVERFLOW (WS-POOL-INDEX)
               MOVE "NOT ALLOCATED - TABLE OVERFLOW" TO PL-DISPOSITION
           WHEN WS-MERGED
               AND WS-POOL-ON-HISTORY (WS-POOL-INDEX)
               MOVE "REALLOCATED - ADDTRANS REBUILT"
                   TO PL-DISPOSITION
           WHEN WS-MERGED
               MOVE "ALLOCATED" TO PL-DISPOSITION
           WHEN OTHER
               MOVE "NOT ALLOCATED - ADDTRANS NOT MERGED"
                   TO PL-DISPOSITION
           END-EVALUATE
           WRITE ALLOC-REPORT-RECORD FROM WS-POOL-LINE
           IF WS-POOL-TO-ALLOCATE (WS-POOL-INDEX)
               PERFORM 5200-PRINT-ONE-DETAIL
                   VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
               MOVE WS-POOL-NET (WS-POOL-INDEX) TO PR-NET
               COMPUTE PR-SPREAD = WS-POOL-ALLOCATED (WS-POOL-INDEX)
                   + WS-POOL-REMAINDER (WS-POOL-INDEX)
               COMPUTE PR-BALANCE = WS-POOL-NET (WS-POOL-INDEX)
                   - WS-POOL-ALLOCATED (WS-POOL-INDEX)
                   - WS-POOL-REMAINDER (WS-POOL-INDEX)
               WRITE ALLOC-REPORT-RECORD FROM WS-PROOF-LINE
           END-IF
           .

       5200-PRINT-ONE-DETAIL.
           IF WS-GEN-POOL-INDEX (WS-GEN-INDEX) = WS-POOL-INDEX
               MOVE WS-GEN-KIND (WS-GEN-INDEX)    TO SL-KIND
               MOVE WS-GEN-ACCOUNT (WS-GEN-INDEX) TO SL-ACCOUNT
               MOVE WS-GEN-AMOUNT (WS-GEN-INDEX)  TO SL-AMOUNT
               IF WS-GEN-KIND (WS-GEN-INDEX) = "SHARE"
                   MOVE WS-GEN-PERCENT (WS-GEN-INDEX) TO SL-PERCENT
                   MOVE "%" TO SL-PERCENT-SIGN
               ELSE
                   MOVE ZERO   TO SL-PERCENT
                   MOVE SPACE  TO SL-PERCENT-SIGN
               END-IF
               WRITE ALLOC-REPORT-RECORD FROM WS-SHARE-LINE
           END-IF
           .

       9000-LOG-ERROR.
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           MOVE WS-ERR-MESSAGE TO WS-MESSAGE-LINE
           WRITE ALLOC-REPORT-RECORD FROM WS-MESSAGE-LINE
           .

       9100-LOG-POOL-ERROR.
           MOVE WS-POOL-ACCOUNT (WS-POOL-INDEX) TO EP-POOL
           MOVE WS-ERR-POOL-MESSAGE TO WS-ERR-MESSAGE
           IF WS-ERR-CODE = "ALR004"
               MOVE "W" TO WS-ERR-SEVERITY
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           ELSE
               MOVE "E" TO WS-ERR-SEVERITY
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-LOG-ERROR
           .
       END PROGRAM ALLOCRUN.
