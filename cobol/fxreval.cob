       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-09
      *> Purpose:       Month-end foreign-currency revaluation. ADDBATCH
      *>                converts a foreign detail to base at the RATETAB
      *>                rate in force on its transaction date and keeps
      *>                each account's foreign share of the night on
      *>                its own ACCTPTD record (currency code, base
      *>                figures, and the net in the original currency).
      *>                For the period named on the CLSEPARM card
      *>                ACCTCLSE reads (missing card: the current
      *>                month) this sums those records per account and
      *>                currency and restates them at the closing rate
      *>                -- the RATETAB rate for the currency whose
      *>                effective date is the latest at or before the
      *>                last day of the period:
      *>                  old base    what ADDBATCH booked in base
      *>                  new base    original net x closing rate
      *>                  difference  the unrealized gain (+) or
      *>                              loss (-)
      *>                Each difference is booked through POSTFILE:
      *>                one op-code "R" posting per account for its
      *>                differences, and one to the FX gain/loss
      *>                account named on the FXPARM card for minus
      *>                their total, so the revaluation postings net to
      *>                zero. They are appended ahead of tonight's
      *>                POSTFILE trailer through the FXREVWK work
      *>                dataset once the file's own H/T controls prove,
      *>                stamped with tonight's RUNID, and the trailer is
      *>                rewritten with the added count and amounts --
      *>                GLACKREC then matches them like any other
      *>                posting. A POSTFILE that already carries "R"
      *>                postings has been revalued tonight and gets
      *>                nothing more. FXREVRPT lists every account and
      *>                currency with its original net, closing rate,
      *>                old and new base values, and the difference.
      *>                Runs after ADDBATCH on the last nightly window
      *>                of the period, ahead of ACCTCLSE.
      *>                  FXR001 E  FXPARM not carded
      *>                  FXR002 E  no closing rate for a currency
      *>                  FXR003 E  POSTFILE out of balance
      *>                  FXR004 W  POSTFILE already revalued tonight
      *>                  FXR005 W  account/currency table full
      *>                RETURN-CODE: 4 already revalued or table full,
      *>                8 a currency had no closing rate (its accounts
      *>                are not revalued), 12 FXPARM missing or
      *>                POSTFILE out of balance (nothing posted).
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-09  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-JOURNAL ASSIGN TO "ACCTPTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTPTD-STATUS.

           SELECT RATE-TABLE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETAB-STATUS.

           SELECT CLOSE-PARM ASSIGN TO "CLSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSEPARM-STATUS.

           SELECT FX-PARM ASSIGN TO "FXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXPARM-STATUS.

           SELECT POSTING-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTFILE-STATUS.

           SELECT POSTING-WORK ASSIGN TO "FXREVWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXREVWK-STATUS.

           SELECT RUN-ID-IN ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT REVAL-REPORT ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
               88  PJ-BASE-CURRENCY            VALUE "USD" SPACES.
           05  FILLER                  PIC X(01).
           05  PJ-ORIG-NET             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  RATE-TABLE.
       01  RATE-TABLE-RECORD.
           05  RT-IN-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-EFF-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-RATE              PIC 9(03)V99.

       FD  CLOSE-PARM.
       01  CLOSE-PARM-RECORD.
           05  CP-PERIOD               PIC X(06).

       FD  FX-PARM.
       01  FX-PARM-RECORD.
           05  FP-FX-ACCOUNT           PIC X(08).

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
       01  PF-TRAILER-RECORD.
           05  FILLER                  PIC X(02).
           05  PFT-COUNT               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PFT-HASH                PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(24).

       FD  POSTING-WORK.
       01  POSTING-WORK-RECORD         PIC X(49).

       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       FD  REVAL-REPORT.
       01  REVAL-REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCTPTD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ACCTPTD-FOUND                VALUE "00".
       01  WS-RATETAB-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RATETAB-FOUND                VALUE "00".
       01  WS-CLSEPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CLSEPARM-FOUND               VALUE "00".
       01  WS-FXPARM-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FXPARM-FOUND                 VALUE "00".
       01  WS-POSTFILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-POSTFILE-FOUND               VALUE "00".
       01  WS-FXREVWK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-REVAL-PERIOD             PIC X(06).
       01  WS-FX-ACCOUNT               PIC X(08) VALUE SPACES.
       01  WS-RUN-ID                   PIC X(12) VALUE SPACES.
      *> last day of the period: the day before the first of the
      *> following month
       01  WS-CLOSING-DATE             PIC X(08).
       01  WS-CHECK-DATE-NUM           PIC 9(08).
       01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-NUM
                                       PIC X(08).
       01  WS-NEXT-YEAR                PIC 9(04).
       01  WS-NEXT-MONTH               PIC 9(02).
       01  WS-DAY-INTEGER              PIC 9(08) COMP-5.

       01  WS-RATE-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-RATE-INDEX               PIC 9(03) COMP-5.
       01  WS-RATE-BEST-INDEX          PIC 9(03) COMP-5.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-CURRENCY    PIC X(03).
               10  WS-RATE-EFF-DATE    PIC X(08).
               10  WS-RATE-VALUE       PIC 9(03)V99 COMP-3.

      *> The period's foreign-currency holdings, one entry per account
      *> and currency.
       01  WS-REVAL-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REVAL-INDEX              PIC 9(03) COMP-5.
       01  WS-REVAL-OVERFLOW           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-REVAL-TABLE.
           05  WS-REVAL-ENTRY OCCURS 100 TIMES.
               10  WS-RV-ACCOUNT       PIC X(08).
               10  WS-RV-CURRENCY      PIC X(03).
               10  WS-RV-ORIG-NET      PIC S9(13)V99 COMP-3.
               10  WS-RV-OLD-BASE      PIC S9(13)V99 COMP-3.
               10  WS-RV-RATE          PIC 9(03)V99 COMP-3.
               10  WS-RV-NEW-BASE      PIC S9(13)V99 COMP-3.
               10  WS-RV-DIFFERENCE    PIC S9(13)V99 COMP-3.
               10  WS-RV-STATUS        PIC X(01).
                   88  WS-RV-REVALUED          VALUE "V".
                   88  WS-RV-NO-RATE           VALUE "N".

      *> One posting per account, plus the FX account's offset.
       01  WS-POST-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-POST-INDEX               PIC 9(03) COMP-5.
       01  WS-FIND-ACCOUNT             PIC X(08).
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 101 TIMES.
               10  WS-POST-ACCOUNT     PIC X(08).
               10  WS-POST-AMOUNT      PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-OLD-BASE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-NEW-BASE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-DIFFERENCE         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NO-RATE-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-POSTED-SWITCH            PIC X(01) VALUE "N".
           88  WS-POSTED                       VALUE "Y".
       01  WS-ALREADY-SWITCH           PIC X(01) VALUE "N".
           88  WS-ALREADY-REVALUED             VALUE "Y".

      *> POSTFILE controls, proved the way GLACKREC proves them.
       01  WS-INPUT-RECORDS            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN                  VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                 VALUE "Y".
       01  WS-DETAIL-COUNT             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-TRAILER-HASH             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NEW-HASH                 PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-POSTING-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE "H".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE "FXREVAL".
       01  WS-POSTING-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE "D".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PD-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PD-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PD-OP-CODE              PIC X(01) VALUE "R".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PD-AMOUNT               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PD-RUN-ID               PIC X(12).
       01  WS-POSTING-TRAILER-LINE.
           05  FILLER                  PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PT-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PT-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "FXREVAL".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "FXREVAL".
       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-RATE-MESSAGE.
           05  FILLER                  PIC X(17) VALUE
               "NO CLOSING RATE: ".
           05  ER-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(12) VALUE " ACCOUNT ".
           05  ER-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(20) VALUE
               " -- NOT REVALUED".
       01  WS-ERR-OVERFLOW-MESSAGE.
           05  EO-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(54) VALUE
               " ACCTPTD RECORDS OVER THE TABLE -- NOT REVALUED".

       01  WS-REPORT-HEADING           PIC X(100) VALUE
           "ACCTPTD MONTH-END FOREIGN-CURRENCY REVALUATION".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  RD-DATE                 PIC X(08).
           05  FILLER                  PIC X(11) VALUE
               "   PERIOD: ".
           05  RD-PERIOD               PIC X(06).
           05  FILLER                  PIC X(17) VALUE
               "   CLOSING DATE: ".
           05  RD-CLOSING-DATE         PIC X(08).
           05  FILLER                  PIC X(15) VALUE
               "   FX ACCOUNT: ".
           05  RD-FX-ACCOUNT           PIC X(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "ACCOUNT  CUR    ORIGINAL NET   RATE        OLD BAS".
           05  FILLER                  PIC X(50) VALUE
               "E        NEW BASE      DIFFERENCE DISPOSITION    ".

       01  WS-REVAL-LINE.
           05  RL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-ORIG-NET             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-RATE                 PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-OLD-BASE             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-NEW-BASE             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DIFFERENCE           PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DISPOSITION          PIC X(13).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL REVALUED      ".
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  TL-OLD-BASE             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-NEW-BASE             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-DIFFERENCE           PIC -9(11).99.

       01  WS-POSTING-LINE.
           05  FILLER                  PIC X(10) VALUE "POSTING   ".
           05  PL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(04) VALUE " OP ".
           05  PL-OP-CODE              PIC X(01) VALUE "R".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-AMOUNT               PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-DISPOSITION          PIC X(20).

       01  WS-MESSAGE-LINE             PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT REVAL-REPORT
           WRITE REVAL-REPORT-RECORD FROM WS-REPORT-HEADING

           PERFORM 1000-READ-PARMS
           MOVE WS-TODAY-DATE   TO RD-DATE
           MOVE WS-REVAL-PERIOD TO RD-PERIOD
           MOVE WS-CLOSING-DATE TO RD-CLOSING-DATE
           MOVE WS-FX-ACCOUNT   TO RD-FX-ACCOUNT
           WRITE REVAL-REPORT-RECORD FROM WS-RUN-DATE-LINE

           IF WS-FX-ACCOUNT = SPACES
               MOVE "FXR001" TO WS-ERR-CODE
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE "FXPARM FX ACCOUNT NOT CARDED -- NOTHING REVALUED"
                   TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 12
                   MOVE 12 TO WS-MAX-RETURN-CODE
               END-IF
           ELSE
               PERFORM 1200-LOAD-RATES
               PERFORM 1500-LOAD-HOLDINGS
               PERFORM 2000-REVALUE-ONE-HOLDING
                   VARYING WS-REVAL-INDEX FROM 1 BY 1
                   UNTIL WS-REVAL-INDEX > WS-REVAL-COUNT
               IF WS-POST-COUNT > ZERO
                   PERFORM 3000-APPEND-POSTINGS THRU 3000-EXIT
               END-IF
               PERFORM 5000-PRINT-REVALUATION
           END-IF

           CLOSE REVAL-REPORT
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-PARMS.
           MOVE WS-TODAY-DATE (1:6) TO WS-REVAL-PERIOD
           OPEN INPUT CLOSE-PARM
           IF WS-CLSEPARM-FOUND
               READ CLOSE-PARM
                   NOT AT END
                       IF CP-PERIOD IS NUMERIC
                           MOVE CP-PERIOD TO WS-REVAL-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-PARM
           END-IF

           MOVE WS-REVAL-PERIOD (1:4) TO WS-NEXT-YEAR
           MOVE WS-REVAL-PERIOD (5:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           MOVE WS-NEXT-YEAR  TO WS-CHECK-DATE (1:4)
           MOVE WS-NEXT-MONTH TO WS-CHECK-DATE (5:2)
           MOVE "01"          TO WS-CHECK-DATE (7:2)
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM) - 1
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-CHECK-DATE TO WS-CLOSING-DATE

           OPEN INPUT FX-PARM
           IF WS-FXPARM-FOUND
               READ FX-PARM
                   NOT AT END
                       MOVE FP-FX-ACCOUNT TO WS-FX-ACCOUNT
               END-READ
               CLOSE FX-PARM
           END-IF
           .

      *> A missing RATETAB leaves every currency without a closing
      *> rate -- reported, nothing posted.
       1200-LOAD-RATES.
           OPEN INPUT RATE-TABLE
           IF WS-RATETAB-FOUND
               PERFORM 1300-READ-RATE
               PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-RATE-COUNT = 100
               CLOSE RATE-TABLE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1300-READ-RATE.
           READ RATE-TABLE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1350-LOAD-ONE-RATE.
           IF WS-END-OF-FILE
               GO TO 1350-EXIT
           END-IF
           IF RT-IN-RATE IS NUMERIC
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-IN-CURRENCY TO WS-RATE-CURRENCY (WS-RATE-COUNT)
               MOVE RT-IN-EFF-DATE TO WS-RATE-EFF-DATE (WS-RATE-COUNT)
               MOVE RT-IN-RATE     TO WS-RATE-VALUE (WS-RATE-COUNT)
           END-IF
           PERFORM 1300-READ-RATE
           .
       1350-EXIT.
           EXIT
           .

      *> The period's foreign-currency records, summed per account and
      *> currency. Base (USD or blank) records are not revalued.
       1500-LOAD-HOLDINGS.
           OPEN INPUT PERIOD-JOURNAL
           IF WS-ACCTPTD-FOUND
               PERFORM 1600-READ-JOURNAL
               PERFORM 1650-ADD-ONE-JOURNAL THRU 1650-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE PERIOD-JOURNAL
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-REVAL-OVERFLOW > ZERO
               MOVE "FXR005" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE WS-REVAL-OVERFLOW TO EO-COUNT
               MOVE WS-ERR-OVERFLOW-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .

       1600-READ-JOURNAL.
           READ PERIOD-JOURNAL
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1650-ADD-ONE-JOURNAL.
           IF WS-END-OF-FILE
               GO TO 1650-EXIT
           END-IF
           IF PJ-DATE (1:6) NOT = WS-REVAL-PERIOD
               OR PJ-TX-COUNT IS NOT NUMERIC
               OR PJ-BASE-CURRENCY
               OR PJ-ORIG-NET IS NOT NUMERIC
               GO TO 1650-NEXT
           END-IF
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1660-MATCH-ONE-HOLDING
               VARYING WS-REVAL-INDEX FROM 1 BY 1
               UNTIL WS-REVAL-INDEX > WS-REVAL-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-REVAL-INDEX
           ELSE
               IF WS-REVAL-COUNT = 100
                   ADD 1 TO WS-REVAL-OVERFLOW
                   GO TO 1650-NEXT
               END-IF
               ADD 1 TO WS-REVAL-COUNT
               MOVE WS-REVAL-COUNT TO WS-REVAL-INDEX
               MOVE PJ-ACCOUNT  TO WS-RV-ACCOUNT (WS-REVAL-INDEX)
               MOVE PJ-CURRENCY TO WS-RV-CURRENCY (WS-REVAL-INDEX)
               MOVE ZERO TO WS-RV-ORIG-NET (WS-REVAL-INDEX)
                            WS-RV-OLD-BASE (WS-REVAL-INDEX)
                            WS-RV-RATE (WS-REVAL-INDEX)
                            WS-RV-NEW-BASE (WS-REVAL-INDEX)
                            WS-RV-DIFFERENCE (WS-REVAL-INDEX)
               MOVE SPACE TO WS-RV-STATUS (WS-REVAL-INDEX)
           END-IF
           ADD PJ-ORIG-NET TO WS-RV-ORIG-NET (WS-REVAL-INDEX)
           COMPUTE WS-RV-OLD-BASE (WS-REVAL-INDEX) =
               WS-RV-OLD-BASE (WS-REVAL-INDEX)
               + PJ-NET-ADD + PJ-NET-SUBTRACT
               + PJ-NET-MULTIPLY + PJ-NET-DIVIDE
           .
       1650-NEXT.
           PERFORM 1600-READ-JOURNAL
           .
       1650-EXIT.
           EXIT
           .

       1660-MATCH-ONE-HOLDING.
           IF WS-RV-ACCOUNT (WS-REVAL-INDEX) = PJ-ACCOUNT
               AND WS-RV-CURRENCY (WS-REVAL-INDEX) = PJ-CURRENCY
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> One holding restated at the closing rate; the difference
      *> lands on the account's posting and, reversed, on the FX
      *> account's.
      *> ------------------------------------------------------------
       2000-REVALUE-ONE-HOLDING.
           MOVE ZERO TO WS-RATE-BEST-INDEX
           PERFORM 2100-JUDGE-ONE-RATE
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
           IF WS-RATE-BEST-INDEX = ZERO
               SET WS-RV-NO-RATE (WS-REVAL-INDEX) TO TRUE
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "FXR002" TO WS-ERR-CODE
               MOVE "E"      TO WS-ERR-SEVERITY
               MOVE WS-RV-CURRENCY (WS-REVAL-INDEX) TO ER-CURRENCY
               MOVE WS-RV-ACCOUNT (WS-REVAL-INDEX)  TO ER-ACCOUNT
               MOVE WS-ERR-RATE-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
           ELSE
               SET WS-RV-REVALUED (WS-REVAL-INDEX) TO TRUE
               MOVE WS-RATE-VALUE (WS-RATE-BEST-INDEX)
                   TO WS-RV-RATE (WS-REVAL-INDEX)
               COMPUTE WS-RV-NEW-BASE (WS-REVAL-INDEX) ROUNDED =
                   WS-RV-ORIG-NET (WS-REVAL-INDEX)
                   * WS-RV-RATE (WS-REVAL-INDEX)
               COMPUTE WS-RV-DIFFERENCE (WS-REVAL-INDEX) =
                   WS-RV-NEW-BASE (WS-REVAL-INDEX)
                   - WS-RV-OLD-BASE (WS-REVAL-INDEX)
               ADD WS-RV-OLD-BASE (WS-REVAL-INDEX) TO WS-TOTAL-OLD-BASE
               ADD WS-RV-NEW-BASE (WS-REVAL-INDEX) TO WS-TOTAL-NEW-BASE
               ADD WS-RV-DIFFERENCE (WS-REVAL-INDEX)
                   TO WS-TOTAL-DIFFERENCE
               IF WS-RV-DIFFERENCE (WS-REVAL-INDEX) NOT = ZERO
                   MOVE WS-RV-ACCOUNT (WS-REVAL-INDEX)
                       TO WS-FIND-ACCOUNT
                   PERFORM 2200-FIND-POSTING
                   ADD WS-RV-DIFFERENCE (WS-REVAL-INDEX)
                       TO WS-POST-AMOUNT (WS-POST-INDEX)
                   MOVE WS-FX-ACCOUNT TO WS-FIND-ACCOUNT
                   PERFORM 2200-FIND-POSTING
                   SUBTRACT WS-RV-DIFFERENCE (WS-REVAL-INDEX)
                       FROM WS-POST-AMOUNT (WS-POST-INDEX)
               END-IF
           END-IF
           .

       2100-JUDGE-ONE-RATE.
           IF WS-RATE-CURRENCY (WS-RATE-INDEX)
                   = WS-RV-CURRENCY (WS-REVAL-INDEX)
               AND WS-RATE-EFF-DATE (WS-RATE-INDEX) <= WS-CLOSING-DATE
               IF WS-RATE-BEST-INDEX = ZERO
                   OR WS-RATE-EFF-DATE (WS-RATE-INDEX)
                       > WS-RATE-EFF-DATE (WS-RATE-BEST-INDEX)
                   MOVE WS-RATE-INDEX TO WS-RATE-BEST-INDEX
               END-IF
           END-IF
           .

      *> The posting table holds at most one entry per holding plus
      *> the FX account, so it cannot fill.
       2200-FIND-POSTING.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2210-MATCH-ONE-POSTING
               VARYING WS-POST-INDEX FROM 1 BY 1
               UNTIL WS-POST-INDEX > WS-POST-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-POST-INDEX
           ELSE
               ADD 1 TO WS-POST-COUNT
               MOVE WS-POST-COUNT TO WS-POST-INDEX
               MOVE WS-FIND-ACCOUNT TO WS-POST-ACCOUNT (WS-POST-INDEX)
               MOVE ZERO TO WS-POST-AMOUNT (WS-POST-INDEX)
           END-IF
           .

       2210-MATCH-ONE-POSTING.
           IF WS-POST-ACCOUNT (WS-POST-INDEX) = WS-FIND-ACCOUNT
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> Tonight's POSTFILE is copied to FXREVWK minus its trailer
      *> while its controls are proved, the revaluation postings and
      *> a rewritten trailer follow, and the result is copied back --
      *> the RECURGEN merge applied to the ledger interface. A night
      *> with no POSTFILE gets a fresh one under an FXREVAL header.
      *> ------------------------------------------------------------
       3000-APPEND-POSTINGS.
           PERFORM 5550-READ-RUN-ID
           OPEN OUTPUT POSTING-WORK
           OPEN INPUT POSTING-FILE
           IF WS-POSTFILE-FOUND
               PERFORM 3100-READ-POSTFILE
               PERFORM 3200-COPY-ONE-RECORD THRU 3200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE POSTING-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF

           IF WS-ALREADY-REVALUED
               CLOSE POSTING-WORK
               MOVE "FXR004" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE "POSTFILE ALREADY REVALUED -- NOTHING POSTED"
                   TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF

           IF WS-INPUT-RECORDS = ZERO
               MOVE WS-TODAY-DATE TO PH-DATE
               WRITE POSTING-WORK-RECORD FROM WS-POSTING-HEADER-LINE
           ELSE
               IF NOT WS-HEADER-SEEN
                   OR NOT WS-TRAILER-SEEN
                   OR WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-HASH-TOTAL NOT = WS-TRAILER-HASH
                   CLOSE POSTING-WORK
                   MOVE "FXR003" TO WS-ERR-CODE
                   MOVE "E"      TO WS-ERR-SEVERITY
                   MOVE "POSTFILE OUT OF BALANCE -- NOTHING POSTED"
                       TO WS-ERR-MESSAGE
                   PERFORM 9000-LOG-ERROR
                   IF WS-MAX-RETURN-CODE < 12
                       MOVE 12 TO WS-MAX-RETURN-CODE
                   END-IF
                   GO TO 3000-EXIT
               END-IF
           END-IF

           PERFORM 3300-WRITE-ONE-POSTING
               VARYING WS-POST-INDEX FROM 1 BY 1
               UNTIL WS-POST-INDEX > WS-POST-COUNT
           COMPUTE PT-COUNT = WS-TRAILER-COUNT + WS-POST-COUNT
           COMPUTE PT-HASH  = WS-TRAILER-HASH + WS-NEW-HASH
           WRITE POSTING-WORK-RECORD FROM WS-POSTING-TRAILER-LINE
           CLOSE POSTING-WORK

           OPEN INPUT POSTING-WORK
           OPEN OUTPUT POSTING-FILE
           PERFORM 3400-READ-WORK
           PERFORM 3500-COPY-BACK-ONE THRU 3500-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE POSTING-WORK
           CLOSE POSTING-FILE
           MOVE "N" TO WS-EOF-SWITCH
           SET WS-POSTED TO TRUE
           .
       3000-EXIT.
           EXIT
           .

       3100-READ-POSTFILE.
           READ POSTING-FILE
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
           WHEN PF-REC-HEADER
               SET WS-HEADER-SEEN TO TRUE
           WHEN PF-REC-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF PF-AMOUNT IS NUMERIC
                   ADD PF-AMOUNT TO WS-HASH-TOTAL
               END-IF
               IF PF-OP-CODE = "R"
                   SET WS-ALREADY-REVALUED TO TRUE
               END-IF
           WHEN PF-REC-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF PFT-COUNT IS NUMERIC
                   MOVE PFT-COUNT TO WS-TRAILER-COUNT
               END-IF
               IF PFT-HASH IS NUMERIC
                   MOVE PFT-HASH  TO WS-TRAILER-HASH
               END-IF
               GO TO 3200-NEXT
           END-EVALUATE
           WRITE POSTING-WORK-RECORD FROM POSTING-FILE-RECORD
           .
       3200-NEXT.
           PERFORM 3100-READ-POSTFILE
           .
       3200-EXIT.
           EXIT
           .

       3300-WRITE-ONE-POSTING.
           MOVE WS-TODAY-DATE                   TO PD-DATE
           MOVE WS-POST-ACCOUNT (WS-POST-INDEX) TO PD-ACCOUNT
           MOVE WS-POST-AMOUNT (WS-POST-INDEX)  TO PD-AMOUNT
           MOVE WS-RUN-ID                       TO PD-RUN-ID
           ADD WS-POST-AMOUNT (WS-POST-INDEX)   TO WS-NEW-HASH
           WRITE POSTING-WORK-RECORD FROM WS-POSTING-DETAIL-LINE
           .

       3400-READ-WORK.
           READ POSTING-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3500-COPY-BACK-ONE.
           IF WS-END-OF-FILE
               GO TO 3500-EXIT
           END-IF
           MOVE POSTING-WORK-RECORD TO POSTING-FILE-RECORD
           WRITE POSTING-FILE-RECORD
           PERFORM 3400-READ-WORK
           .
       3500-EXIT.
           EXIT
           .

       5000-PRINT-REVALUATION.
           WRITE REVAL-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM 5100-PRINT-ONE-HOLDING
               VARYING WS-REVAL-INDEX FROM 1 BY 1
               UNTIL WS-REVAL-INDEX > WS-REVAL-COUNT
           IF WS-REVAL-COUNT = ZERO
               MOVE "NO FOREIGN-CURRENCY ACTIVITY IN THE PERIOD"
                   TO WS-MESSAGE-LINE
               WRITE REVAL-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           MOVE WS-TOTAL-OLD-BASE   TO TL-OLD-BASE
           MOVE WS-TOTAL-NEW-BASE   TO TL-NEW-BASE
           MOVE WS-TOTAL-DIFFERENCE TO TL-DIFFERENCE
           WRITE REVAL-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           WRITE REVAL-REPORT-RECORD FROM WS-MESSAGE-LINE
           PERFORM 5200-PRINT-ONE-POSTING
               VARYING WS-POST-INDEX FROM 1 BY 1
               UNTIL WS-POST-INDEX > WS-POST-COUNT
           .

       5100-PRINT-ONE-HOLDING.
           MOVE WS-RV-ACCOUNT (WS-REVAL-INDEX)    TO RL-ACCOUNT
           MOVE WS-RV-CURRENCY (WS-REVAL-INDEX)   TO RL-CURRENCY
           MOVE WS-RV-ORIG-NET (WS-REVAL-INDEX)   TO RL-ORIG-NET
           MOVE WS-RV-RATE (WS-REVAL-INDEX)       TO RL-RATE
           MOVE WS-RV-OLD-BASE (WS-REVAL-INDEX)   TO RL-OLD-BASE
           MOVE WS-RV-NEW-BASE (WS-REVAL-INDEX)   TO RL-NEW-BASE
           MOVE WS-RV-DIFFERENCE (WS-REVAL-INDEX) TO RL-DIFFERENCE
           IF WS-RV-NO-RATE (WS-REVAL-INDEX)
               MOVE "NO RATE" TO RL-DISPOSITION
           ELSE
               MOVE "REVALUED" TO RL-DISPOSITION
           END-IF
           WRITE REVAL-REPORT-RECORD FROM WS-REVAL-LINE
           .

       5200-PRINT-ONE-POSTING.
           MOVE WS-POST-ACCOUNT (WS-POST-INDEX) TO PL-ACCOUNT
           MOVE WS-POST-AMOUNT (WS-POST-INDEX)  TO PL-AMOUNT
           EVALUATE TRUE
           WHEN WS-POSTED
               MOVE "POSTED"            TO PL-DISPOSITION
           WHEN WS-ALREADY-REVALUED
               MOVE "ALREADY REVALUED"  TO PL-DISPOSITION
           WHEN OTHER
               MOVE "NOT POSTED"        TO PL-DISPOSITION
           END-EVALUATE
           WRITE REVAL-REPORT-RECORD FROM WS-POSTING-LINE
           .

       5550-READ-RUN-ID.
           MOVE SPACES TO WS-RUN-ID
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

       9000-LOG-ERROR.
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           MOVE WS-ERR-MESSAGE TO WS-MESSAGE-LINE
           WRITE REVAL-REPORT-RECORD FROM WS-MESSAGE-LINE
           .
       END PROGRAM FXREVAL.
