       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJDESK.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-07
      *> Purpose:       Manual adjustment workstation for the control
      *>                desk, in the SUSPFIX/OPSMENU menu-driven
      *>                ACCEPT/DISPLAY style, under maker-checker
      *>                control. Correcting entries used to be slipped
      *>                into the upstream ADDTRANS feed with no record
      *>                of who raised them or why. This offers:
      *>                  1  list the adjustments awaiting approval
      *>                     and those approved but not yet booked
      *>                  2  key a new adjustment (the maker): account,
      *>                     operation, AT-X, AT-Y, currency, effective
      *>                     date, and reason text, validated the way
      *>                     ADDBATCH validates a detail at booking --
      *>                     sign byte plus eleven digits per amount,
      *>                     the account active on ACCTMAST and allowed
      *>                     the operation, a RATETAB rate in force on
      *>                     the effective date for a foreign currency
      *>                     -- and landed on ADJPEND as pending ("P")
      *>                  3  approve a pending adjustment (the checker)
      *>                  4  reject a pending adjustment, with a note
      *>                  X  exit
      *>                The checker must be a different signed-on
      *>                operator from the maker. ADDBATCH books the
      *>                approved ("A") adjustments that night in the
      *>                ADJUSTMENTS section of ADDRPT and marks them
      *>                booked ("B") or, when the masters have moved
      *>                underneath them, suspended ("S") to ADDSUSP.
      *>                Every entry, approval, and rejection appends a
      *>                line to the ADJAUD audit file with the
      *>                operator code, date, and time. The effective
      *>                date may not lie after the PROCDATE business
      *>                date -- an adjustment corrects what has
      *>                already happened.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-07  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJPEND-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT RATE-TABLE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETAB-STATUS.

           SELECT ADJUSTMENT-AUDIT ASSIGN TO "ADJAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One adjustment per record; the detail rides in columns 55-105
      *> in exactly the ADDTRANS "D" layout ADDBATCH books from.
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-ID                   PIC 9(06).
           05  FILLER                  PIC X(01).
           05  AJ-STATUS               PIC X(01).
           05  FILLER                  PIC X(01).
           05  AJ-ENTERED-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  AJ-MAKER                PIC X(08).
           05  FILLER                  PIC X(01).
           05  AJ-CHECKER              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AJ-DECIDED-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  AJ-BOOKED-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  AJ-DETAIL               PIC X(51).
           05  FILLER                  PIC X(01).
           05  AJ-REASON               PIC X(40).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AC-IN-CODE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-IN-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01).
           05  AC-IN-OWNING-DEPT       PIC X(04).
           05  FILLER                  PIC X(01).
           05  AC-IN-ACTIVE-FLAG       PIC X(01).
               88  AC-IN-ACTIVE                VALUE "Y".
           05  FILLER                  PIC X(01).
           05  AC-IN-VALID-OPS         PIC X(04).

       FD  RATE-TABLE.
       01  RATE-TABLE-RECORD.
           05  RT-IN-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-EFF-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-RATE              PIC 9(03)V99.

       FD  ADJUSTMENT-AUDIT.
       01  ADJUSTMENT-AUDIT-RECORD     PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-ADJPEND-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ADJPEND-FOUND                VALUE "00".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-RATETAB-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RATETAB-FOUND                VALUE "00".
       01  WS-ADJAUD-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ADJAUD-NOT-FOUND             VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-MENU-CHOICE              PIC X(01).
           88  WS-CHOICE-LIST                  VALUE "1".
           88  WS-CHOICE-ENTER                 VALUE "2".
           88  WS-CHOICE-APPROVE               VALUE "3".
           88  WS-CHOICE-REJECT                VALUE "4".
           88  WS-CHOICE-EXIT                  VALUE "X" "x".

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-ACTION-LEVEL                 VALUE "C" "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".

       01  WS-ADJ-COUNT                PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ADJ-INDEX                PIC 9(03) COMP-5.
       01  WS-PICKED-INDEX             PIC 9(03) COMP-5.
       01  WS-OVERFLOW-COUNT           PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-LAST-ID                  PIC 9(06) VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 300 TIMES.
               10  WS-ADJ-RECORD       PIC X(146).

      *> Working view of the one adjustment being keyed or decided.
       01  WS-ADJ-WORK.
           05  AW-ID                   PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-STATUS               PIC X(01).
               88  AW-PENDING                  VALUE "P".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-ENTERED-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-MAKER                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-CHECKER              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-DECIDED-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-BOOKED-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-DETAIL.
               10  AW-REC-TYPE         PIC X(01).
               10  FILLER              PIC X(01).
               10  AW-DATE             PIC X(08).
               10  FILLER              PIC X(01).
               10  AW-ACCOUNT          PIC X(08).
               10  FILLER              PIC X(01).
               10  AW-OP-CODE          PIC X(01).
               10  FILLER              PIC X(01).
               10  AW-X                PIC X(12).
               10  FILLER              PIC X(01).
               10  AW-Y                PIC X(12).
               10  FILLER              PIC X(01).
               10  AW-CURRENCY         PIC X(03).
                   88  AW-BASE-CURRENCY        VALUE "USD" "   ".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AW-REASON               PIC X(40).

       01  WS-MASTER-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MASTER-INDEX             PIC 9(03) COMP-5.
       01  WS-ACCTMAST-LOADED-SWITCH   PIC X(01) VALUE "N".
           88  WS-ACCTMAST-LOADED              VALUE "Y".
       01  WS-ACCOUNT-OK-SWITCH        PIC X(01).
           88  WS-ACCOUNT-OK                   VALUE "Y".
       01  WS-ACTIVE-ACCOUNT-TABLE.
           05  WS-ACTIVE-ACCOUNT OCCURS 100 TIMES.
               10  WS-ACTIVE-CODE      PIC X(08).
               10  WS-ACTIVE-OPS       PIC X(04).

       01  WS-RATE-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-RATE-INDEX               PIC 9(03) COMP-5.
       01  WS-RATE-OK-SWITCH           PIC X(01).
           88  WS-RATE-OK                      VALUE "Y".
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-CURRENCY    PIC X(03).
               10  WS-RATE-EFF-DATE    PIC X(08).

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-PICK-INPUT               PIC X(06) JUSTIFIED RIGHT.
       01  WS-PICK-ID                  PIC 9(06).
       01  WS-AMOUNT-INPUT             PIC X(12).
       01  WS-AMOUNT-OK-SWITCH         PIC X(01).
           88  WS-AMOUNT-OK                    VALUE "Y".
       01  WS-DATE-INPUT               PIC X(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-INPUT.
           05  WS-DATE-YEAR            PIC X(04).
           05  WS-DATE-MONTH           PIC X(02).
           05  WS-DATE-DAY             PIC X(02).
       01  WS-CONFIRM-INPUT            PIC X(01).
           88  WS-CONFIRMED                    VALUE "Y" "y".
       01  WS-NOTE-INPUT               PIC X(40).
       01  WS-SHOWN-COUNT              PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACTION               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ID                   PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DETAIL               PIC X(51).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-NOTE                 PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           IF NOT WS-SIGNED-ON
               OR NOT WS-ACTION-LEVEL
               DISPLAY "ADJDESK REFUSED -- SIGN-ON BELOW"
                   " CONTROL-DESK LEVEL"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "SIGNED ON: " WS-OPERATOR-CODE " "
               WS-OPERATOR-NAME

           PERFORM 1000-LOAD-ADJUSTMENTS
           PERFORM 1500-LOAD-ACCOUNT-MASTER
           PERFORM 1700-LOAD-RATE-TABLE
           PERFORM 2000-ONE-MENU-ROUND THRU 2000-EXIT
               UNTIL WS-CHOICE-EXIT
           DISPLAY "ADJDESK ENDED"
           GOBACK
           .

      *> ------------------------------------------------------------
      *> ADJPEND loads whole: every change rewrites the file from the
      *> table, so a table that could not hold it all is read-only --
      *> rewriting from it would destroy the records never loaded.
      *> ------------------------------------------------------------
       1000-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJPEND-FOUND
               PERFORM 1100-READ-ADJUSTMENT
               PERFORM 1200-LOAD-ONE-ADJUSTMENT THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ADJUSTMENT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "ADJUSTMENT TABLE FULL -- " WS-OVERFLOW-COUNT
                   " RECORDS NOT LOADED -- LIST ONLY"
           END-IF
           .

       1100-READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ADJUSTMENT.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           IF WS-ADJ-COUNT < 300
               ADD 1 TO WS-ADJ-COUNT
               MOVE ADJUSTMENT-RECORD TO WS-ADJ-RECORD (WS-ADJ-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF
           IF AJ-ID IS NUMERIC
               AND AJ-ID > WS-LAST-ID
               MOVE AJ-ID TO WS-LAST-ID
           END-IF
           PERFORM 1100-READ-ADJUSTMENT
           .
       1200-EXIT.
           EXIT
           .

      *> Active accounts only, with their permitted operations. A
      *> missing ACCTMAST skips the account check, exactly as ADDBATCH
      *> skips it at booking.
       1500-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCTMAST-FOUND
               SET WS-ACCTMAST-LOADED TO TRUE
               PERFORM 1600-READ-MASTER
               PERFORM 1650-LOAD-ONE-MASTER THRU 1650-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-MASTER-COUNT = 100
               CLOSE ACCOUNT-MASTER
           ELSE
               DISPLAY "ACCTMAST NOT PRESENT -- ACCOUNTS NOT CHECKED"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1600-READ-MASTER.
           READ ACCOUNT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1650-LOAD-ONE-MASTER.
           IF WS-END-OF-FILE
               GO TO 1650-EXIT
           END-IF
           IF AC-IN-ACTIVE
               ADD 1 TO WS-MASTER-COUNT
               MOVE AC-IN-CODE
                   TO WS-ACTIVE-CODE (WS-MASTER-COUNT)
               MOVE AC-IN-VALID-OPS
                   TO WS-ACTIVE-OPS (WS-MASTER-COUNT)
           END-IF
           PERFORM 1600-READ-MASTER
           .
       1650-EXIT.
           EXIT
           .

      *> Only the currency and effective date matter here -- whether
      *> a usable rate exists; ADDBATCH applies the rate at booking.
       1700-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE
           IF WS-RATETAB-FOUND
               PERFORM 1800-READ-RATE
               PERFORM 1850-LOAD-ONE-RATE THRU 1850-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-RATE-COUNT = 100
               CLOSE RATE-TABLE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1800-READ-RATE.
           READ RATE-TABLE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1850-LOAD-ONE-RATE.
           IF WS-END-OF-FILE
               GO TO 1850-EXIT
           END-IF
           IF RT-IN-RATE IS NUMERIC
               AND RT-IN-EFF-DATE IS NUMERIC
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-IN-CURRENCY TO WS-RATE-CURRENCY (WS-RATE-COUNT)
               MOVE RT-IN-EFF-DATE TO WS-RATE-EFF-DATE (WS-RATE-COUNT)
           END-IF
           PERFORM 1800-READ-RATE
           .
       1850-EXIT.
           EXIT
           .

       2000-ONE-MENU-ROUND.
           DISPLAY " "
           DISPLAY "MANUAL ADJUSTMENT WORKSTATION"
           DISPLAY "  1  LIST OPEN ADJUSTMENTS"
           DISPLAY "  2  ENTER AN ADJUSTMENT"
           DISPLAY "  3  APPROVE AN ADJUSTMENT"
           DISPLAY "  4  REJECT AN ADJUSTMENT"
           DISPLAY "  X  EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
           WHEN WS-CHOICE-LIST
               PERFORM 3000-LIST-OPEN-ADJUSTMENTS
           WHEN WS-CHOICE-ENTER
               PERFORM 4000-ENTER-ONE-ADJUSTMENT THRU 4000-EXIT
           WHEN WS-CHOICE-APPROVE
               PERFORM 5000-APPROVE-ONE-ADJUSTMENT THRU 5000-EXIT
           WHEN WS-CHOICE-REJECT
               PERFORM 5500-REJECT-ONE-ADJUSTMENT THRU 5500-EXIT
           WHEN WS-CHOICE-EXIT
               CONTINUE
           WHEN OTHER
               DISPLAY "*** UNKNOWN CHOICE ***"
           END-EVALUATE
           .
       2000-EXIT.
           EXIT
           .

       3000-LIST-OPEN-ADJUSTMENTS.
           MOVE ZERO TO WS-SHOWN-COUNT
           PERFORM 3100-LIST-ONE-ADJUSTMENT
               VARYING WS-ADJ-INDEX FROM 1 BY 1
               UNTIL WS-ADJ-INDEX > WS-ADJ-COUNT
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "NO OPEN ADJUSTMENTS"
           END-IF
           .

       3100-LIST-ONE-ADJUSTMENT.
           MOVE WS-ADJ-RECORD (WS-ADJ-INDEX) TO WS-ADJ-WORK
           EVALUATE AW-STATUS
           WHEN "P"
               ADD 1 TO WS-SHOWN-COUNT
               DISPLAY "ADJ " AW-ID " AWAITING APPROVAL  MAKER "
                   AW-MAKER " ENTERED " AW-ENTERED-DATE
               PERFORM 3200-SHOW-DETAIL
           WHEN "A"
               ADD 1 TO WS-SHOWN-COUNT
               DISPLAY "ADJ " AW-ID " APPROVED BY " AW-CHECKER
                   " -- BOOKS IN TONIGHT'S ADDBATCH"
               PERFORM 3200-SHOW-DETAIL
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       3200-SHOW-DETAIL.
           DISPLAY "     " AW-DETAIL
           DISPLAY "     REASON: " AW-REASON
           .

      *> ------------------------------------------------------------
      *> The maker's cycle: key each field, validate it the way
      *> ADDBATCH will at booking, confirm, land on ADJPEND, audit.
      *> ------------------------------------------------------------
       4000-ENTER-ONE-ADJUSTMENT.
           IF WS-OVERFLOW-COUNT > ZERO
               OR WS-ADJ-COUNT = 300
               DISPLAY "*** ADJUSTMENT TABLE FULL -- NO NEW ENTRY ***"
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-ADJ-WORK
           MOVE "D" TO AW-REC-TYPE

           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT AW-ACCOUNT
           DISPLAY "OPERATION (A/S/M/D): " WITH NO ADVANCING
           ACCEPT AW-OP-CODE
           IF AW-OP-CODE NOT = "A" AND "S" AND "M" AND "D"
               DISPLAY "*** OPERATION MUST BE A, S, M, OR D ***"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-CHECK-ACCOUNT
           IF NOT WS-ACCOUNT-OK
               DISPLAY "*** ACCOUNT NOT ACTIVE OR OPERATION NOT"
                   " PERMITTED ***"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "AT-X " WITH NO ADVANCING
           PERFORM 4300-ACCEPT-AMOUNT
           IF NOT WS-AMOUNT-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-AMOUNT-INPUT TO AW-X
           DISPLAY "AT-Y " WITH NO ADVANCING
           PERFORM 4300-ACCEPT-AMOUNT
           IF NOT WS-AMOUNT-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-AMOUNT-INPUT TO AW-Y

           DISPLAY "EFFECTIVE DATE (YYYYMMDD, BLANK FOR "
               WS-TODAY-DATE "): " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-DATE-INPUT
           END-IF
           IF WS-DATE-INPUT IS NOT NUMERIC
               OR WS-DATE-MONTH < "01" OR WS-DATE-MONTH > "12"
               OR WS-DATE-DAY < "01" OR WS-DATE-DAY > "31"
               DISPLAY "*** EFFECTIVE DATE IS NOT A VALID DATE ***"
               GO TO 4000-EXIT
           END-IF
           IF WS-DATE-INPUT > WS-TODAY-DATE
               DISPLAY "*** EFFECTIVE DATE MAY NOT BE AFTER "
                   WS-TODAY-DATE " ***"
               GO TO 4000-EXIT
           END-IF
           MOVE WS-DATE-INPUT TO AW-DATE

           DISPLAY "CURRENCY (BLANK FOR USD): " WITH NO ADVANCING
           ACCEPT AW-CURRENCY
           PERFORM 4200-CHECK-CURRENCY
           IF NOT WS-RATE-OK
               DISPLAY "*** NO " AW-CURRENCY " RATE ON RATETAB IN"
                   " FORCE ON " AW-DATE " ***"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "REASON: " WITH NO ADVANCING
           ACCEPT AW-REASON
           IF AW-REASON = SPACES
               DISPLAY "*** A REASON IS REQUIRED ***"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "ADJUSTMENT: " AW-DETAIL
           DISPLAY "SUBMIT FOR APPROVAL? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-INPUT
           IF NOT WS-CONFIRMED
               DISPLAY "NOT SUBMITTED"
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-LAST-ID
           MOVE WS-LAST-ID       TO AW-ID
           MOVE "P"              TO AW-STATUS
           MOVE WS-TODAY-DATE    TO AW-ENTERED-DATE
           MOVE WS-OPERATOR-CODE TO AW-MAKER
           ADD 1 TO WS-ADJ-COUNT
           MOVE WS-ADJ-WORK TO WS-ADJ-RECORD (WS-ADJ-COUNT)
           PERFORM 6000-REWRITE-ADJUSTMENTS
           MOVE "ENTERED" TO AU-ACTION
           MOVE AW-REASON TO AU-NOTE
           PERFORM 7000-WRITE-AUDIT
           DISPLAY "ADJ " AW-ID " AWAITING APPROVAL BY A SECOND"
               " OPERATOR"
           .
       4000-EXIT.
           EXIT
           .

      *> A blank valid-operations list allows every operation, the
      *> same reading ADDBATCH gives it.
       4100-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK-SWITCH
           IF NOT WS-ACCTMAST-LOADED
               SET WS-ACCOUNT-OK TO TRUE
           ELSE
               PERFORM 4110-MATCH-ONE-ACCOUNT
                   VARYING WS-MASTER-INDEX FROM 1 BY 1
                   UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT
                       OR WS-ACCOUNT-OK
           END-IF
           .

       4110-MATCH-ONE-ACCOUNT.
           IF WS-ACTIVE-CODE (WS-MASTER-INDEX) = AW-ACCOUNT
               IF WS-ACTIVE-OPS (WS-MASTER-INDEX) = SPACES
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (1:1)
                       = AW-OP-CODE
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (2:1)
                       = AW-OP-CODE
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (3:1)
                       = AW-OP-CODE
                   OR WS-ACTIVE-OPS (WS-MASTER-INDEX) (4:1)
                       = AW-OP-CODE
                   SET WS-ACCOUNT-OK TO TRUE
               END-IF
           END-IF
           .

      *> A foreign currency needs a rate whose effective date is at or
      *> before the adjustment's -- the one ADDBATCH would pick.
       4200-CHECK-CURRENCY.
           MOVE "N" TO WS-RATE-OK-SWITCH
           IF AW-BASE-CURRENCY
               SET WS-RATE-OK TO TRUE
           ELSE
               PERFORM 4210-JUDGE-ONE-RATE
                   VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                       OR WS-RATE-OK
           END-IF
           .

       4210-JUDGE-ONE-RATE.
           IF WS-RATE-CURRENCY (WS-RATE-INDEX) = AW-CURRENCY
               AND WS-RATE-EFF-DATE (WS-RATE-INDEX) <= AW-DATE
               SET WS-RATE-OK TO TRUE
           END-IF
           .

      *> The same rule ADDBATCH's 2050-VALIDATE-AMOUNTS applies at
      *> booking: a leading + or - sign byte, then eleven digits.
       4300-ACCEPT-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK-SWITCH
           DISPLAY "AMOUNT (S99999999999, E.G. +00000012345 FOR"
               " 123.45): " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-INPUT
           IF (WS-AMOUNT-INPUT (1:1) NOT = "+" AND "-")
               OR WS-AMOUNT-INPUT (2:11) IS NOT NUMERIC
               DISPLAY "*** AMOUNT MUST BE A SIGN BYTE PLUS"
                   " ELEVEN DIGITS ***"
           ELSE
               SET WS-AMOUNT-OK TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> The checker's cycle. Approval and rejection share the pick:
      *> the adjustment must still be pending, and the operator
      *> deciding it must not be the one who keyed it.
      *> ------------------------------------------------------------
       5000-APPROVE-ONE-ADJUSTMENT.
           PERFORM 5100-PICK-ADJUSTMENT THRU 5100-EXIT
           IF NOT WS-MATCH-FOUND
               GO TO 5000-EXIT
           END-IF
           DISPLAY "APPROVE FOR TONIGHT'S BOOKING? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-INPUT
           IF NOT WS-CONFIRMED
               DISPLAY "NOT APPROVED"
               GO TO 5000-EXIT
           END-IF
           MOVE "A"              TO AW-STATUS
           MOVE WS-OPERATOR-CODE TO AW-CHECKER
           MOVE WS-TODAY-DATE    TO AW-DECIDED-DATE
           MOVE WS-ADJ-WORK TO WS-ADJ-RECORD (WS-PICKED-INDEX)
           PERFORM 6000-REWRITE-ADJUSTMENTS
           MOVE "APPROVED" TO AU-ACTION
           MOVE AW-REASON  TO AU-NOTE
           PERFORM 7000-WRITE-AUDIT
           DISPLAY "ADJ " AW-ID " APPROVED"
           .
       5000-EXIT.
           EXIT
           .

       5100-PICK-ADJUSTMENT.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "*** ADJUSTMENT TABLE FULL -- LIST ONLY ***"
               GO TO 5100-EXIT
           END-IF
           DISPLAY "ADJUSTMENT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-PICK-INPUT
           INSPECT WS-PICK-INPUT REPLACING LEADING SPACE BY "0"
           IF WS-PICK-INPUT IS NOT NUMERIC
               DISPLAY "*** ADJUSTMENT NUMBER MUST BE NUMERIC ***"
               GO TO 5100-EXIT
           END-IF
           MOVE WS-PICK-INPUT TO WS-PICK-ID
           PERFORM 5200-MATCH-ONE-ID
               VARYING WS-ADJ-INDEX FROM 1 BY 1
               UNTIL WS-ADJ-INDEX > WS-ADJ-COUNT
                   OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
               DISPLAY "*** NO SUCH ADJUSTMENT ***"
               GO TO 5100-EXIT
           END-IF
           SUBTRACT 1 FROM WS-ADJ-INDEX
           MOVE WS-ADJ-INDEX TO WS-PICKED-INDEX
           MOVE WS-ADJ-RECORD (WS-PICKED-INDEX) TO WS-ADJ-WORK
           IF NOT AW-PENDING
               DISPLAY "*** ADJUSTMENT IS NOT AWAITING APPROVAL ***"
               MOVE "N" TO WS-MATCH-FOUND-SWITCH
               GO TO 5100-EXIT
           END-IF
           IF AW-MAKER = WS-OPERATOR-CODE
               DISPLAY "*** ADJ " AW-ID " WAS KEYED BY " AW-MAKER
                   " -- A SECOND OPERATOR MUST DECIDE IT ***"
               MOVE "N" TO WS-MATCH-FOUND-SWITCH
               GO TO 5100-EXIT
           END-IF
           DISPLAY "ADJ " AW-ID " KEYED BY " AW-MAKER
               " ON " AW-ENTERED-DATE
           PERFORM 3200-SHOW-DETAIL
           .
       5100-EXIT.
           EXIT
           .

       5200-MATCH-ONE-ID.
           IF WS-ADJ-RECORD (WS-ADJ-INDEX) (1:6) = WS-PICK-INPUT
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       5500-REJECT-ONE-ADJUSTMENT.
           PERFORM 5100-PICK-ADJUSTMENT THRU 5100-EXIT
           IF NOT WS-MATCH-FOUND
               GO TO 5500-EXIT
           END-IF
           DISPLAY "REJECTION NOTE: " WITH NO ADVANCING
           ACCEPT WS-NOTE-INPUT
           IF WS-NOTE-INPUT = SPACES
               DISPLAY "*** A REJECTION NOTE IS REQUIRED ***"
               GO TO 5500-EXIT
           END-IF
           DISPLAY "REJECT? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-INPUT
           IF NOT WS-CONFIRMED
               DISPLAY "NOT REJECTED"
               GO TO 5500-EXIT
           END-IF
           MOVE "R"              TO AW-STATUS
           MOVE WS-OPERATOR-CODE TO AW-CHECKER
           MOVE WS-TODAY-DATE    TO AW-DECIDED-DATE
           MOVE WS-ADJ-WORK TO WS-ADJ-RECORD (WS-PICKED-INDEX)
           PERFORM 6000-REWRITE-ADJUSTMENTS
           MOVE "REJECTED"    TO AU-ACTION
           MOVE WS-NOTE-INPUT TO AU-NOTE
           PERFORM 7000-WRITE-AUDIT
           DISPLAY "ADJ " AW-ID " REJECTED"
           .
       5500-EXIT.
           EXIT
           .

      *> Every change rewrites ADJPEND whole at once, so a console
      *> session that ends abruptly never loses a decision already
      *> confirmed.
       6000-REWRITE-ADJUSTMENTS.
           OPEN OUTPUT ADJUSTMENT-FILE
           PERFORM 6100-WRITE-ONE-ADJUSTMENT
               VARYING WS-ADJ-INDEX FROM 1 BY 1
               UNTIL WS-ADJ-INDEX > WS-ADJ-COUNT
           CLOSE ADJUSTMENT-FILE
           .

       6100-WRITE-ONE-ADJUSTMENT.
           MOVE WS-ADJ-RECORD (WS-ADJ-INDEX) TO ADJUSTMENT-RECORD
           WRITE ADJUSTMENT-RECORD
           .

       7000-WRITE-AUDIT.
           OPEN EXTEND ADJUSTMENT-AUDIT
           IF WS-ADJAUD-NOT-FOUND
               OPEN OUTPUT ADJUSTMENT-AUDIT
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE  TO AU-DATE
           MOVE WS-CURRENT-TIME  TO AU-TIME
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           MOVE AW-ID            TO AU-ID
           MOVE AW-DETAIL        TO AU-DETAIL
           WRITE ADJUSTMENT-AUDIT-RECORD FROM WS-AUDIT-LINE
           CLOSE ADJUSTMENT-AUDIT
           .
       END PROGRAM ADJDESK.
