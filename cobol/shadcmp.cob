       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHADCMP.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-12
      *> Purpose:       What-if comparison for a proposed master change.
      *>                The ADDSHADW procedure books tonight's ADDTRANS
      *>                twice in ADDBATCH shadow mode -- once against
      *>                the live ACCTMAST and RATETAB, once against the
      *>                proposed copies a RATEMNT correction or an
      *>                ACCTMNT inactivation would produce -- each into
      *>                its own scratch suspense, journal, and posting
      *>                datasets. This step reads the two ACCTPTD
      *>                journals (BASEPTD current, PROPPTD proposed)
      *>                and the two ADDSUSP suspense files (BASESUSP,
      *>                PROPSUSP) and writes SHADRPT:
      *>                  - account by account (and by currency for
      *>                    foreign activity), the transactions booked
      *>                    and the base net under each, the change,
      *>                    and the suspense count under each, flagged
      *>                    NEWLY SUSPENDED, NO LONGER SUSPENDED,
      *>                    CONVERTED AMOUNT CHANGED (a foreign row
      *>                    whose count held but whose base net moved
      *>                    -- a rate change) or BOOKING CHANGED
      *>                  - every detail suspended only under the
      *>                    proposed masters, or under another reason
      *>                  - every detail suspended only under the
      *>                    current masters
      *>                  - the transaction count, control total, and
      *>                    suspense count under each, and the change
      *>                A missing input reads as empty (a night with no
      *>                bookings writes no journal).
      *>                RETURN-CODE: 4 when the proposed masters change
      *>                anything, 8 when the tables overflowed and the
      *>                comparison is incomplete.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-12  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-JOURNAL ASSIGN TO "BASEPTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASEPTD-STATUS.

           SELECT PROPOSED-JOURNAL ASSIGN TO "PROPPTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPPTD-STATUS.

           SELECT BASE-SUSPENSE ASSIGN TO "BASESUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASESUSP-STATUS.

           SELECT PROPOSED-SUSPENSE ASSIGN TO "PROPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPSUSP-STATUS.

           SELECT SHADOW-REPORT ASSIGN TO "SHADRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BASE-JOURNAL.
       01  BASE-JOURNAL-RECORD         PIC X(133).

       FD  PROPOSED-JOURNAL.
       01  PROPOSED-JOURNAL-RECORD     PIC X(133).

       FD  BASE-SUSPENSE.
       01  BASE-SUSPENSE-RECORD        PIC X(65).

       FD  PROPOSED-SUSPENSE.
       01  PROPOSED-SUSPENSE-RECORD    PIC X(65).

       FD  SHADOW-REPORT.
       01  SHADOW-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BASEPTD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-BASEPTD-FOUND                VALUE "00".
       01  WS-PROPPTD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-PROPPTD-FOUND                VALUE "00".
       01  WS-BASESUSP-STATUS          PIC X(02) VALUE SPACES.
           88  WS-BASESUSP-FOUND               VALUE "00".
       01  WS-PROPSUSP-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PROPSUSP-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-SIDE                     PIC X(01).
           88  WS-SIDE-BASE                    VALUE "B".
           88  WS-SIDE-PROPOSED                VALUE "P".

      *> The ACCTPTD journal record as ADDBATCH writes it.
       01  WS-PTD-RECORD.
           05  PT-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  PT-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  PT-TX-COUNT             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PT-DEBITS               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PT-CREDITS              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PT-NET-ADD              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PT-NET-SUBTRACT         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PT-NET-MULTIPLY         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PT-NET-DIVIDE           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PT-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PT-ORIG-NET             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

      *> The ADDSUSP suspense record, the received detail at its end.
       01  WS-SUSP-RECORD.
           05  SU-DISPOSITION          PIC X(01).
               88  SU-SUSPENDED                VALUE "S".
           05  FILLER                  PIC X(01).
           05  SU-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  SU-RECEIVED-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  SU-ORIGINAL.
               10  FILLER              PIC X(11).
               10  SU-ACCOUNT          PIC X(08).
               10  FILLER              PIC X(29).
               10  SU-CURRENCY         PIC X(03).

       01  WS-KEY-ACCOUNT              PIC X(08).
       01  WS-KEY-CURRENCY             PIC X(03).
       01  WS-NET                      PIC S9(11)V99 COMP-3.

      *> One row per account and currency seen on either side.
       01  WS-ACCOUNT-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ACCOUNT-INDEX            PIC 9(03) COMP-5.
       01  WS-ACCOUNT-OVERFLOW         PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 200 TIMES.
               10  WS-AC-ACCOUNT       PIC X(08).
               10  WS-AC-CURRENCY      PIC X(03).
               10  WS-AC-BASE-COUNT    PIC 9(06) COMP-5.
               10  WS-AC-BASE-NET      PIC S9(11)V99 COMP-3.
               10  WS-AC-BASE-SUSP     PIC 9(05) COMP-5.
               10  WS-AC-PROP-COUNT    PIC 9(06) COMP-5.
               10  WS-AC-PROP-NET      PIC S9(11)V99 COMP-3.
               10  WS-AC-PROP-SUSP     PIC 9(05) COMP-5.

      *> The suspended details on each side; a proposed item pairs
      *> off against the first unpaired current item with the same
      *> received detail.
       01  WS-SUSP-OVERFLOW            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-BASE-SUSP-COUNT          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-BASE-SUSP-INDEX          PIC 9(03) COMP-5.
       01  WS-BASE-SUSP-TABLE.
           05  WS-BASE-SUSP-ENTRY OCCURS 500 TIMES.
               10  WS-BS-REASON        PIC X(02).
               10  WS-BS-ORIGINAL      PIC X(51).
               10  WS-BS-PAIRED-SWITCH PIC X(01).
                   88  WS-BS-PAIRED            VALUE "Y".
       01  WS-PROP-SUSP-COUNT          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-PROP-SUSP-INDEX          PIC 9(03) COMP-5.
       01  WS-PROP-SUSP-TABLE.
           05  WS-PROP-SUSP-ENTRY OCCURS 500 TIMES.
               10  WS-PS-REASON        PIC X(02).
               10  WS-PS-ORIGINAL      PIC X(51).

       01  WS-BASE-TX-TOTAL            PIC 9(07) COMP-5 VALUE ZERO.
       01  WS-PROP-TX-TOTAL            PIC 9(07) COMP-5 VALUE ZERO.
       01  WS-BASE-CONTROL-TOTAL       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PROP-CONTROL-TOTAL       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-NEWLY-COUNT              PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-RESUSPENDED-COUNT        PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-COUNT-CHANGE             PIC S9(07) COMP-5.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-REPORT-HEADING           PIC X(132) VALUE
           "ADDBATCH SHADOW COMPARISON -- CURRENT VS PROPOSED MASTERS".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  RD-DATE                 PIC X(08).

       01  WS-GROUP-HEADING.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE
               "------ CURRENT -------".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23) VALUE
               "------ PROPOSED ------".
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "SUSPENDED".

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(08) VALUE "ACCOUNT".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(03) VALUE "CUR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE " COUNT".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               "             NET".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE " COUNT".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               "             NET".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               "          CHANGE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "  CUR/ PROP".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "NOTE".

       01  WS-ACCOUNT-LINE.
           05  AL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-BASE-COUNT           PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-BASE-NET             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-PROP-COUNT           PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-PROP-NET             PIC -9(11).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-CHANGE               PIC -9(11).99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-BASE-SUSP            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE "/".
           05  AL-PROP-SUSP            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-NOTE                 PIC X(24).

       01  WS-NEWLY-HEADING            PIC X(132) VALUE
           "NEWLY SUSPENDED OR SUSPENDED FOR ANOTHER REASON".
       01  WS-CLEARED-HEADING          PIC X(132) VALUE
           "NO LONGER SUSPENDED UNDER THE PROPOSED MASTERS".
       01  WS-NONE-LINE                PIC X(132) VALUE
           "  NONE".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-TEXT                 PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ORIGINAL             PIC X(51).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-WAS                  PIC X(06).

       01  WS-TOTAL-HEADING.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "         CURRENT".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               "        PROPOSED".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               "          CHANGE".

       01  WS-COUNT-TOTAL-LINE.
           05  CT-LABEL                PIC X(22).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  CT-BASE                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  CT-PROP                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  CT-CHANGE               PIC -------9.

       01  WS-AMOUNT-TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               "CONTROL TOTAL:".
           05  MT-BASE                 PIC -9(12).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MT-PROP                 PIC -9(12).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MT-CHANGE               PIC -9(12).99.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(18) VALUE
               "ACCOUNTS CHANGED: ".
           05  RL-CHANGED              PIC ZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               "  NEWLY SUSPENDED: ".
           05  RL-NEWLY                PIC ZZZZ9.
           05  FILLER                  PIC X(24) VALUE
               "  NO LONGER SUSPENDED: ".
           05  RL-CLEARED              PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE
               "  REASON CHANGED: ".
           05  RL-RESUSPENDED          PIC ZZZZ9.
       01  WS-NO-CHANGE-LINE           PIC X(132) VALUE
           "NO DIFFERENCE BETWEEN THE CURRENT AND PROPOSED MASTERS".
       01  WS-OVERFLOW-LINE            PIC X(132) VALUE
           "** TABLES OVERFLOWED -- COMPARISON IS INCOMPLETE".

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT SHADOW-REPORT
           WRITE SHADOW-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-TODAY-DATE TO RD-DATE
           WRITE SHADOW-REPORT-RECORD FROM WS-RUN-DATE-LINE

           PERFORM 1000-LOAD-BASE-JOURNAL
           PERFORM 1100-LOAD-PROPOSED-JOURNAL
           PERFORM 1200-LOAD-BASE-SUSPENSE
           PERFORM 1300-LOAD-PROPOSED-SUSPENSE

           WRITE SHADOW-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE SHADOW-REPORT-RECORD FROM WS-GROUP-HEADING
           WRITE SHADOW-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM 3000-PRINT-ONE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT

           PERFORM 4000-PRINT-NEWLY-SUSPENDED
           PERFORM 4500-PRINT-NO-LONGER-SUSPENDED
           PERFORM 5000-PRINT-CONTROL-TOTALS

           IF WS-CHANGED-COUNT > ZERO
               OR WS-NEWLY-COUNT > ZERO
               OR WS-CLEARED-COUNT > ZERO
               OR WS-RESUSPENDED-COUNT > ZERO
               OR WS-BASE-CONTROL-TOTAL NOT = WS-PROP-CONTROL-TOTAL
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           IF WS-ACCOUNT-OVERFLOW > ZERO
               OR WS-SUSP-OVERFLOW > ZERO
               WRITE SHADOW-REPORT-RECORD FROM WS-OVERFLOW-LINE
               MOVE 8 TO WS-MAX-RETURN-CODE
           END-IF

           CLOSE SHADOW-REPORT
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> ------------------------------------------------------------
      *> The two journals: each record's base net (the four operation
      *> nets) and count go to its account and currency row.
      *> ------------------------------------------------------------
       1000-LOAD-BASE-JOURNAL.
           SET WS-SIDE-BASE TO TRUE
           OPEN INPUT BASE-JOURNAL
           IF WS-BASEPTD-FOUND
               PERFORM 1010-READ-BASE-JOURNAL
               PERFORM 1400-TAKE-ONE-JOURNAL THRU 1400-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE BASE-JOURNAL
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1010-READ-BASE-JOURNAL.
           READ BASE-JOURNAL INTO WS-PTD-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1100-LOAD-PROPOSED-JOURNAL.
           SET WS-SIDE-PROPOSED TO TRUE
           OPEN INPUT PROPOSED-JOURNAL
           IF WS-PROPPTD-FOUND
               PERFORM 1110-READ-PROPOSED-JOURNAL
               PERFORM 1400-TAKE-ONE-JOURNAL THRU 1400-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE PROPOSED-JOURNAL
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1110-READ-PROPOSED-JOURNAL.
           READ PROPOSED-JOURNAL INTO WS-PTD-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-BASE-SUSPENSE.
           SET WS-SIDE-BASE TO TRUE
           OPEN INPUT BASE-SUSPENSE
           IF WS-BASESUSP-FOUND
               PERFORM 1210-READ-BASE-SUSPENSE
               PERFORM 1500-TAKE-ONE-SUSPENSE THRU 1500-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE BASE-SUSPENSE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1210-READ-BASE-SUSPENSE.
           READ BASE-SUSPENSE INTO WS-SUSP-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1300-LOAD-PROPOSED-SUSPENSE.
           SET WS-SIDE-PROPOSED TO TRUE
           OPEN INPUT PROPOSED-SUSPENSE
           IF WS-PROPSUSP-FOUND
               PERFORM 1310-READ-PROPOSED-SUSPENSE
               PERFORM 1500-TAKE-ONE-SUSPENSE THRU 1500-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE PROPOSED-SUSPENSE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1310-READ-PROPOSED-SUSPENSE.
           READ PROPOSED-SUSPENSE INTO WS-SUSP-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1400-TAKE-ONE-JOURNAL.
           IF WS-END-OF-FILE
               GO TO 1400-EXIT
           END-IF
           IF PT-TX-COUNT IS NOT NUMERIC
               OR PT-NET-ADD IS NOT NUMERIC
               OR PT-NET-SUBTRACT IS NOT NUMERIC
               OR PT-NET-MULTIPLY IS NOT NUMERIC
               OR PT-NET-DIVIDE IS NOT NUMERIC
               GO TO 1400-NEXT
           END-IF
           MOVE PT-ACCOUNT  TO WS-KEY-ACCOUNT
           MOVE PT-CURRENCY TO WS-KEY-CURRENCY
           PERFORM 2000-FIND-ACCOUNT THRU 2000-EXIT
           IF WS-ACCOUNT-INDEX = ZERO
               GO TO 1400-NEXT
           END-IF
           COMPUTE WS-NET = PT-NET-ADD + PT-NET-SUBTRACT
               + PT-NET-MULTIPLY + PT-NET-DIVIDE
           IF WS-SIDE-BASE
               ADD PT-TX-COUNT TO WS-AC-BASE-COUNT (WS-ACCOUNT-INDEX)
               ADD WS-NET      TO WS-AC-BASE-NET (WS-ACCOUNT-INDEX)
               ADD PT-TX-COUNT TO WS-BASE-TX-TOTAL
               ADD WS-NET      TO WS-BASE-CONTROL-TOTAL
           ELSE
               ADD PT-TX-COUNT TO WS-AC-PROP-COUNT (WS-ACCOUNT-INDEX)
               ADD WS-NET      TO WS-AC-PROP-NET (WS-ACCOUNT-INDEX)
               ADD PT-TX-COUNT TO WS-PROP-TX-TOTAL
               ADD WS-NET      TO WS-PROP-CONTROL-TOTAL
           END-IF
           .
       1400-NEXT.
           IF WS-SIDE-BASE
               PERFORM 1010-READ-BASE-JOURNAL
           ELSE
               PERFORM 1110-READ-PROPOSED-JOURNAL
           END-IF
           .
       1400-EXIT.
           EXIT
           .

      *> Only open items count: an "R" marker is a resubmission that
      *> booked.
       1500-TAKE-ONE-SUSPENSE.
           IF WS-END-OF-FILE
               GO TO 1500-EXIT
           END-IF
           IF NOT SU-SUSPENDED
               GO TO 1500-NEXT
           END-IF
           IF WS-SIDE-BASE
               IF WS-BASE-SUSP-COUNT < 500
                   ADD 1 TO WS-BASE-SUSP-COUNT
                   MOVE SU-REASON-CODE
                       TO WS-BS-REASON (WS-BASE-SUSP-COUNT)
                   MOVE SU-ORIGINAL
                       TO WS-BS-ORIGINAL (WS-BASE-SUSP-COUNT)
                   MOVE "N"
                       TO WS-BS-PAIRED-SWITCH (WS-BASE-SUSP-COUNT)
               ELSE
                   ADD 1 TO WS-SUSP-OVERFLOW
               END-IF
           ELSE
               IF WS-PROP-SUSP-COUNT < 500
                   ADD 1 TO WS-PROP-SUSP-COUNT
                   MOVE SU-REASON-CODE
                       TO WS-PS-REASON (WS-PROP-SUSP-COUNT)
                   MOVE SU-ORIGINAL
                       TO WS-PS-ORIGINAL (WS-PROP-SUSP-COUNT)
               ELSE
                   ADD 1 TO WS-SUSP-OVERFLOW
               END-IF
           END-IF
           MOVE SU-ACCOUNT  TO WS-KEY-ACCOUNT
           MOVE SU-CURRENCY TO WS-KEY-CURRENCY
           PERFORM 2000-FIND-ACCOUNT THRU 2000-EXIT
           IF WS-ACCOUNT-INDEX = ZERO
               GO TO 1500-NEXT
           END-IF
           IF WS-SIDE-BASE
               ADD 1 TO WS-AC-BASE-SUSP (WS-ACCOUNT-INDEX)
           ELSE
               ADD 1 TO WS-AC-PROP-SUSP (WS-ACCOUNT-INDEX)
           END-IF
           .
       1500-NEXT.
           IF WS-SIDE-BASE
               PERFORM 1210-READ-BASE-SUSPENSE
           ELSE
               PERFORM 1310-READ-PROPOSED-SUSPENSE
           END-IF
           .
       1500-EXIT.
           EXIT
           .

      *> The row for WS-KEY-ACCOUNT/WS-KEY-CURRENCY, added if new;
      *> base currency reads as USD whether carried or blank. A full
      *> table leaves WS-ACCOUNT-INDEX zero.
       2000-FIND-ACCOUNT.
           IF WS-KEY-CURRENCY = SPACES
               MOVE "USD" TO WS-KEY-CURRENCY
           END-IF
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2010-MATCH-ONE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-ACCOUNT-INDEX
               GO TO 2000-EXIT
           END-IF
           IF WS-ACCOUNT-COUNT = 200
               ADD 1 TO WS-ACCOUNT-OVERFLOW
               MOVE ZERO TO WS-ACCOUNT-INDEX
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-INDEX
           MOVE WS-KEY-ACCOUNT  TO WS-AC-ACCOUNT (WS-ACCOUNT-INDEX)
           MOVE WS-KEY-CURRENCY TO WS-AC-CURRENCY (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-AC-BASE-COUNT (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-AC-BASE-NET (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-AC-BASE-SUSP (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-AC-PROP-COUNT (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-AC-PROP-NET (WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-AC-PROP-SUSP (WS-ACCOUNT-INDEX)
           .
       2000-EXIT.
           EXIT
           .

       2010-MATCH-ONE-ACCOUNT.
           IF WS-AC-ACCOUNT (WS-ACCOUNT-INDEX) = WS-KEY-ACCOUNT
               AND WS-AC-CURRENCY (WS-ACCOUNT-INDEX) = WS-KEY-CURRENCY
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> One account row. A suspense change outranks a booking change
      *> in the note; a foreign row whose count held but whose base
      *> net moved is the rate at work.
      *> ------------------------------------------------------------
       3000-PRINT-ONE-ACCOUNT.
           MOVE WS-AC-ACCOUNT (WS-ACCOUNT-INDEX)    TO AL-ACCOUNT
           MOVE WS-AC-CURRENCY (WS-ACCOUNT-INDEX)   TO AL-CURRENCY
           MOVE WS-AC-BASE-COUNT (WS-ACCOUNT-INDEX) TO AL-BASE-COUNT
           MOVE WS-AC-BASE-NET (WS-ACCOUNT-INDEX)   TO AL-BASE-NET
           MOVE WS-AC-PROP-COUNT (WS-ACCOUNT-INDEX) TO AL-PROP-COUNT
           MOVE WS-AC-PROP-NET (WS-ACCOUNT-INDEX)   TO AL-PROP-NET
           COMPUTE AL-CHANGE = WS-AC-PROP-NET (WS-ACCOUNT-INDEX)
               - WS-AC-BASE-NET (WS-ACCOUNT-INDEX)
           MOVE WS-AC-BASE-SUSP (WS-ACCOUNT-INDEX)  TO AL-BASE-SUSP
           MOVE WS-AC-PROP-SUSP (WS-ACCOUNT-INDEX)  TO AL-PROP-SUSP
           EVALUATE TRUE
           WHEN WS-AC-PROP-SUSP (WS-ACCOUNT-INDEX)
                   > WS-AC-BASE-SUSP (WS-ACCOUNT-INDEX)
               MOVE "NEWLY SUSPENDED" TO AL-NOTE
           WHEN WS-AC-PROP-SUSP (WS-ACCOUNT-INDEX)
                   < WS-AC-BASE-SUSP (WS-ACCOUNT-INDEX)
               MOVE "NO LONGER SUSPENDED" TO AL-NOTE
           WHEN WS-AC-PROP-NET (WS-ACCOUNT-INDEX)
                   NOT = WS-AC-BASE-NET (WS-ACCOUNT-INDEX)
               AND WS-AC-PROP-COUNT (WS-ACCOUNT-INDEX)
                   = WS-AC-BASE-COUNT (WS-ACCOUNT-INDEX)
               AND WS-AC-CURRENCY (WS-ACCOUNT-INDEX) NOT = "USD"
               MOVE "CONVERTED AMOUNT CHANGED" TO AL-NOTE
           WHEN WS-AC-PROP-NET (WS-ACCOUNT-INDEX)
                   NOT = WS-AC-BASE-NET (WS-ACCOUNT-INDEX)
               OR WS-AC-PROP-COUNT (WS-ACCOUNT-INDEX)
                   NOT = WS-AC-BASE-COUNT (WS-ACCOUNT-INDEX)
               MOVE "BOOKING CHANGED" TO AL-NOTE
           WHEN OTHER
               MOVE SPACES TO AL-NOTE
           END-EVALUATE
           IF AL-NOTE NOT = SPACES
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           WRITE SHADOW-REPORT-RECORD FROM WS-ACCOUNT-LINE
           .

      *> ------------------------------------------------------------
      *> Detail level: each proposed suspense item pairs off against
      *> a current one with the same received detail. Unpaired, it is
      *> new under the proposed masters; paired under another reason,
      *> it is shown with the reason it had.
      *> ------------------------------------------------------------
       4000-PRINT-NEWLY-SUSPENDED.
           WRITE SHADOW-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE SHADOW-REPORT-RECORD FROM WS-NEWLY-HEADING
           PERFORM 4100-PAIR-ONE-PROPOSED THRU 4100-EXIT
               VARYING WS-PROP-SUSP-INDEX FROM 1 BY 1
               UNTIL WS-PROP-SUSP-INDEX > WS-PROP-SUSP-COUNT
           IF WS-NEWLY-COUNT = ZERO
               AND WS-RESUSPENDED-COUNT = ZERO
               WRITE SHADOW-REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           .

       4100-PAIR-ONE-PROPOSED.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 4110-MATCH-ONE-BASE
               VARYING WS-BASE-SUSP-INDEX FROM 1 BY 1
               UNTIL WS-BASE-SUSP-INDEX > WS-BASE-SUSP-COUNT
                   OR WS-MATCH-FOUND
           MOVE SPACES TO DL-WAS
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-BASE-SUSP-INDEX
               SET WS-BS-PAIRED (WS-BASE-SUSP-INDEX) TO TRUE
               IF WS-BS-REASON (WS-BASE-SUSP-INDEX)
                       = WS-PS-REASON (WS-PROP-SUSP-INDEX)
                   GO TO 4100-EXIT
               END-IF
               STRING "WAS " WS-BS-REASON (WS-BASE-SUSP-INDEX)
                   DELIMITED BY SIZE INTO DL-WAS
           END-IF
           MOVE WS-PS-REASON (WS-PROP-SUSP-INDEX)   TO DL-REASON
           PERFORM 4900-NAME-REASON
           MOVE WS-PS-ORIGINAL (WS-PROP-SUSP-INDEX) TO DL-ORIGINAL
           WRITE SHADOW-REPORT-RECORD FROM WS-DETAIL-LINE
           IF DL-WAS = SPACES
               ADD 1 TO WS-NEWLY-COUNT
           ELSE
               ADD 1 TO WS-RESUSPENDED-COUNT
           END-IF
           .
       4100-EXIT.
           EXIT
           .

       4110-MATCH-ONE-BASE.
           IF NOT WS-BS-PAIRED (WS-BASE-SUSP-INDEX)
               AND WS-BS-ORIGINAL (WS-BASE-SUSP-INDEX)
                   = WS-PS-ORIGINAL (WS-PROP-SUSP-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       4500-PRINT-NO-LONGER-SUSPENDED.
           WRITE SHADOW-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE SHADOW-REPORT-RECORD FROM WS-CLEARED-HEADING
           PERFORM 4510-PRINT-ONE-UNPAIRED
               VARYING WS-BASE-SUSP-INDEX FROM 1 BY 1
               UNTIL WS-BASE-SUSP-INDEX > WS-BASE-SUSP-COUNT
           IF WS-CLEARED-COUNT = ZERO
               WRITE SHADOW-REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           .

       4510-PRINT-ONE-UNPAIRED.
           IF NOT WS-BS-PAIRED (WS-BASE-SUSP-INDEX)
               MOVE WS-BS-REASON (WS-BASE-SUSP-INDEX)   TO DL-REASON
               PERFORM 4900-NAME-REASON
               MOVE WS-BS-ORIGINAL (WS-BASE-SUSP-INDEX) TO DL-ORIGINAL
               MOVE SPACES TO DL-WAS
               WRITE SHADOW-REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           .

       4900-NAME-REASON.
           EVALUATE DL-REASON
           WHEN "02"
               MOVE "X AMOUNT NOT VALID" TO DL-TEXT
           WHEN "03"
               MOVE "Y AMOUNT NOT VALID" TO DL-TEXT
           WHEN "04"
               MOVE "ACCOUNT NOT VALID FOR OPERATION" TO DL-TEXT
           WHEN "05"
               MOVE "NO USABLE CURRENCY RATE" TO DL-TEXT
           WHEN "06"
               MOVE "DUPLICATE OF A PRIOR NIGHT" TO DL-TEXT
           WHEN OTHER
               MOVE SPACES TO DL-TEXT
           END-EVALUATE
           .

       5000-PRINT-CONTROL-TOTALS.
           WRITE SHADOW-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE SHADOW-REPORT-RECORD FROM WS-TOTAL-HEADING

           MOVE "TRANSACTIONS BOOKED:" TO CT-LABEL
           MOVE WS-BASE-TX-TOTAL TO CT-BASE
           MOVE WS-PROP-TX-TOTAL TO CT-PROP
           COMPUTE WS-COUNT-CHANGE =
               WS-PROP-TX-TOTAL - WS-BASE-TX-TOTAL
           MOVE WS-COUNT-CHANGE TO CT-CHANGE
           WRITE SHADOW-REPORT-RECORD FROM WS-COUNT-TOTAL-LINE

           MOVE WS-BASE-CONTROL-TOTAL TO MT-BASE
           MOVE WS-PROP-CONTROL-TOTAL TO MT-PROP
           COMPUTE MT-CHANGE =
               WS-PROP-CONTROL-TOTAL - WS-BASE-CONTROL-TOTAL
           WRITE SHADOW-REPORT-RECORD FROM WS-AMOUNT-TOTAL-LINE

           MOVE "DETAILS SUSPENDED:" TO CT-LABEL
           MOVE WS-BASE-SUSP-COUNT TO CT-BASE
           MOVE WS-PROP-SUSP-COUNT TO CT-PROP
           COMPUTE WS-COUNT-CHANGE =
               WS-PROP-SUSP-COUNT - WS-BASE-SUSP-COUNT
           MOVE WS-COUNT-CHANGE TO CT-CHANGE
           WRITE SHADOW-REPORT-RECORD FROM WS-COUNT-TOTAL-LINE

           WRITE SHADOW-REPORT-RECORD FROM WS-BLANK-LINE
           IF WS-CHANGED-COUNT = ZERO
               AND WS-NEWLY-COUNT = ZERO
               AND WS-CLEARED-COUNT = ZERO
               AND WS-RESUSPENDED-COUNT = ZERO
               AND WS-BASE-CONTROL-TOTAL = WS-PROP-CONTROL-TOTAL
               WRITE SHADOW-REPORT-RECORD FROM WS-NO-CHANGE-LINE
           ELSE
               MOVE WS-CHANGED-COUNT TO RL-CHANGED
               MOVE WS-NEWLY-COUNT   TO RL-NEWLY
               MOVE WS-CLEARED-COUNT TO RL-CLEARED
               MOVE WS-RESUSPENDED-COUNT TO RL-RESUSPENDED
               WRITE SHADOW-REPORT-RECORD FROM WS-RESULT-LINE
           END-IF
           .
       END PROGRAM SHADCMP.
