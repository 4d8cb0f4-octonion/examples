      *>                close, 8 when the tie-out is out of balance
      *>                (the roll still happens -- the evidence is on
      *>                the statement file and in CTLHIST), 16 when
      *>                ACCTPTD is not present. Each run also writes a
      *>                dated, run-ID-stamped generation of the
      *>                statements (TRPTNNN, recorded in RPTINDEX)
      *>                for RPTDLVR to burst by owning department.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-08-25  dp  Initial version.
      *>                   neither table, so rolling would destroy
      *>                   journal records that were never closed,
      *>                   while the report claimed no roll happened.
      *>   2026-09-04  dp  Each statement now carries the account's
      *>                   budget position for the period from the new
      *>                   ACCTBUDG budget dataset -- budget, variance
      *>                   (budget less period net), and percent
      *>                   consumed -- so the statements go out with
      *>                   the budget on them; an account with no
      *>                   budget line for the month prints none. A
      *>                   missing ACCTBUDG just omits the line.
      *>   2026-09-09  dp  The ACCTPTD record grew a currency code and
      *>                   an original-currency net at its end (ADDBATCH
      *>                   now splits an account's night by currency);
      *>                   the record and the keep slot widened to
      *>                   match so the roll carries them through. The
      *>                   statement still sums every record of the
      *>                   account, so its base figures are unchanged.
      *>   2026-10-01  dp  Every run now also writes a dated, run-ID-
      *>                   stamped generation of ACCTSTMT (dual-
      *>                   written line for line) and records it in
      *>                   RPTINDEX, the same as RUNRECON's, so the
      *>                   RPTDLVR distribution step finds this
      *>                   close's statements on the index and bursts
      *>                   them to each owning department.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STATEMENT-FILE ASSIGN TO "ACCTSTMT"
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

           SELECT BUDGET-FILE ASSIGN TO "ACCTBUDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBUDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-JOURNAL.
           05  FILLER                  PIC X(01).
           05  PJ-NET-DIVIDE           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PJ-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PJ-ORIG-NET             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  CONTROL-HISTORY.
       01  CH-RECORD.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD            PIC X(100).

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

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BG-IN-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  BG-IN-PERIOD            PIC X(06).
           05  FILLER                  PIC X(01).
           05  BG-IN-AMOUNT            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-ACCTPTD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ACCTPTD-FOUND                VALUE "00".
           88  WS-CLSEPARM-FOUND               VALUE "00".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-ACCTBUDG-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTBUDG-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-CLOSE-PERIOD             PIC X(06).

       01  WS-GEN-NAME                 PIC X(08).
       01  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPTINDEX-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPTINDEX-NOT-FOUND           VALUE "35".
       01  WS-GEN-RUN-ID               PIC X(12) VALUE SPACES.
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".

       01  WS-ACCOUNT-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-ACCOUNT-INDEX            PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
               10  WS-MASTER-CODE      PIC X(08).
               10  WS-MASTER-DESC      PIC X(30).

      *> The close period's ACCTBUDG lines, one per account.
       01  WS-BUDGET-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-BUDGET-INDEX             PIC 9(03) COMP-5.
       01  WS-BUDGET-FOUND-SWITCH      PIC X(01).
           88  WS-BUDGET-FOUND                 VALUE "Y".
       01  WS-BUDGET-TABLE.
           05  WS-BUDGET-ENTRY OCCURS 100 TIMES.
               10  WS-BUDGET-CODE      PIC X(08).
               10  WS-BUDGET-AMOUNT    PIC S9(13)V99 COMP-3.
       01  WS-BUDGET-VARIANCE          PIC S9(13)V99 COMP-3.
       01  WS-BUDGET-PCT               PIC S9(04)V9 COMP-3.

      *> Retained (out-of-period) journal records staged for the
      *> roll; the cap matches a month of 50 accounts. The slot must
      *> hold the full 133-byte ACCTPTD record -- a short slot here
      *> would truncate every retained record on its way back.
       01  WS-KEEP-COUNT               PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-KEEP-INDEX               PIC 9(04) COMP-5.
       01  WS-KEEP-OVERFLOW            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-RECORD OCCURS 1500 TIMES
                                       PIC X(140).

       01  WS-PERIOD-NET-TOTAL         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  FILLER                  PIC X(12) VALUE "PERIOD NET: ".
           05  AN-NET                  PIC -9(13).99.

       01  WS-BUDGET-LINE.
           05  FILLER                  PIC X(08) VALUE "BUDGET: ".
           05  BL-BUDGET               PIC -9(13).99.
           05  FILLER                  PIC X(12) VALUE
               "  VARIANCE: ".
           05  BL-VARIANCE             PIC -9(13).99.
           05  FILLER                  PIC X(12) VALUE
               "  CONSUMED: ".
           05  BL-PCT                  PIC -ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".

       01  WS-TIE-LINE-1.
           05  FILLER                  PIC X(25) VALUE
               "PERIOD CONTROL (ACCTPTD):".
           MOVE WS-TODAY-DATE (1:6) TO WS-CLOSE-PERIOD
           PERFORM 1000-READ-CLOSE-PARM
           PERFORM 1500-LOAD-ACCOUNT-MASTER
           PERFORM 1800-LOAD-BUDGETS

           OPEN OUTPUT STATEMENT-FILE
           PERFORM 0300-OPEN-REPORT-GENERATION
           MOVE WS-CLOSE-PERIOD TO TI-PERIOD
           WRITE STATEMENT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-TITLE-LINE

           PERFORM 2000-LOAD-JOURNAL THRU 2000-DONE
           IF WS-MAX-RETURN-CODE < 16
               IF WS-ACCOUNT-COUNT = ZERO
                   WRITE STATEMENT-RECORD FROM WS-EMPTY-LINE
                   WRITE REPORT-GENERATION-RECORD FROM WS-EMPTY-LINE
                   MOVE 4 TO WS-MAX-RETURN-CODE
               ELSE
                   PERFORM 3000-PRINT-ONE-STATEMENT
               END-IF
           END-IF

           PERFORM 0350-CLOSE-REPORT-GENERATION
           CLOSE STATEMENT-FILE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           GOBACK
           .

      *> ------------------------------------------------------------
      *> One dated, run-ID-stamped generation of this report per
      *> submission, named TRPTNNN from the run ID's daily sequence
      *> and recorded in the RPTINDEX dataset -- so RPTDLVR asks the
      *> index for tonight's ACCTSTMT instead of sending whatever
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
           MOVE "TRPT000" TO WS-GEN-NAME
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
           MOVE "ACCTSTMT" TO RI-REPORT
           MOVE WS-GEN-RUN-ID TO RI-RUN-ID
           MOVE WS-TODAY-DATE TO RI-DATE
           MOVE WS-GEN-NAME TO RI-MEMBER
           WRITE REPORT-INDEX-RECORD
           CLOSE REPORT-INDEX
           .

       1000-READ-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM
           IF WS-CLSEPARM-FOUND
           EXIT
           .

       1800-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF WS-ACCTBUDG-FOUND
               PERFORM 1850-READ-BUDGET
               PERFORM 1900-LOAD-ONE-BUDGET THRU 1900-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-BUDGET-COUNT = 100
               CLOSE BUDGET-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       1850-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1900-LOAD-ONE-BUDGET.
           IF WS-END-OF-FILE
               GO TO 1900-EXIT
           END-IF
           IF BG-IN-PERIOD = WS-CLOSE-PERIOD
               AND BG-IN-AMOUNT IS NUMERIC
               ADD 1 TO WS-BUDGET-COUNT
               MOVE BG-IN-ACCOUNT TO WS-BUDGET-CODE (WS-BUDGET-COUNT)
               MOVE BG-IN-AMOUNT
                   TO WS-BUDGET-AMOUNT (WS-BUDGET-COUNT)
           END-IF
           PERFORM 1850-READ-BUDGET
           .
       1900-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> One pass over the journal: period records aggregate per
      *> account, out-of-period records stage for the roll.
           OPEN INPUT PERIOD-JOURNAL
           IF NOT WS-ACCTPTD-FOUND
               WRITE STATEMENT-RECORD FROM WS-NOFILE-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-NOFILE-LINE
               MOVE 16 TO WS-MAX-RETURN-CODE
               GO TO 2000-DONE
           END-IF

       3000-PRINT-ONE-STATEMENT.
           WRITE STATEMENT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-BLANK-LINE
           MOVE WS-ACCT-CODE (WS-ACCOUNT-INDEX) TO AH-CODE
           PERFORM 3100-NAME-ONE-ACCOUNT
           WRITE STATEMENT-RECORD FROM WS-ACCOUNT-HEAD-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-ACCOUNT-HEAD-LINE

           MOVE WS-ACCT-TX-COUNT (WS-ACCOUNT-INDEX) TO AL-TX-COUNT
           MOVE WS-ACCT-DEBITS (WS-ACCOUNT-INDEX)   TO AL-DEBITS
           MOVE WS-ACCT-CREDITS (WS-ACCOUNT-INDEX)  TO AL-CREDITS
           WRITE STATEMENT-RECORD FROM WS-ACTIVITY-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-ACTIVITY-LINE

           MOVE WS-ACCT-NET-A (WS-ACCOUNT-INDEX) TO ON-NET-A
           MOVE WS-ACCT-NET-S (WS-ACCOUNT-INDEX) TO ON-NET-S
           MOVE WS-ACCT-NET-M (WS-ACCOUNT-INDEX) TO ON-NET-M
           MOVE WS-ACCT-NET-D (WS-ACCOUNT-INDEX) TO ON-NET-D
           WRITE STATEMENT-RECORD FROM WS-OP-NET-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-OP-NET-LINE

           COMPUTE WS-ACCOUNT-NET =
               WS-ACCT-NET-A (WS-ACCOUNT-INDEX)
           ADD WS-ACCOUNT-NET TO WS-PERIOD-NET-TOTAL
           MOVE WS-ACCOUNT-NET TO AN-NET
           WRITE STATEMENT-RECORD FROM WS-ACCOUNT-NET-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-ACCOUNT-NET-LINE
           PERFORM 3300-PRINT-BUDGET-POSITION
           .

       3100-NAME-ONE-ACCOUNT.
           END-IF
           .

      *> Budget, variance (budget less period net), and percent of
      *> budget consumed -- the same figures BUDGRPT prints.
       3300-PRINT-BUDGET-POSITION.
           MOVE "N" TO WS-BUDGET-FOUND-SWITCH
           PERFORM 3400-MATCH-ONE-BUDGET
               VARYING WS-BUDGET-INDEX FROM 1 BY 1
               UNTIL WS-BUDGET-INDEX > WS-BUDGET-COUNT
                   OR WS-BUDGET-FOUND
           IF WS-BUDGET-FOUND
               SUBTRACT 1 FROM WS-BUDGET-INDEX
               MOVE WS-BUDGET-AMOUNT (WS-BUDGET-INDEX) TO BL-BUDGET
               COMPUTE WS-BUDGET-VARIANCE =
                   WS-BUDGET-AMOUNT (WS-BUDGET-INDEX) - WS-ACCOUNT-NET
               MOVE WS-BUDGET-VARIANCE TO BL-VARIANCE
               MOVE ZERO TO WS-BUDGET-PCT
               IF WS-BUDGET-AMOUNT (WS-BUDGET-INDEX) NOT = ZERO
                   COMPUTE WS-BUDGET-PCT ROUNDED =
                       WS-ACCOUNT-NET * 100
                       / WS-BUDGET-AMOUNT (WS-BUDGET-INDEX)
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-BUDGET-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-BUDGET-PCT TO BL-PCT
               WRITE STATEMENT-RECORD FROM WS-BUDGET-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-BUDGET-LINE
           END-IF
           .

       3400-MATCH-ONE-BUDGET.
           IF WS-BUDGET-CODE (WS-BUDGET-INDEX)
                   = WS-ACCT-CODE (WS-ACCOUNT-INDEX)
               SET WS-BUDGET-FOUND TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> The quarterly tie-out: the period's per-account nets summed
      *> must equal the sum of the period's CTLHIST night records --
           END-IF

           WRITE STATEMENT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-BLANK-LINE
           MOVE WS-PERIOD-NET-TOTAL TO T1-PERIOD-NET
           WRITE STATEMENT-RECORD FROM WS-TIE-LINE-1
           WRITE REPORT-GENERATION-RECORD FROM WS-TIE-LINE-1
           MOVE WS-CTLHIST-TOTAL TO T2-CTLHIST-NET
           WRITE STATEMENT-RECORD FROM WS-TIE-LINE-2
           WRITE REPORT-GENERATION-RECORD FROM WS-TIE-LINE-2
           COMPUTE WS-TIE-DIFFERENCE =
               WS-PERIOD-NET-TOTAL - WS-CTLHIST-TOTAL
           MOVE WS-TIE-DIFFERENCE TO T3-DIFFERENCE
               END-IF
           END-IF
           WRITE STATEMENT-RECORD FROM WS-TIE-LINE-3
           WRITE REPORT-GENERATION-RECORD FROM WS-TIE-LINE-3

           IF WS-ACCOUNT-OVERFLOW > ZERO
               MOVE "ACCTPTD" TO OV-TABLE-NAME
               MOVE WS-ACCOUNT-OVERFLOW TO OV-DROPPED-COUNT
               WRITE STATEMENT-RECORD FROM WS-OVERFLOW-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-OVERFLOW-LINE
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
               MOVE "RETAINED" TO OV-TABLE-NAME
               MOVE WS-KEEP-OVERFLOW TO OV-DROPPED-COUNT
               WRITE STATEMENT-RECORD FROM WS-OVERFLOW-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-OVERFLOW-LINE
               IF WS-MAX-RETURN-CODE < 8
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
