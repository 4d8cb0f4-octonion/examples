       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRCMP.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-10-02
      *> Purpose:       Golden-copy comparison for the REGRRUN
      *>                end-to-end regression of the nightly suite.
      *>                REGRRUN runs the whole schedule through
      *>                DAILY-BATCH-DRIVER against a fixed, versioned
      *>                test bed under a pinned PROCDATE and run ID;
      *>                this step then reads each output the bed
      *>                exercises -- ADDRPT, POSTFILE, ACCTPTD, FIBOUT,
      *>                FIBRES, GREETOUT, and BATCHRPT -- line by line
      *>                against its approved golden copy (DD G + the
      *>                first seven characters of the output's name)
      *>                and writes REGRRPT: PASS or FAIL per output,
      *>                its line counts, and the first five differing
      *>                lines (line number, first differing column,
      *>                golden and actual text). The only columns not
      *>                compared are an output's clock-time columns,
      *>                named in the output list below; with the date
      *>                and run ID pinned nothing else may move. An
      *>                output not produced, or one with no golden
      *>                copy yet, FAILs.
      *>                Re-approval: when a difference is an intended
      *>                change, the job is resubmitted with REGRAPRV
      *>                cards, one per output to re-approve -- the
      *>                output name in columns 1-8 and the reason in
      *>                columns 10-69. An output re-approves only
      *>                when it FAILed in this same run, was produced,
      *>                the card gives a reason, and the operator
      *>                signed on through OPERSIGN is at maintenance
      *>                level; its golden copy is then replaced by
      *>                this run's output. Every card writes an audit
      *>                line with the operator and reason to REGRAUD,
      *>                APPLIED or REJECTED - ...; an operator below
      *>                maintenance level re-approves nothing and
      *>                the refusal is audited. No card, no change:
      *>                a plain run only ever reads the golden
      *>                copies.
      *>                RETURN-CODE: 0 every output PASSed, 4 golden
      *>                copies were re-approved and everything else
      *>                PASSed, 8 an output FAILed or an approval card
      *>                was rejected, 16 approval refused (operator
      *>                below maintenance level).
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-10-02  dp  Initial version.
      *>   2026-10-03  dp  Audit and card lines built from working
      *>                   storage; the REGRAPRV record is no longer
      *>                   referenced after the file is closed.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTUAL-OUTPUT ASSIGN USING WS-ACTUAL-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.

           SELECT GOLDEN-COPY ASSIGN USING WS-GOLDEN-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-STATUS.

           SELECT APPROVAL-CARDS ASSIGN TO "REGRAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAPRV-STATUS.

           SELECT REGRESSION-REPORT ASSIGN TO "REGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT ASSIGN TO "REGRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAUD-STATUS.

           SELECT RUN-ID-IN ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTUAL-OUTPUT.
       01  ACTUAL-OUTPUT-RECORD        PIC X(133).

       FD  GOLDEN-COPY.
       01  GOLDEN-COPY-RECORD          PIC X(133).

       FD  APPROVAL-CARDS.
       01  APPROVAL-CARD-RECORD.
           05  AP-OUTPUT               PIC X(08).
           05  FILLER                  PIC X(01).
           05  AP-REASON               PIC X(60).

       FD  REGRESSION-REPORT.
       01  REGRESSION-REPORT-RECORD    PIC X(132).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(144).

       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACTUAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ACTUAL-FOUND                 VALUE "00".
       01  WS-GOLDEN-STATUS            PIC X(02) VALUE SPACES.
           88  WS-GOLDEN-FOUND                 VALUE "00".
       01  WS-REGRAPRV-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REGRAPRV-FOUND               VALUE "00".
       01  WS-REGRAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-REGRAUD-NOT-FOUND            VALUE "35".
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-ACTUAL-EOF-SWITCH        PIC X(01).
           88  WS-END-OF-ACTUAL                VALUE "Y".
       01  WS-GOLDEN-EOF-SWITCH        PIC X(01).
           88  WS-END-OF-GOLDEN                VALUE "Y".
       01  WS-ACTUAL-PRESENT-SWITCH    PIC X(01).
           88  WS-ACTUAL-PRESENT               VALUE "Y".
       01  WS-GOLDEN-PRESENT-SWITCH    PIC X(01).
           88  WS-GOLDEN-PRESENT               VALUE "Y".

       01  WS-ACTUAL-DD-NAME           PIC X(08).
       01  WS-GOLDEN-DD-NAME           PIC X(08).

      *> The outputs compared: output DD, golden-copy DD, and the
      *> clock-time columns left out of the comparison (start and
      *> length, zero for none). GREETOUT's 95-102 is HELLO's
      *> ACCEPT FROM TIME stamp; every other column of every output
      *> is fixed once PROCDATE and the run ID are pinned.
      *>        OUTPUT  GOLDEN  MASK
       01  WS-OUTPUT-LIST.
           05  FILLER                  PIC X(21) VALUE
               "ADDRPT  GADDRPT 00000".
           05  FILLER                  PIC X(21) VALUE
               "POSTFILEGPOSTFIL00000".
           05  FILLER                  PIC X(21) VALUE
               "ACCTPTD GACCTPTD00000".
           05  FILLER                  PIC X(21) VALUE
               "FIBOUT  GFIBOUT 00000".
           05  FILLER                  PIC X(21) VALUE
               "FIBRES  GFIBRES 00000".
           05  FILLER                  PIC X(21) VALUE
               "GREETOUTGGREETOU09508".
           05  FILLER                  PIC X(21) VALUE
               "BATCHRPTGBATCHRP00000".
       01  FILLER REDEFINES WS-OUTPUT-LIST.
           05  WS-OUTPUT OCCURS 7 TIMES.
               10  WS-OUT-DD-NAME      PIC X(08).
               10  WS-OUT-GOLDEN-DD    PIC X(08).
               10  WS-OUT-MASK-START   PIC 9(03).
               10  WS-OUT-MASK-LENGTH  PIC 9(02).
       01  WS-OUTPUT-COUNT             PIC 9(02) COMP-5 VALUE 7.
       01  WS-OUTPUT-INDEX             PIC 9(02) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".

      *> What the REGRAPRV cards asked for, by output
       01  WS-APPROVAL-TABLE.
           05  WS-APPROVAL OCCURS 7 TIMES.
               10  WS-APR-SWITCH       PIC X(01).
                   88  WS-APR-REQUESTED        VALUE "Y".
               10  WS-APR-REASON       PIC X(60).

      *> The card being taken, or the approval being applied; the
      *> audit and card lines are built from these, never from the
      *> REGRAPRV record, which is closed once the cards are loaded
       01  WS-APPROVAL-OUTPUT          PIC X(08).
       01  WS-APPROVAL-REASON          PIC X(60).

       01  WS-RESULT                   PIC X(12).
           88  WS-RESULT-PASS                  VALUE "PASS".
           88  WS-RESULT-FAIL                  VALUE "FAIL".
           88  WS-RESULT-APPROVED              VALUE "RE-APPROVED".
       01  WS-NOTE                     PIC X(40).
       01  WS-ACTUAL-LINES             PIC 9(06) COMP-5.
       01  WS-GOLDEN-LINES             PIC 9(06) COMP-5.
       01  WS-LINE-NUMBER              PIC 9(06) COMP-5.
       01  WS-DIFF-COUNT               PIC 9(06) COMP-5.
       01  WS-COPY-COUNT               PIC 9(06) COMP-5.

      *> One line from each side, as read and as compared
       01  WS-ACTUAL-LINE              PIC X(133).
       01  WS-GOLDEN-LINE              PIC X(133).
       01  WS-ACTUAL-MASKED            PIC X(133).
       01  WS-GOLDEN-MASKED            PIC X(133).
       01  WS-MASK-START               PIC 9(03) COMP-5.
       01  WS-MASK-LENGTH              PIC 9(02) COMP-5.
       01  WS-COLUMN                   PIC 9(03) COMP-5.
       01  WS-END-OF-FILE-TEXT         PIC X(133) VALUE
           "*** END OF FILE ***".

      *> The first differences found, kept to print under the
      *> output's result line
       01  WS-SHOWN-LIMIT              PIC 9(02) COMP-5 VALUE 5.
       01  WS-SHOWN-COUNT              PIC 9(02) COMP-5.
       01  WS-SHOWN-INDEX              PIC 9(02) COMP-5.
       01  WS-SHOWN-TABLE.
           05  WS-SHOWN OCCURS 5 TIMES.
               10  WS-SHOWN-LINE       PIC 9(06) COMP-5.
               10  WS-SHOWN-COLUMN     PIC 9(03) COMP-5.
               10  WS-SHOWN-GOLDEN     PIC X(133).
               10  WS-SHOWN-ACTUAL     PIC X(133).
       01  WS-WINDOW-START             PIC 9(03) COMP-5.

       01  WS-PASS-COUNT               PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-FAIL-COUNT               PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-APPROVED-COUNT           PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-APPROVAL-RUN-SWITCH      PIC X(01) VALUE "N".
           88  WS-APPROVAL-RUN                 VALUE "Y".
       01  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  WS-APPROVAL-REFUSED             VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-RUN-ID                   PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACTION               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OUTPUT               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-REASON               PIC X(60).

       01  WS-REPORT-HEADING           PIC X(132) VALUE
           "NIGHTLY SUITE REGRESSION -- OUTPUTS AGAINST GOLDEN COPIES".

       01  WS-RUN-LINE.
           05  FILLER                  PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  RL-DATE                 PIC X(08).
           05  FILLER                  PIC X(11) VALUE
               "   RUN ID: ".
           05  RL-RUN-ID               PIC X(12).

       01  WS-COLUMN-HEADING           PIC X(132) VALUE
           "OUTPUT    RESULT          LINES   GOLDEN   DIFFERENT  NOTE".

       01  WS-RESULT-LINE.
           05  RS-OUTPUT               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RS-RESULT               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RS-ACTUAL-LINES         PIC ZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RS-GOLDEN-LINES         PIC ZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RS-DIFF-COUNT           PIC ZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RS-NOTE                 PIC X(40).

       01  WS-DIFF-HEADING-LINE.
           05  FILLER                  PIC X(07) VALUE "  LINE ".
           05  DH-LINE                 PIC ZZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  COLUMN ".
           05  DH-COLUMN               PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE
               "  (TEXT FROM COLUMN ".
           05  DH-WINDOW               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE ")".

       01  WS-DIFF-TEXT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DT-SIDE                 PIC X(08).
           05  DT-TEXT                 PIC X(120).

       01  WS-CARD-LINE.
           05  FILLER                  PIC X(18) VALUE
               "APPROVAL CARD FOR ".
           05  CL-OUTPUT               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-DISPOSITION          PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "OUTPUTS: ".
           05  TL-OUTPUTS              PIC Z9.
           05  FILLER                  PIC X(11) VALUE "   PASSED: ".
           05  TL-PASSED               PIC Z9.
           05  FILLER                  PIC X(11) VALUE "   FAILED: ".
           05  TL-FAILED               PIC Z9.
           05  FILLER                  PIC X(16) VALUE
               "   RE-APPROVED: ".
           05  TL-APPROVED             PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-APPROVALS THRU 1500-EXIT

           PERFORM 2000-CHECK-ONE-OUTPUT
               VARYING WS-OUTPUT-INDEX FROM 1 BY 1
               UNTIL WS-OUTPUT-INDEX > WS-OUTPUT-COUNT

           PERFORM 8000-PRINT-TOTALS
           IF WS-APPROVAL-RUN
               CLOSE MAINT-AUDIT
           END-IF
           CLOSE REGRESSION-REPORT

           IF WS-APPROVED-COUNT > ZERO
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > ZERO
               OR WS-REJECT-COUNT > ZERO
               MOVE 8 TO WS-MAX-RETURN-CODE
           END-IF
           IF WS-APPROVAL-REFUSED
               MOVE 16 TO WS-MAX-RETURN-CODE
           END-IF
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> The pinned date and run ID the bed ran under head the report,
      *> so a run that somehow missed its pin shows it at a glance.
       1000-INITIALIZE.
           CALL "BUSDATE" USING WS-TODAY-DATE
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
           MOVE SPACES TO WS-APPROVAL-TABLE
           OPEN OUTPUT REGRESSION-REPORT
           WRITE REGRESSION-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-TODAY-DATE TO RL-DATE
           MOVE WS-RUN-ID TO RL-RUN-ID
           WRITE REGRESSION-REPORT-RECORD FROM WS-RUN-LINE
           MOVE SPACES TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD FROM WS-COLUMN-HEADING
           .

      *> No REGRAPRV, no approvals: the plain comparison never signs
      *> anybody on and never opens the audit trail.
       1500-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-CARDS
           IF NOT WS-REGRAPRV-FOUND
               GO TO 1500-EXIT
           END-IF
           SET WS-APPROVAL-RUN TO TRUE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           OPEN EXTEND MAINT-AUDIT
           IF WS-REGRAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF NOT WS-MAINT-LEVEL
      *> re-approving a golden copy demands maintenance level; the
      *> refusal is the only thing the audit trail records for this
      *> run, and the comparison still runs and reports
               SET WS-APPROVAL-REFUSED TO TRUE
               PERFORM 9400-REFUSE-RUN
               CLOSE APPROVAL-CARDS
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1600-READ-CARD
           PERFORM 1700-TAKE-ONE-CARD
               UNTIL WS-END-OF-FILE
           CLOSE APPROVAL-CARDS
           .
       1500-EXIT.
           EXIT
           .

       1600-READ-CARD.
           READ APPROVAL-CARDS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> A card for an output not on the list, or with no reason, is
      *> rejected here; whether a known output may be re-approved is
      *> only decided once it has been compared.
       1700-TAKE-ONE-CARD.
           MOVE AP-OUTPUT TO WS-APPROVAL-OUTPUT
           MOVE AP-REASON TO WS-APPROVAL-REASON
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1710-MATCH-ONE-OUTPUT
               VARYING WS-OUTPUT-INDEX FROM 1 BY 1
               UNTIL WS-OUTPUT-INDEX > WS-OUTPUT-COUNT
                   OR WS-MATCH-FOUND
           SUBTRACT 1 FROM WS-OUTPUT-INDEX
           EVALUATE TRUE
               WHEN NOT WS-MATCH-FOUND
                   MOVE "REJECTED - UNKNOWN OUTPUT"
                       TO AU-DISPOSITION
                   PERFORM 9300-REJECT-CARD
               WHEN WS-APPROVAL-REASON = SPACES
                   MOVE "REJECTED - NO REASON GIVEN"
                       TO AU-DISPOSITION
                   PERFORM 9300-REJECT-CARD
               WHEN OTHER
                   MOVE "Y" TO WS-APR-SWITCH (WS-OUTPUT-INDEX)
                   MOVE WS-APPROVAL-REASON
                       TO WS-APR-REASON (WS-OUTPUT-INDEX)
           END-EVALUATE
           PERFORM 1600-READ-CARD
           .

       1710-MATCH-ONE-OUTPUT.
           IF WS-OUT-DD-NAME (WS-OUTPUT-INDEX) = WS-APPROVAL-OUTPUT
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> Both files are read in step; once one side runs out, every
      *> line the other side still has is a difference.
       2000-CHECK-ONE-OUTPUT.
           MOVE WS-OUT-DD-NAME (WS-OUTPUT-INDEX) TO WS-ACTUAL-DD-NAME
           MOVE WS-OUT-GOLDEN-DD (WS-OUTPUT-INDEX)
               TO WS-GOLDEN-DD-NAME
           MOVE WS-OUT-MASK-START (WS-OUTPUT-INDEX) TO WS-MASK-START
           MOVE WS-OUT-MASK-LENGTH (WS-OUTPUT-INDEX) TO WS-MASK-LENGTH
           MOVE ZERO TO WS-ACTUAL-LINES
           MOVE ZERO TO WS-GOLDEN-LINES
           MOVE ZERO TO WS-LINE-NUMBER
           MOVE ZERO TO WS-DIFF-COUNT
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE SPACES TO WS-NOTE
           MOVE "Y" TO WS-ACTUAL-EOF-SWITCH
           MOVE "Y" TO WS-GOLDEN-EOF-SWITCH
           MOVE "N" TO WS-ACTUAL-PRESENT-SWITCH
           MOVE "N" TO WS-GOLDEN-PRESENT-SWITCH

           OPEN INPUT ACTUAL-OUTPUT
           IF WS-ACTUAL-FOUND
               SET WS-ACTUAL-PRESENT TO TRUE
               MOVE "N" TO WS-ACTUAL-EOF-SWITCH
               PERFORM 2110-READ-ACTUAL
           ELSE
               MOVE "OUTPUT NOT PRODUCED" TO WS-NOTE
           END-IF
           OPEN INPUT GOLDEN-COPY
           IF WS-GOLDEN-FOUND
               SET WS-GOLDEN-PRESENT TO TRUE
               MOVE "N" TO WS-GOLDEN-EOF-SWITCH
               PERFORM 2120-READ-GOLDEN
           ELSE
               IF WS-NOTE = SPACES
                   MOVE "NO GOLDEN COPY" TO WS-NOTE
               END-IF
           END-IF

           PERFORM 2100-COMPARE-ONE-LINE
               UNTIL WS-END-OF-ACTUAL
                   AND WS-END-OF-GOLDEN
           IF WS-ACTUAL-PRESENT
               CLOSE ACTUAL-OUTPUT
           END-IF
           IF WS-GOLDEN-PRESENT
               CLOSE GOLDEN-COPY
           END-IF

           IF WS-DIFF-COUNT = ZERO
               AND WS-ACTUAL-PRESENT
               AND WS-GOLDEN-PRESENT
               SET WS-RESULT-PASS TO TRUE
               IF WS-MASK-LENGTH > ZERO
                   MOVE SPACES TO WS-NOTE
                   STRING "COLUMNS " WS-OUT-MASK-START (WS-OUTPUT-INDEX)
                       " FOR " WS-OUT-MASK-LENGTH (WS-OUTPUT-INDEX)
                       " NOT COMPARED"
                       DELIMITED BY SIZE INTO WS-NOTE
               END-IF
           ELSE
               SET WS-RESULT-FAIL TO TRUE
           END-IF

           IF WS-APR-REQUESTED (WS-OUTPUT-INDEX)
               PERFORM 2500-APPROVE-OUTPUT THRU 2500-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-RESULT-PASS
                   ADD 1 TO WS-PASS-COUNT
               WHEN WS-RESULT-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           PERFORM 3000-PRINT-RESULT
           .

       2100-COMPARE-ONE-LINE.
           ADD 1 TO WS-LINE-NUMBER
           IF WS-END-OF-ACTUAL
               MOVE WS-END-OF-FILE-TEXT TO WS-ACTUAL-LINE
           END-IF
           IF WS-END-OF-GOLDEN
               MOVE WS-END-OF-FILE-TEXT TO WS-GOLDEN-LINE
           END-IF
           MOVE WS-ACTUAL-LINE TO WS-ACTUAL-MASKED
           MOVE WS-GOLDEN-LINE TO WS-GOLDEN-MASKED
           IF WS-MASK-LENGTH > ZERO
               AND NOT WS-END-OF-ACTUAL
               AND NOT WS-END-OF-GOLDEN
               MOVE SPACES
                   TO WS-ACTUAL-MASKED (WS-MASK-START:WS-MASK-LENGTH)
               MOVE SPACES
                   TO WS-GOLDEN-MASKED (WS-MASK-START:WS-MASK-LENGTH)
           END-IF
           IF WS-ACTUAL-MASKED NOT = WS-GOLDEN-MASKED
               ADD 1 TO WS-DIFF-COUNT
               IF WS-SHOWN-COUNT < WS-SHOWN-LIMIT
                   PERFORM 2200-KEEP-DIFFERENCE
               END-IF
           END-IF
           IF NOT WS-END-OF-ACTUAL
               PERFORM 2110-READ-ACTUAL
           END-IF
           IF NOT WS-END-OF-GOLDEN
               PERFORM 2120-READ-GOLDEN
           END-IF
           .

       2110-READ-ACTUAL.
           READ ACTUAL-OUTPUT INTO WS-ACTUAL-LINE
               AT END
                   SET WS-END-OF-ACTUAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACTUAL-LINES
           END-READ
           .

       2120-READ-GOLDEN.
           READ GOLDEN-COPY INTO WS-GOLDEN-LINE
               AT END
                   SET WS-END-OF-GOLDEN TO TRUE
               NOT AT END
                   ADD 1 TO WS-GOLDEN-LINES
           END-READ
           .

       2200-KEEP-DIFFERENCE.
           ADD 1 TO WS-SHOWN-COUNT
           MOVE 1 TO WS-COLUMN
           PERFORM 2210-NEXT-COLUMN
               UNTIL WS-COLUMN > 133
                   OR WS-ACTUAL-MASKED (WS-COLUMN:1)
                       NOT = WS-GOLDEN-MASKED (WS-COLUMN:1)
           MOVE WS-LINE-NUMBER TO WS-SHOWN-LINE (WS-SHOWN-COUNT)
           MOVE WS-COLUMN TO WS-SHOWN-COLUMN (WS-SHOWN-COUNT)
           MOVE WS-GOLDEN-LINE TO WS-SHOWN-GOLDEN (WS-SHOWN-COUNT)
           MOVE WS-ACTUAL-LINE TO WS-SHOWN-ACTUAL (WS-SHOWN-COUNT)
           .

       2210-NEXT-COLUMN.
           ADD 1 TO WS-COLUMN
           .

      *> A golden copy is only ever replaced by an output this run
      *> produced and found different, on a carded reason, by a
      *> maintenance-level operator (1500 already turned any lower
      *> level away).
       2500-APPROVE-OUTPUT.
           MOVE WS-OUT-DD-NAME (WS-OUTPUT-INDEX) TO WS-APPROVAL-OUTPUT
           MOVE WS-APR-REASON (WS-OUTPUT-INDEX) TO WS-APPROVAL-REASON
           IF WS-RESULT-PASS
               MOVE "REJECTED - NO DIFFERENCES" TO AU-DISPOSITION
               PERFORM 9300-REJECT-CARD
               GO TO 2500-EXIT
           END-IF
           IF NOT WS-ACTUAL-PRESENT
               MOVE "REJECTED - NOT PRODUCED" TO AU-DISPOSITION
               PERFORM 9300-REJECT-CARD
               GO TO 2500-EXIT
           END-IF

           MOVE ZERO TO WS-COPY-COUNT
           OPEN INPUT ACTUAL-OUTPUT
           OPEN OUTPUT GOLDEN-COPY
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2510-READ-FOR-COPY
           PERFORM 2520-COPY-ONE-LINE
               UNTIL WS-END-OF-FILE
           CLOSE ACTUAL-OUTPUT
           CLOSE GOLDEN-COPY

           SET WS-RESULT-APPROVED TO TRUE
           MOVE SPACES TO WS-NOTE
           STRING "GOLDEN COPY REPLACED BY " WS-OPERATOR-CODE
               DELIMITED BY SIZE INTO WS-NOTE
           MOVE "APPLIED" TO AU-DISPOSITION
           PERFORM 9200-WRITE-AUDIT
           .
       2500-EXIT.
           EXIT
           .

       2510-READ-FOR-COPY.
           READ ACTUAL-OUTPUT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2520-COPY-ONE-LINE.
           WRITE GOLDEN-COPY-RECORD FROM ACTUAL-OUTPUT-RECORD
           ADD 1 TO WS-COPY-COUNT
           PERFORM 2510-READ-FOR-COPY
           .

       3000-PRINT-RESULT.
           MOVE WS-OUT-DD-NAME (WS-OUTPUT-INDEX) TO RS-OUTPUT
           MOVE WS-RESULT       TO RS-RESULT
           MOVE WS-ACTUAL-LINES TO RS-ACTUAL-LINES
           MOVE WS-GOLDEN-LINES TO RS-GOLDEN-LINES
           MOVE WS-DIFF-COUNT   TO RS-DIFF-COUNT
           MOVE WS-NOTE         TO RS-NOTE
           WRITE REGRESSION-REPORT-RECORD FROM WS-RESULT-LINE
           PERFORM 3100-PRINT-ONE-DIFFERENCE
               VARYING WS-SHOWN-INDEX FROM 1 BY 1
               UNTIL WS-SHOWN-INDEX > WS-SHOWN-COUNT
           IF WS-DIFF-COUNT > WS-SHOWN-COUNT
               MOVE SPACES TO WS-DIFF-TEXT-LINE
               MOVE "... FURTHER DIFFERENCES NOT SHOWN" TO DT-TEXT
               WRITE REGRESSION-REPORT-RECORD FROM WS-DIFF-TEXT-LINE
           END-IF
           MOVE SPACES TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           .

      *> The text shown starts ten columns ahead of the first
      *> difference, so a difference past column 120 still shows.
       3100-PRINT-ONE-DIFFERENCE.
           MOVE 1 TO WS-WINDOW-START
           IF WS-SHOWN-COLUMN (WS-SHOWN-INDEX) > 11
               COMPUTE WS-WINDOW-START =
                   WS-SHOWN-COLUMN (WS-SHOWN-INDEX) - 10
           END-IF
           IF WS-WINDOW-START > 14
               MOVE 14 TO WS-WINDOW-START
           END-IF
           MOVE WS-SHOWN-LINE (WS-SHOWN-INDEX)   TO DH-LINE
           MOVE WS-SHOWN-COLUMN (WS-SHOWN-INDEX) TO DH-COLUMN
           MOVE WS-WINDOW-START                  TO DH-WINDOW
           WRITE REGRESSION-REPORT-RECORD FROM WS-DIFF-HEADING-LINE
           MOVE "GOLDEN: " TO DT-SIDE
           MOVE WS-SHOWN-GOLDEN (WS-SHOWN-INDEX) (WS-WINDOW-START:120)
               TO DT-TEXT
           WRITE REGRESSION-REPORT-RECORD FROM WS-DIFF-TEXT-LINE
           MOVE "ACTUAL: " TO DT-SIDE
           MOVE WS-SHOWN-ACTUAL (WS-SHOWN-INDEX) (WS-WINDOW-START:120)
               TO DT-TEXT
           WRITE REGRESSION-REPORT-RECORD FROM WS-DIFF-TEXT-LINE
           .

       8000-PRINT-TOTALS.
           MOVE WS-OUTPUT-COUNT   TO TL-OUTPUTS
           MOVE WS-PASS-COUNT     TO TL-PASSED
           MOVE WS-FAIL-COUNT     TO TL-FAILED
           MOVE WS-APPROVED-COUNT TO TL-APPROVED
           WRITE REGRESSION-REPORT-RECORD FROM WS-TOTAL-LINE
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE  TO AU-DATE
           MOVE WS-CURRENT-TIME  TO AU-TIME
           MOVE "APR"            TO AU-ACTION
           MOVE WS-APPROVAL-OUTPUT TO AU-OUTPUT
           MOVE WS-RUN-ID        TO AU-RUN-ID
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           MOVE WS-APPROVAL-REASON TO AU-REASON
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .

      *> A rejected card is audited and listed where it is decided;
      *> the output's own result line is unaffected.
       9300-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 9200-WRITE-AUDIT
           MOVE WS-APPROVAL-OUTPUT TO CL-OUTPUT
           MOVE AU-DISPOSITION TO CL-DISPOSITION
           WRITE REGRESSION-REPORT-RECORD FROM WS-CARD-LINE
           .

       9400-REFUSE-RUN.
           MOVE SPACES TO WS-AUDIT-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE WS-RUN-ID TO AU-RUN-ID
           MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE "(ALL)" TO CL-OUTPUT
           MOVE AU-DISPOSITION TO CL-DISPOSITION
           WRITE REGRESSION-REPORT-RECORD FROM WS-CARD-LINE
           .
       END PROGRAM REGRCMP.
