       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERASE.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-18
      *> Purpose:       Recipient right-to-erasure. RECMMNT's DEL only
      *>                makes a recipient inactive; a recipient who has
      *>                asked to be forgotten must disappear from every
      *>                greeting dataset we hold. Driven by ERASCARD
      *>                cards, one per recipient:
      *>                  ERASE name
      *>                processed by a signed-on operator (OPERSIGN;
      *>                below maintenance level the run is refused,
      *>                RC 16). Each recipient is given a token --
      *>                "ERASED-" and the next erasure register
      *>                sequence, so nothing of the name survives in
      *>                it -- and every dataset streams through the
      *>                ERASWK work file and is copied back in place:
      *>                  RECMAST   the recipient's rows are removed
      *>                  RECMAUD   name tokenised; occasion dates
      *>                            and contact blanked
      *>                  GREETOUT  name tokenised; greeting text
      *>                            (which carries the name) blanked
      *>                  GREETLST  name tokenised (controlled or
      *>                            legacy list)
      *>                  GREETDLH  name tokenised; contact blanked
      *>                  GREETBNC  name tokenised; contact blanked
      *>                  NOTIFYQ   GREETING messages still queued to
      *>                            the recipient's contact removed
      *>                A dataset not present is noted and skipped.
      *>                Retained generations are carded on ERASGEN,
      *>                  GREETLST ddname  tokenised like GREETLST
      *>                  CTLSNAP  ddname  scanned only
      *>                each ddname supplied by the submitting job. A
      *>                snapshot is never rewritten (its manifest hash
      *>                would no longer prove); every generation that
      *>                still holds an erased name is listed on ERASRPT
      *>                so it can be aged out. Each recipient gets an
      *>                erasure certificate on the ERASREG register --
      *>                token, date, time, operator, datasets touched,
      *>                and the record count per dataset, with no
      *>                personal data -- and an "ERA" line on RECMAUD
      *>                under the token. ERASRPT names recipients by
      *>                token only, and the ERASCARD deck is emptied
      *>                once processed, so the run leaves no copy of
      *>                the name behind. ERRLOG entries:
      *>                  ERA001 W  snapshots still hold an erased name
      *>                  ERA002 E  erasure or generation card rejected
      *>                  ERA003 W  carded generation not present
      *>                RETURN-CODE: 4 snapshots to age out or a
      *>                generation not present, 8 when any card was
      *>                rejected, 12 when ERASCARD is not present, 16
      *>                when the run is refused.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-18  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-CARDS ASSIGN TO "ERASCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASCARD-STATUS.

           SELECT GENERATION-CARDS ASSIGN TO "ERASGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASGEN-STATUS.

           SELECT SCRUB-FILE ASSIGN USING WS-SCRUB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.

           SELECT ERASE-WORK ASSIGN TO "ERASWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASWK-STATUS.

           SELECT ERASE-REGISTER ASSIGN TO "ERASREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASREG-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "RECMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECMAUD-STATUS.

           SELECT ERASE-REPORT ASSIGN TO "ERASRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-CARDS.
       01  ERASE-CARD-RECORD.
           05  EC-ACTION               PIC X(05).
               88  EC-ACTION-ERASE             VALUE "ERASE".
           05  FILLER                  PIC X(01).
           05  EC-NAME                 PIC X(20).

       FD  GENERATION-CARDS.
       01  GENERATION-CARD-RECORD.
           05  GC-KIND                 PIC X(08).
               88  GC-KIND-GREETLST            VALUE "GREETLST".
               88  GC-KIND-SNAPSHOT            VALUE "CTLSNAP".
           05  FILLER                  PIC X(01).
           05  GC-DD-NAME              PIC X(08).

      *> every greeting dataset streams through this one record; the
      *> name, contact, and text columns are addressed by position
       FD  SCRUB-FILE.
       01  SCRUB-RECORD                PIC X(160).

       FD  ERASE-WORK.
       01  ERASE-WORK-RECORD           PIC X(160).

       FD  ERASE-REGISTER.
       01  ERASE-REGISTER-RECORD.
           05  ER-IN-TOKEN.
               10  FILLER              PIC X(07).
               10  ER-IN-SEQ           PIC X(06).
           05  FILLER                  PIC X(147).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(150).

       FD  ERASE-REPORT.
       01  ERASE-REPORT-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-ERASCARD-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ERASCARD-FOUND               VALUE "00".
       01  WS-ERASGEN-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ERASGEN-FOUND                VALUE "00".
       01  WS-SCRUB-STATUS             PIC X(02) VALUE SPACES.
           88  WS-SCRUB-FOUND                  VALUE "00".
       01  WS-ERASWK-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ERASREG-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ERASREG-FOUND                VALUE "00".
           88  WS-ERASREG-NOT-FOUND            VALUE "35".
       01  WS-RECMAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RECMAUD-NOT-FOUND            VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-SCRUB-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-END-OF-SCRUB                 VALUE "Y".

      *> the datasets in processing order, with the column the name
      *> starts in (NOTIFYQ: the contact); RECMAST runs first so the
      *> recipient's contacts are known before NOTIFYQ is reached
       01  WS-DATASET-LIST.
           05  FILLER                  PIC X(11) VALUE "RECMAST 001".
           05  FILLER                  PIC X(11) VALUE "RECMAUD 023".
           05  FILLER                  PIC X(11) VALUE "GREETOUT004".
           05  FILLER                  PIC X(11) VALUE "GREETLST006".
           05  FILLER                  PIC X(11) VALUE "GREETDLH030".
           05  FILLER                  PIC X(11) VALUE "GREETBNC017".
           05  FILLER                  PIC X(11) VALUE "NOTIFYQ 014".
       01  FILLER REDEFINES WS-DATASET-LIST.
           05  WS-DATASET OCCURS 7 TIMES.
               10  WS-DS-NAME          PIC X(08).
               10  WS-DS-OFFSET        PIC 9(03).

       01  WS-KIND                     PIC 9(02) COMP-5.
           88  WS-KIND-RECMAST                 VALUE 1.
           88  WS-KIND-RECMAUD                 VALUE 2.
           88  WS-KIND-GREETOUT                VALUE 3.
           88  WS-KIND-GREETLST                VALUE 4.
           88  WS-KIND-GREETDLH                VALUE 5.
           88  WS-KIND-GREETBNC                VALUE 6.
           88  WS-KIND-NOTIFYQ                 VALUE 7.
       01  WS-KIND-COUNT               PIC 9(02) COMP-5 VALUE 7.
       01  WS-SCRUB-NAME               PIC X(08).
       01  WS-NAME-OFFSET              PIC 9(03) COMP-5.
       01  WS-FILE-CHANGES             PIC 9(06) COMP-5.

       01  WS-ERASE-MAX                PIC 9(02) COMP-5 VALUE 20.
       01  WS-ERASE-COUNT              PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-ERASE-INDEX              PIC 9(02) COMP-5.
       01  WS-CONTACT-INDEX            PIC 9(02) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".

       01  WS-ERASE-TABLE.
           05  WS-ERASE-ENTRY OCCURS 20 TIMES.
               10  WS-ERA-NAME         PIC X(20).
               10  WS-ERA-LENGTH       PIC 9(02) COMP-5.
               10  WS-ERA-TOKEN.
                   15  WS-ERA-TOKEN-PREFIX
                                       PIC X(07).
                   15  WS-ERA-TOKEN-SEQ
                                       PIC 9(06).
               10  WS-ERA-CONTACT-COUNT
                                       PIC 9(02) COMP-5.
               10  WS-ERA-CONTACT OCCURS 5 TIMES
                                       PIC X(20).
               10  WS-ERA-FILE-HITS    PIC 9(06) COMP-5.
               10  WS-ERA-DATASETS     PIC 9(02) COMP-5.
               10  WS-ERA-SNAP-GENS    PIC 9(03) COMP-5.
               10  WS-ERA-RECORDS OCCURS 7 TIMES
                                       PIC 9(06) COMP-5.

       01  WS-REVERSED-NAME            PIC X(20).
       01  WS-TRAILING-SPACES          PIC 9(02) COMP-5.
       01  WS-HIT-COUNT                PIC 9(04) COMP-5.
       01  WS-LAST-SEQ                 PIC 9(06) VALUE ZERO.
       01  WS-CARD-NUMBER              PIC 9(03) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-GEN-MISSING-COUNT        PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-SNAP-HOLD-COUNT          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "RECERASE".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-COUNT-MESSAGE.
           05  EM-COUNT                PIC Z(05)9.
           05  EM-TEXT                 PIC X(54).

      *> the erasure certificate -- no personal data
       01  WS-REGISTER-LINE.
           05  ER-TOKEN                PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ER-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ER-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ER-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ER-DATASETS             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ER-SNAP-GENS            PIC 9(03).
           05  ER-DATASET-COUNT OCCURS 7 TIMES.
               10  FILLER              PIC X(01).
               10  ER-DS-NAME          PIC X(08).
               10  FILLER              PIC X(01).
               10  ER-DS-RECORDS       PIC 9(06).

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACTION               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-NAME                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-LOCALE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-EFF-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-EXP-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-BIRTH-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-SERVICE-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-CONTACT              PIC X(20).

       01  WS-REPORT-HEADING           PIC X(110) VALUE
           "RECIPIENT ERASURE -- CERTIFICATES AND SNAPSHOTS TO AGE OUT".

       01  WS-REPORT-RUN-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RR-DATE                 PIC X(08).
           05  FILLER                  PIC X(12) VALUE
               "  OPERATOR: ".
           05  RR-OPERATOR             PIC X(08).

       01  WS-CARD-LINE.
           05  CL-DECK                 PIC X(09).
           05  FILLER                  PIC X(05) VALUE "CARD ".
           05  CL-NUMBER               PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-DISPOSITION          PIC X(40).

       01  WS-NOFILE-LINE.
           05  FILLER          PIC X(21) VALUE "DATASET NOT PRESENT: ".
           05  NF-FILE-NAME            PIC X(08).

       01  WS-SNAPSHOT-LINE.
           05  FILLER                  PIC X(09) VALUE "SNAPSHOT ".
           05  SL-GENERATION           PIC X(08).
           05  FILLER                  PIC X(13) VALUE
               " STILL HOLDS ".
           05  SL-TOKEN                PIC X(13).
           05  FILLER                  PIC X(04) VALUE " IN ".
           05  SL-RECORDS              PIC ZZZZZ9.
           05  FILLER                  PIC X(22) VALUE
               " RECORDS -- AGE IT OUT".

       01  WS-CERTIFICATE-LINE.
           05  FILLER                  PIC X(12) VALUE "CERTIFICATE ".
           05  CT-TOKEN                PIC X(13).
           05  FILLER                  PIC X(20) VALUE
               "  DATASETS TOUCHED: ".
           05  CT-DATASETS             PIC Z9.
           05  FILLER                  PIC X(32) VALUE
               "  SNAPSHOT GENERATIONS HOLDING: ".
           05  CT-SNAP-GENS            PIC ZZ9.

       01  WS-CERT-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CD-DATASET              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CD-ACTION               PIC X(18).
           05  CD-RECORDS              PIC ZZZZZ9.

       01  WS-REFUSED-LINE             PIC X(110) VALUE
           "RUN REFUSED - NOT MAINT LEVEL -- NOTHING ERASED".

       01  WS-NOCARD-LINE              PIC X(110) VALUE
           "ERASCARD NOT PRESENT -- NOTHING ERASED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT ERASE-REPORT
           WRITE ERASE-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-CURRENT-DATE  TO RR-DATE
           MOVE WS-OPERATOR-CODE TO RR-OPERATOR
           WRITE ERASE-REPORT-RECORD FROM WS-REPORT-RUN-LINE

           OPEN INPUT ERASE-CARDS
           IF WS-ERASCARD-FOUND
               IF NOT WS-MAINT-LEVEL
                   PERFORM 9400-REFUSE-RUN
                   CLOSE ERASE-CARDS
                   MOVE 16 TO WS-MAX-RETURN-CODE
               ELSE
                   PERFORM 1000-LOAD-CARDS
                   CLOSE ERASE-CARDS
                   IF WS-ERASE-COUNT > ZERO
                       PERFORM 1500-ASSIGN-TOKENS
                       PERFORM 2000-SCRUB-FIXED-DATASETS
                       PERFORM 3000-PROCESS-GENERATIONS
                       PERFORM 4000-CERTIFY-ERASURES
                   END-IF
      *> the deck names the recipients; it must not outlive the run
                   OPEN OUTPUT ERASE-CARDS
                   CLOSE ERASE-CARDS
                   PERFORM 5000-SET-RETURN-CODE
               END-IF
           ELSE
               WRITE ERASE-REPORT-RECORD FROM WS-NOCARD-LINE
               MOVE 12 TO WS-MAX-RETURN-CODE
           END-IF
           CLOSE ERASE-REPORT

           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> ------------------------------------------------------------
      *> One entry per recipient; a name carded twice is erased once.
      *> Rejections are reported by card number -- the report never
      *> carries a name.
      *> ------------------------------------------------------------
       1000-LOAD-CARDS.
           MOVE "ERASCARD" TO CL-DECK
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1100-READ-CARD
           PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
               UNTIL WS-END-OF-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .

       1100-READ-CARD.
           READ ERASE-CARDS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-CARD.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-CARD-NUMBER
           MOVE WS-CARD-NUMBER TO CL-NUMBER
           IF NOT EC-ACTION-ERASE
               MOVE "REJECTED - UNKNOWN ACTION" TO CL-DISPOSITION
               PERFORM 9500-REJECT-CARD
               GO TO 1200-NEXT
           END-IF
           IF EC-NAME = SPACES
               MOVE "REJECTED - BLANK NAME" TO CL-DISPOSITION
               PERFORM 9500-REJECT-CARD
               GO TO 1200-NEXT
           END-IF
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1300-MATCH-CARDED-NAME
               VARYING WS-ERASE-INDEX FROM 1 BY 1
               UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               MOVE "DUPLICATE - ERASED ONCE" TO CL-DISPOSITION
               WRITE ERASE-REPORT-RECORD FROM WS-CARD-LINE
               GO TO 1200-NEXT
           END-IF
           IF WS-ERASE-COUNT = WS-ERASE-MAX
               MOVE "REJECTED - TABLE FULL, RECARD NEXT RUN"
                   TO CL-DISPOSITION
               PERFORM 9500-REJECT-CARD
               GO TO 1200-NEXT
           END-IF
           ADD 1 TO WS-ERASE-COUNT
           INITIALIZE WS-ERASE-ENTRY (WS-ERASE-COUNT)
           MOVE EC-NAME TO WS-ERA-NAME (WS-ERASE-COUNT)
           MOVE FUNCTION REVERSE (EC-NAME) TO WS-REVERSED-NAME
           MOVE ZERO TO WS-TRAILING-SPACES
           INSPECT WS-REVERSED-NAME
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACE
           COMPUTE WS-ERA-LENGTH (WS-ERASE-COUNT) =
               20 - WS-TRAILING-SPACES
           .
       1200-NEXT.
           PERFORM 1100-READ-CARD
           .
       1200-EXIT.
           EXIT
           .

       1300-MATCH-CARDED-NAME.
           IF WS-ERA-NAME (WS-ERASE-INDEX) = EC-NAME
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> Tokens continue the register's sequence, so a token is
      *> never reused and says nothing about the name behind it.
       1500-ASSIGN-TOKENS.
           OPEN INPUT ERASE-REGISTER
           IF WS-ERASREG-FOUND
               PERFORM 1600-READ-REGISTER
                   UNTIL WS-END-OF-FILE
               CLOSE ERASE-REGISTER
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           PERFORM 1700-ASSIGN-ONE-TOKEN
               VARYING WS-ERASE-INDEX FROM 1 BY 1
               UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
           .

       1600-READ-REGISTER.
           READ ERASE-REGISTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ER-IN-SEQ IS NUMERIC
                       MOVE ER-IN-SEQ TO WS-LAST-SEQ
                   END-IF
           END-READ
           .

       1700-ASSIGN-ONE-TOKEN.
           ADD 1 TO WS-LAST-SEQ
           MOVE "ERASED-" TO WS-ERA-TOKEN-PREFIX (WS-ERASE-INDEX)
           MOVE WS-LAST-SEQ TO WS-ERA-TOKEN-SEQ (WS-ERASE-INDEX)
           .

      *> ------------------------------------------------------------
      *> Each dataset streams to ERASWK with the erased recipients
      *> removed or tokenised on the way through, and is copied back
      *> only when something changed.
      *> ------------------------------------------------------------
       2000-SCRUB-FIXED-DATASETS.
           PERFORM 2050-SCRUB-FIXED-DATASET
               VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-COUNT
           .

       2050-SCRUB-FIXED-DATASET.
           MOVE WS-DS-NAME (WS-KIND) TO WS-SCRUB-NAME
           PERFORM 2100-SCRUB-DATASET THRU 2100-EXIT
           .

       2100-SCRUB-DATASET.
           OPEN INPUT SCRUB-FILE
           IF NOT WS-SCRUB-FOUND
               MOVE WS-SCRUB-NAME TO NF-FILE-NAME
               WRITE ERASE-REPORT-RECORD FROM WS-NOFILE-LINE
               GO TO 2100-EXIT
           END-IF
           MOVE WS-DS-OFFSET (WS-KIND) TO WS-NAME-OFFSET
           MOVE ZERO TO WS-FILE-CHANGES
           PERFORM 2150-RESET-FILE-HITS
               VARYING WS-ERASE-INDEX FROM 1 BY 1
               UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
           OPEN OUTPUT ERASE-WORK
           MOVE "N" TO WS-SCRUB-EOF-SWITCH
           PERFORM 2200-READ-SCRUB
      *> a hand-kept legacy GREETLST has no "H" header and carries
      *> the name from column 3
           IF WS-KIND-GREETLST
               AND NOT WS-END-OF-SCRUB
               AND NOT (SCRUB-RECORD (1:1) = "H"
                   AND SCRUB-RECORD (2:1) = SPACE)
               MOVE 3 TO WS-NAME-OFFSET
           END-IF
           PERFORM 2300-SCRUB-ONE-RECORD THRU 2300-EXIT
               UNTIL WS-END-OF-SCRUB
           CLOSE SCRUB-FILE
           CLOSE ERASE-WORK
           IF WS-FILE-CHANGES > ZERO
               PERFORM 2600-COPY-BACK
               PERFORM 2700-COUNT-DATASET-TOUCHED
                   VARYING WS-ERASE-INDEX FROM 1 BY 1
                   UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
           END-IF
           .
       2100-EXIT.
           EXIT
           .

       2150-RESET-FILE-HITS.
           MOVE ZERO TO WS-ERA-FILE-HITS (WS-ERASE-INDEX)
           .

       2200-READ-SCRUB.
           READ SCRUB-FILE
               AT END
                   SET WS-END-OF-SCRUB TO TRUE
           END-READ
           .

       2300-SCRUB-ONE-RECORD.
           IF WS-END-OF-SCRUB
               GO TO 2300-EXIT
           END-IF
           PERFORM 2400-FIND-ERASED-RECIPIENT
           IF WS-MATCH-FOUND
               ADD 1 TO WS-FILE-CHANGES
               ADD 1 TO WS-ERA-FILE-HITS (WS-ERASE-INDEX)
               ADD 1 TO WS-ERA-RECORDS (WS-ERASE-INDEX, WS-KIND)
               IF WS-KIND-RECMAST
                   PERFORM 2450-KEEP-CONTACT
               END-IF
               IF WS-KIND-RECMAST
                   OR WS-KIND-NOTIFYQ
                   GO TO 2300-NEXT
               END-IF
               PERFORM 2500-TOKENISE-RECORD
           END-IF
           WRITE ERASE-WORK-RECORD FROM SCRUB-RECORD
           .
       2300-NEXT.
           PERFORM 2200-READ-SCRUB
           .
       2300-EXIT.
           EXIT
           .

       2400-FIND-ERASED-RECIPIENT.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2410-MATCH-ONE-RECIPIENT
               VARYING WS-ERASE-INDEX FROM 1 BY 1
               UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-ERASE-INDEX
           END-IF
           .

      *> NOTIFYQ carries no name, only the contact the greeting was
      *> queued to; OPNOTIFY's pages on the same queue are left alone
       2410-MATCH-ONE-RECIPIENT.
           IF WS-KIND-NOTIFYQ
               IF SCRUB-RECORD (35:8) = "GREETING"
                   PERFORM 2420-MATCH-ONE-CONTACT
                       VARYING WS-CONTACT-INDEX FROM 1 BY 1
                       UNTIL WS-CONTACT-INDEX >
                           WS-ERA-CONTACT-COUNT (WS-ERASE-INDEX)
                           OR WS-MATCH-FOUND
               END-IF
           ELSE
               IF SCRUB-RECORD (WS-NAME-OFFSET:20) =
                   WS-ERA-NAME (WS-ERASE-INDEX)
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-IF
           .

       2420-MATCH-ONE-CONTACT.
           IF SCRUB-RECORD (WS-NAME-OFFSET:20) =
               WS-ERA-CONTACT (WS-ERASE-INDEX, WS-CONTACT-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> the removed RECMAST rows' contacts, for the NOTIFYQ pass
       2450-KEEP-CONTACT.
           IF SCRUB-RECORD (63:20) NOT = SPACES
               AND WS-ERA-CONTACT-COUNT (WS-ERASE-INDEX) < 5
               ADD 1 TO WS-ERA-CONTACT-COUNT (WS-ERASE-INDEX)
               MOVE SCRUB-RECORD (63:20)
                   TO WS-ERA-CONTACT (WS-ERASE-INDEX,
                       WS-ERA-CONTACT-COUNT (WS-ERASE-INDEX))
           END-IF
           .

       2500-TOKENISE-RECORD.
           MOVE WS-ERA-TOKEN (WS-ERASE-INDEX)
               TO SCRUB-RECORD (WS-NAME-OFFSET:20)
           EVALUATE TRUE
           WHEN WS-KIND-RECMAUD
               MOVE SPACES TO SCRUB-RECORD (105:8)
               MOVE SPACES TO SCRUB-RECORD (114:8)
               MOVE SPACES TO SCRUB-RECORD (123:20)
           WHEN WS-KIND-GREETOUT
               MOVE SPACES TO SCRUB-RECORD (25:60)
           WHEN WS-KIND-GREETDLH
               MOVE SPACES TO SCRUB-RECORD (57:20)
           WHEN WS-KIND-GREETBNC
               MOVE SPACES TO SCRUB-RECORD (41:20)
           END-EVALUATE
           .

       2600-COPY-BACK.
           OPEN INPUT ERASE-WORK
           OPEN OUTPUT SCRUB-FILE
           PERFORM 2650-COPY-ONE-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE ERASE-WORK
           CLOSE SCRUB-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .

       2650-COPY-ONE-RECORD.
           READ ERASE-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   WRITE SCRUB-RECORD FROM ERASE-WORK-RECORD
           END-READ
           .

       2700-COUNT-DATASET-TOUCHED.
           IF WS-ERA-FILE-HITS (WS-ERASE-INDEX) > ZERO
               ADD 1 TO WS-ERA-DATASETS (WS-ERASE-INDEX)
           END-IF
           .

      *> ------------------------------------------------------------
      *> Retained generations, as carded on ERASGEN. No ERASGEN means
      *> none are retained.
      *> ------------------------------------------------------------
       3000-PROCESS-GENERATIONS.
           OPEN INPUT GENERATION-CARDS
           IF WS-ERASGEN-FOUND
               MOVE "ERASGEN" TO CL-DECK
               MOVE ZERO TO WS-CARD-NUMBER
               PERFORM 3050-READ-GENERATION-CARD
               PERFORM 3100-PROCESS-ONE-GENERATION THRU 3100-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE GENERATION-CARDS
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       3050-READ-GENERATION-CARD.
           READ GENERATION-CARDS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3100-PROCESS-ONE-GENERATION.
           IF WS-END-OF-FILE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CARD-NUMBER
           MOVE WS-CARD-NUMBER TO CL-NUMBER
           IF GC-DD-NAME = SPACES
               MOVE "REJECTED - BLANK DDNAME" TO CL-DISPOSITION
               PERFORM 9500-REJECT-CARD
               GO TO 3100-NEXT
           END-IF
           MOVE GC-DD-NAME TO WS-SCRUB-NAME
           EVALUATE TRUE
           WHEN GC-KIND-GREETLST
               SET WS-KIND-GREETLST TO TRUE
               PERFORM 2100-SCRUB-DATASET THRU 2100-EXIT
               IF NOT WS-SCRUB-FOUND
                   ADD 1 TO WS-GEN-MISSING-COUNT
               END-IF
           WHEN GC-KIND-SNAPSHOT
               PERFORM 3200-SCAN-SNAPSHOT THRU 3200-EXIT
           WHEN OTHER
               MOVE "REJECTED - UNKNOWN KIND" TO CL-DISPOSITION
               PERFORM 9500-REJECT-CARD
           END-EVALUATE
           .
       3100-NEXT.
           PERFORM 3050-READ-GENERATION-CARD
           .
       3100-EXIT.
           EXIT
           .

      *> A snapshot is read, never rewritten: any "D" record whose
      *> payload holds an erased name anywhere counts against it.
       3200-SCAN-SNAPSHOT.
           OPEN INPUT SCRUB-FILE
           IF NOT WS-SCRUB-FOUND
               MOVE WS-SCRUB-NAME TO NF-FILE-NAME
               WRITE ERASE-REPORT-RECORD FROM WS-NOFILE-LINE
               ADD 1 TO WS-GEN-MISSING-COUNT
               GO TO 3200-EXIT
           END-IF
           PERFORM 2150-RESET-FILE-HITS
               VARYING WS-ERASE-INDEX FROM 1 BY 1
               UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
           MOVE "N" TO WS-SCRUB-EOF-SWITCH
           PERFORM 3300-SCAN-ONE-RECORD
               UNTIL WS-END-OF-SCRUB
           CLOSE SCRUB-FILE
           PERFORM 3400-REPORT-SNAPSHOT-HOLD
               VARYING WS-ERASE-INDEX FROM 1 BY 1
               UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
           .
       3200-EXIT.
           EXIT
           .

       3300-SCAN-ONE-RECORD.
           READ SCRUB-FILE
               AT END
                   SET WS-END-OF-SCRUB TO TRUE
               NOT AT END
                   IF SCRUB-RECORD (1:1) = "D"
                       PERFORM 3310-SCAN-FOR-ONE-NAME
                           VARYING WS-ERASE-INDEX FROM 1 BY 1
                           UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
                   END-IF
           END-READ
           .

       3310-SCAN-FOR-ONE-NAME.
           MOVE ZERO TO WS-HIT-COUNT
           INSPECT SCRUB-RECORD (12:132)
               TALLYING WS-HIT-COUNT FOR ALL
                   WS-ERA-NAME (WS-ERASE-INDEX)
                       (1:WS-ERA-LENGTH (WS-ERASE-INDEX))
           IF WS-HIT-COUNT > ZERO
               ADD 1 TO WS-ERA-FILE-HITS (WS-ERASE-INDEX)
           END-IF
           .

       3400-REPORT-SNAPSHOT-HOLD.
           IF WS-ERA-FILE-HITS (WS-ERASE-INDEX) > ZERO
               MOVE WS-SCRUB-NAME TO SL-GENERATION
               MOVE WS-ERA-TOKEN (WS-ERASE-INDEX) TO SL-TOKEN
               MOVE WS-ERA-FILE-HITS (WS-ERASE-INDEX) TO SL-RECORDS
               WRITE ERASE-REPORT-RECORD FROM WS-SNAPSHOT-LINE
               ADD 1 TO WS-ERA-SNAP-GENS (WS-ERASE-INDEX)
               ADD 1 TO WS-SNAP-HOLD-COUNT
           END-IF
           .

      *> ------------------------------------------------------------
      *> One certificate per recipient on ERASREG and an "ERA" line on
      *> RECMAUD, both under the token.
      *> ------------------------------------------------------------
       4000-CERTIFY-ERASURES.
           OPEN EXTEND ERASE-REGISTER
           IF WS-ERASREG-NOT-FOUND
               OPEN OUTPUT ERASE-REGISTER
           END-IF
           OPEN EXTEND MAINT-AUDIT
           IF WS-RECMAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           PERFORM 4100-CERTIFY-ONE-RECIPIENT
               VARYING WS-ERASE-INDEX FROM 1 BY 1
               UNTIL WS-ERASE-INDEX > WS-ERASE-COUNT
           CLOSE ERASE-REGISTER
           CLOSE MAINT-AUDIT
           .

       4100-CERTIFY-ONE-RECIPIENT.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-ERA-TOKEN (WS-ERASE-INDEX)    TO ER-TOKEN
           MOVE WS-CURRENT-DATE                  TO ER-DATE
           MOVE WS-CURRENT-TIME                  TO ER-TIME
           MOVE WS-OPERATOR-CODE                 TO ER-OPERATOR
           MOVE WS-ERA-DATASETS (WS-ERASE-INDEX) TO ER-DATASETS
           MOVE WS-ERA-SNAP-GENS (WS-ERASE-INDEX) TO ER-SNAP-GENS
           PERFORM 4150-FILL-DATASET-COUNT
               VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-COUNT
           WRITE ERASE-REGISTER-RECORD FROM WS-REGISTER-LINE

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-CURRENT-DATE  TO AU-DATE
           MOVE WS-CURRENT-TIME  TO AU-TIME
           MOVE "ERA"            TO AU-ACTION
           MOVE WS-ERA-TOKEN (WS-ERASE-INDEX) TO AU-NAME
           MOVE "ERASED"         TO AU-DISPOSITION
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE

           MOVE WS-ERA-TOKEN (WS-ERASE-INDEX)     TO CT-TOKEN
           MOVE WS-ERA-DATASETS (WS-ERASE-INDEX)  TO CT-DATASETS
           MOVE WS-ERA-SNAP-GENS (WS-ERASE-INDEX) TO CT-SNAP-GENS
           WRITE ERASE-REPORT-RECORD FROM WS-CERTIFICATE-LINE
           PERFORM 4200-REPORT-DATASET-COUNT
               VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-COUNT
           .

       4150-FILL-DATASET-COUNT.
           MOVE WS-DS-NAME (WS-KIND) TO ER-DS-NAME (WS-KIND)
           MOVE WS-ERA-RECORDS (WS-ERASE-INDEX, WS-KIND)
               TO ER-DS-RECORDS (WS-KIND)
           .

       4200-REPORT-DATASET-COUNT.
           MOVE WS-DS-NAME (WS-KIND) TO CD-DATASET
           IF WS-KIND-RECMAST
               OR WS-KIND-NOTIFYQ
               MOVE "RECORDS REMOVED" TO CD-ACTION
           ELSE
               MOVE "RECORDS TOKENISED" TO CD-ACTION
           END-IF
           MOVE WS-ERA-RECORDS (WS-ERASE-INDEX, WS-KIND)
               TO CD-RECORDS
           WRITE ERASE-REPORT-RECORD FROM WS-CERT-DETAIL-LINE
           .

       5000-SET-RETURN-CODE.
           IF WS-SNAP-HOLD-COUNT > ZERO
               MOVE WS-SNAP-HOLD-COUNT TO EM-COUNT
               MOVE " SNAPSHOT HOLDS OF ERASED NAMES -- SEE ERASRPT"
                   TO EM-TEXT
               MOVE "W" TO WS-ERR-SEVERITY
               MOVE "ERA001" TO WS-ERR-CODE
               PERFORM 9300-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           IF WS-GEN-MISSING-COUNT > ZERO
               MOVE WS-GEN-MISSING-COUNT TO EM-COUNT
               MOVE " CARDED GENERATIONS NOT PRESENT -- SEE ERASRPT"
                   TO EM-TEXT
               MOVE "W" TO WS-ERR-SEVERITY
               MOVE "ERA003" TO WS-ERR-CODE
               PERFORM 9300-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           IF WS-REJECT-COUNT > ZERO
               MOVE WS-REJECT-COUNT TO EM-COUNT
               MOVE " ERASURE CARDS REJECTED -- SEE ERASRPT"
                   TO EM-TEXT
               MOVE "E" TO WS-ERR-SEVERITY
               MOVE "ERA002" TO WS-ERR-CODE
               PERFORM 9300-LOG-ERROR
               MOVE 8 TO WS-MAX-RETURN-CODE
           END-IF
           .

       9300-LOG-ERROR.
           MOVE WS-ERR-COUNT-MESSAGE TO WS-ERR-MESSAGE
           CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           .

       9400-REFUSE-RUN.
           WRITE ERASE-REPORT-RECORD FROM WS-REFUSED-LINE
           OPEN EXTEND MAINT-AUDIT
           IF WS-RECMAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE "ERA" TO AU-ACTION
           MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           CLOSE MAINT-AUDIT
           .

       9500-REJECT-CARD.
           WRITE ERASE-REPORT-RECORD FROM WS-CARD-LINE
           ADD 1 TO WS-REJECT-COUNT
           .
       END PROGRAM RECERASE.
