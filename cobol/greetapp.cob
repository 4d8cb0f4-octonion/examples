      *>                -- applies each approved change to GREETTBL
      *>                under the same table-state validation the
      *>                one-pass GREETMNT used to do (ADD rejects a
      *>                duplicate active locale and occasion, UPD/DEL
      *>                reject an unknown one -- a locale's general
      *>                greeting and each of its occasion templates
      *>                are separate entries), rejects the rest, and
      *>                rewrites
      *>                GREETPND with only the still-undecided
      *>                submissions. The approver signs on through
      *>                OPERSIGN at maintenance level, and an
      *>                   when the table went dual-approval --
      *>                   marketing sign-off stopped being a
      *>                   promise.
      *>   2026-09-16  dp  Table entries keyed by locale and occasion
      *>                   code (GREETTBL columns 45-46, blank for the
      *>                   general greeting) and the table raised to
      *>                   150 entries for the occasion templates;
      *>                   the occasion rides GREETPND and GREETAUD.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering GREETTBL (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  GT-IN-LOCALE-CODE       PIC X(02).
           05  FILLER                  PIC X(01).
           05  GT-IN-GREETING          PIC X(40).
           05  FILLER                  PIC X(01).
           05  GT-IN-OCCASION          PIC X(02).

       FD  PENDING-CHANGES.
       01  PENDING-CHANGE-RECORD.
           05  GP-LOCALE-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  GP-GREETING             PIC X(40).
           05  FILLER                  PIC X(01).
           05  GP-OCCASION             PIC X(02).

       FD  APPROVAL-CARDS.
       01  APPROVAL-CARD-RECORD.
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-MAX                PIC 9(03) COMP-5 VALUE 150.
       01  WS-TABLE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-GREETING-TABLE.
           05  WS-TABLE-ENTRY OCCURS 150 TIMES.
               10  WS-TBL-LOCALE-CODE  PIC X(02).
               10  WS-TBL-OCCASION     PIC X(02).
               10  WS-TBL-GREETING     PIC X(40).
               10  WS-TBL-RETIRED-SW   PIC X(01).
                   88  WS-TBL-RETIRED          VALUE "Y".
               10  WS-PND-ACTION       PIC X(03).
               10  WS-PND-LOCALE       PIC X(02).
               10  WS-PND-GREETING     PIC X(40).
               10  WS-PND-OCCASION     PIC X(02).
               10  WS-PND-STATE        PIC X(01).
                   88  WS-PND-OPEN             VALUE "O".
                   88  WS-PND-DECIDED          VALUE "D".
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "GREETAPP".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "GREETTBL".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
           05  AU-SUBMIT-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-SUBMIT-TIME          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OCCASION             PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT APPROVAL-CARDS
           IF WS-GREETAPC-FOUND
               PERFORM 9100-OPEN-AUDIT
      *> a maintenance-level run is then held to any FRZCAL change
      *> freeze covering this table, short of an emergency override
               IF WS-MAINT-LEVEL
                   CALL "FRZCHECK" USING WS-FREEZE-PROGRAM,
                       WS-FREEZE-SCOPE, WS-OPERATOR-CODE,
                       WS-FREEZE-RESULT
               END-IF
               IF NOT WS-MAINT-LEVEL
                   OR WS-RUN-FROZEN
                   PERFORM 9400-REFUSE-RUN
                   CLOSE APPROVAL-CARDS
                   CLOSE MAINT-AUDIT
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = WS-TABLE-MAX
               CLOSE GREET-TABLE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
               TO WS-TBL-LOCALE-CODE (WS-TABLE-COUNT)
           MOVE GT-IN-GREETING
               TO WS-TBL-GREETING (WS-TABLE-COUNT)
           MOVE GT-IN-OCCASION
               TO WS-TBL-OCCASION (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-RETIRED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
           MOVE GP-ACTION    TO WS-PND-ACTION (WS-PEND-COUNT)
           MOVE GP-LOCALE-CODE TO WS-PND-LOCALE (WS-PEND-COUNT)
           MOVE GP-GREETING  TO WS-PND-GREETING (WS-PEND-COUNT)
           MOVE GP-OCCASION  TO WS-PND-OCCASION (WS-PEND-COUNT)
           MOVE "O" TO WS-PND-STATE (WS-PEND-COUNT)
           PERFORM 1600-READ-PENDING
           .
               MOVE "REJECTED - DUPLICATE CODE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-PND-ACTION (WS-PICKED-INDEX) = "ADD"
               AND WS-TABLE-COUNT = WS-TABLE-MAX
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-PND-ACTION (WS-PICKED-INDEX) = "ADD"
                   TO WS-TBL-LOCALE-CODE (WS-TABLE-COUNT)
               MOVE WS-PND-GREETING (WS-PICKED-INDEX)
                   TO WS-TBL-GREETING (WS-TABLE-COUNT)
               MOVE WS-PND-OCCASION (WS-PICKED-INDEX)
                   TO WS-TBL-OCCASION (WS-TABLE-COUNT)
               MOVE "N" TO WS-TBL-RETIRED-SW (WS-TABLE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
       4050-MATCH-ONE-LOCALE.
           IF WS-TBL-LOCALE-CODE (WS-MATCH-INDEX)
                   = WS-PND-LOCALE (WS-PICKED-INDEX)
               AND WS-TBL-OCCASION (WS-MATCH-INDEX)
                   = WS-PND-OCCASION (WS-PICKED-INDEX)
               AND NOT WS-TBL-RETIRED (WS-MATCH-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
               MOVE SPACE TO GREET-TABLE-RECORD (3:1)
               MOVE WS-TBL-GREETING (WS-TABLE-INDEX)
                   TO GT-IN-GREETING
               MOVE SPACE TO GREET-TABLE-RECORD (44:1)
               MOVE WS-TBL-OCCASION (WS-TABLE-INDEX)
                   TO GT-IN-OCCASION
               WRITE GREET-TABLE-RECORD
           END-IF
           .
                   TO GP-LOCALE-CODE
               MOVE WS-PND-GREETING (WS-PEND-INDEX)
                   TO GP-GREETING
               MOVE WS-PND-OCCASION (WS-PEND-INDEX)
                   TO GP-OCCASION
               WRITE PENDING-CHANGE-RECORD
           END-IF
           .
           MOVE WS-PND-SUBMITTER (WS-PICKED-INDEX) TO AU-SUBMITTER
           MOVE WS-PND-DATE (WS-PICKED-INDEX)   TO AU-SUBMIT-DATE
           MOVE WS-PND-TIME (WS-PICKED-INDEX)   TO AU-SUBMIT-TIME
           MOVE WS-PND-OCCASION (WS-PICKED-INDEX) TO AU-OCCASION
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           IF WS-RUN-FROZEN
               MOVE "RUN REFUSED - CHANGE FREEZE" TO AU-DISPOSITION
           ELSE
               MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           END-IF
           MOVE WS-OPERATOR-CODE TO AU-APPROVER
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .
