      *>                  ADD cc greeting-text   add a locale
      *>                  UPD cc greeting-text   replace its greeting
      *>                  DEL cc                 retire the locale
      *>                with an optional occasion code in columns
      *>                49-50 (BD birthday, SA service anniversary)
      *>                keying an occasion template for the locale
      *>                in place of its general greeting; blank
      *>                means the general greeting, as before.
      *>                Commands no longer apply directly: each one
      *>                that passes the submit-time edits (locale
      *>                code two letters, ADD/UPD greeting non-blank,
      *>                action known, occasion blank or known) lands
      *>                on the GREETPND pending
      *>                file with a pending sequence number, the
      *>                signed-on submitter, and the submission
      *>                timestamp, and waits for a separate GREETAPP
      *>                   GREETAUD widened to 140 for the submitter/
      *>                   approver columns the applied entries
      *>                   carry.
      *>   2026-09-16  dp  Occasion code carded in columns 49-50 and
      *>                   carried on GREETPND and GREETAUD: templates
      *>                   are now keyed by locale and occasion for
      *>                   GREETGEN's occasion-driven greetings.
      *>                   An unknown code is rejected at submission.
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
           05  MC-LOCALE-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  MC-GREETING             PIC X(40).
           05  FILLER                  PIC X(01).
           05  MC-OCCASION             PIC X(02).
               88  MC-OCCASION-KNOWN           VALUE SPACES "BD"
                                                     "SA".

       FD  PENDING-CHANGES.
       01  PENDING-CHANGE-RECORD.
           05  GP-LOCALE-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  GP-GREETING             PIC X(40).
           05  FILLER                  PIC X(01).
           05  GP-OCCASION             PIC X(02).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(140).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "GREETMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "GREETTBL".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).
      *> GREETAPP's submitter columns sit between; the occasion lines
      *> up with the column it writes
           05  FILLER                  PIC X(29) VALUE SPACES.
           05  AU-OCCASION             PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT MAINT-COMMANDS
           IF WS-GREETMCT-FOUND
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
      *> submissions demand maintenance level; the refusal is the
      *> only thing the audit trail records for this run
                   PERFORM 9400-REFUSE-RUN
               AND MC-GREETING = SPACES
               MOVE "REJECTED - BLANK GREETING" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT MC-OCCASION-KNOWN
               MOVE "REJECTED - UNKNOWN OCCASION" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               PERFORM 3000-WRITE-PENDING
               MOVE "PENDING APPROVAL" TO AU-DISPOSITION
           MOVE MC-ACTION        TO GP-ACTION
           MOVE MC-LOCALE-CODE   TO GP-LOCALE-CODE
           MOVE MC-GREETING      TO GP-GREETING
           MOVE MC-OCCASION      TO GP-OCCASION
           WRITE PENDING-CHANGE-RECORD
           ADD 1 TO WS-NEXT-SEQ
           .
           MOVE MC-LOCALE-CODE  TO AU-LOCALE-CODE
           MOVE MC-GREETING     TO AU-GREETING
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           MOVE MC-OCCASION     TO AU-OCCASION
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
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .
