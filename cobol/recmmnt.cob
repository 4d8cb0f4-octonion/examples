      *>                remembered to rebuild is retired. Driven by
      *>                RECMMCT command cards, one per record:
      *>                  ADD name locale eff-date exp-date
      *>                      birth-date service-date contact
      *>                  UPD name locale eff-date exp-date
      *>                      birth-date service-date contact
      *>                  DEL name
      *>                The two occasion dates (date of birth, date of
      *>                joining) are what GREETGEN greets on; either
      *>                may be blank, and UPD replaces both. The
      *>                contact is the message-gateway identifier
      *>                GREETDLV delivers the rendered greeting to;
      *>                blank means no contact on file.
      *>                Every command is validated -- the recipient
      *>                name must be non-blank, the locale code must
      *>                be on GREETTBL (skipped when GREETTBL is
      *>                absent, the usual degradation), the dates
      *>                must be numeric with effective not after
      *>                expiry, an occasion date blank or a YYYYMMDD
      *>                date, ADD rejects a duplicate active name
      *>                and UPD/DEL an unknown one -- and every
      *>                change (and every rejected command) writes an
      *>                audit line to RECMAUD with the signed-on
      *>   2026-09-02  dp  Initial version -- recipients used to come
      *>                   and go by whoever remembered to edit
      *>                   GREETLST.
      *>   2026-09-16  dp  Occasion dates: RECMAST carries a birth date
      *>                   (cols 45-52) and a service start date
      *>                   (54-61) per recipient, carded after the
      *>                   expiry date and edited blank-or-date
      *>                   ("REJECTED - BAD OCCASION DATE"); GREETGEN
      *>                   now greets on those days only. RECMAUD
      *>                   lines carry both dates (record 120 -> 130).
      *>                   GREETTBL holds a row per locale and
      *>                   occasion, so each code loads once.
      *>   2026-09-17  dp  Contact identifier per recipient (RECMAST
      *>                   cols 63-82, carded in 65-84, UPD replaces
      *>                   it) for GREETDLV's delivery through the
      *>                   NOTIFYQ gateway. RECMAUD lines carry it
      *>                   (record 130 -> 150).
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering RECMAST (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RM-IN-EXP-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-ACTIVE-FLAG       PIC X(01).
           05  FILLER                  PIC X(01).
           05  RM-IN-BIRTH-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-SERVICE-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-CONTACT           PIC X(20).

       FD  GREET-TABLE.
       01  GREET-TABLE-RECORD.
           05  MC-EFF-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-EXP-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-BIRTH-DATE.
               10  FILLER              PIC X(04).
               10  MC-BIRTH-MONTH      PIC X(02).
               10  MC-BIRTH-DAY        PIC X(02).
           05  FILLER                  PIC X(01).
           05  MC-SERVICE-DATE.
               10  FILLER              PIC X(04).
               10  MC-SERVICE-MONTH    PIC X(02).
               10  MC-SERVICE-DAY      PIC X(02).
           05  FILLER                  PIC X(01).
           05  MC-CONTACT              PIC X(20).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-RECMAST-STATUS           PIC X(02) VALUE SPACES.
               10  WS-TBL-EXP-DATE     PIC X(08).
               10  WS-TBL-ACTIVE-FLAG  PIC X(01).
                   88  WS-TBL-ACTIVE           VALUE "Y".
               10  WS-TBL-BIRTH-DATE   PIC X(08).
               10  WS-TBL-SERVICE-DATE PIC X(08).
               10  WS-TBL-CONTACT      PIC X(20).

       01  WS-LOCALE-COUNT             PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-LOCALE-INDEX             PIC 9(02) COMP-5.
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "RECMMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "RECMAST".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-BIRTH-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-SERVICE-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-CONTACT              PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT MAINT-COMMANDS
           IF WS-RECMMCT-FOUND
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
                   CLOSE MAINT-COMMANDS
                   CLOSE MAINT-AUDIT
               TO WS-TBL-EXP-DATE (WS-TABLE-COUNT)
           MOVE RM-IN-ACTIVE-FLAG
               TO WS-TBL-ACTIVE-FLAG (WS-TABLE-COUNT)
           MOVE RM-IN-BIRTH-DATE
               TO WS-TBL-BIRTH-DATE (WS-TABLE-COUNT)
           MOVE RM-IN-SERVICE-DATE
               TO WS-TBL-SERVICE-DATE (WS-TABLE-COUNT)
           MOVE RM-IN-CONTACT
               TO WS-TBL-CONTACT (WS-TABLE-COUNT)
           PERFORM 1100-READ-MASTER
           .
       1200-EXIT.
           END-READ
           .

      *> A locale has a row per occasion; its code loads once.
       1700-LOAD-ONE-LOCALE.
           IF WS-END-OF-FILE
               GO TO 1700-EXIT
           END-IF
           MOVE "N" TO WS-LOCALE-OK-SWITCH
           PERFORM 1710-MATCH-LOADED-LOCALE
               VARYING WS-LOCALE-INDEX FROM 1 BY 1
               UNTIL WS-LOCALE-INDEX > WS-LOCALE-COUNT
                   OR WS-LOCALE-OK
           IF NOT WS-LOCALE-OK
               ADD 1 TO WS-LOCALE-COUNT
               MOVE GT-IN-LOCALE-CODE
                   TO WS-LOCALE-CODE (WS-LOCALE-COUNT)
           END-IF
           PERFORM 1600-READ-GREETTBL
           .
       1700-EXIT.
           EXIT
           .

       1710-MATCH-LOADED-LOCALE.
           IF WS-LOCALE-CODE (WS-LOCALE-INDEX) = GT-IN-LOCALE-CODE
               MOVE "Y" TO WS-LOCALE-OK-SWITCH
           END-IF
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           .

      *> The field edits ADD and UPD share: locale on GREETTBL,
      *> dates numeric, effective not after expiry, each occasion
      *> date blank or a plausible YYYYMMDD.
       2700-EDIT-COMMAND-FIELDS.
           MOVE SPACES TO AU-DISPOSITION
           PERFORM 2800-CHECK-LOCALE
               MOVE "REJECTED - BAD DATE" TO AU-DISPOSITION
           WHEN MC-EFF-DATE > MC-EXP-DATE
               MOVE "REJECTED - EFF AFTER EXPIRY" TO AU-DISPOSITION
           WHEN MC-BIRTH-DATE NOT = SPACES
               AND (MC-BIRTH-DATE IS NOT NUMERIC
                   OR MC-BIRTH-MONTH < "01" OR MC-BIRTH-MONTH > "12"
                   OR MC-BIRTH-DAY < "01" OR MC-BIRTH-DAY > "31")
               MOVE "REJECTED - BAD OCCASION DATE" TO AU-DISPOSITION
           WHEN MC-SERVICE-DATE NOT = SPACES
               AND (MC-SERVICE-DATE IS NOT NUMERIC
                   OR MC-SERVICE-MONTH < "01"
                   OR MC-SERVICE-MONTH > "12"
                   OR MC-SERVICE-DAY < "01" OR MC-SERVICE-DAY > "31")
               MOVE "REJECTED - BAD OCCASION DATE" TO AU-DISPOSITION
           END-EVALUATE
           .

           MOVE MC-LOCALE   TO WS-TBL-LOCALE (WS-MATCH-INDEX)
           MOVE MC-EFF-DATE TO WS-TBL-EFF-DATE (WS-MATCH-INDEX)
           MOVE MC-EXP-DATE TO WS-TBL-EXP-DATE (WS-MATCH-INDEX)
           MOVE MC-BIRTH-DATE TO WS-TBL-BIRTH-DATE (WS-MATCH-INDEX)
           MOVE MC-SERVICE-DATE
               TO WS-TBL-SERVICE-DATE (WS-MATCH-INDEX)
           MOVE MC-CONTACT  TO WS-TBL-CONTACT (WS-MATCH-INDEX)
           .

       3000-REWRITE-MASTER.
               TO RM-IN-EXP-DATE
           MOVE WS-TBL-ACTIVE-FLAG (WS-TABLE-INDEX)
               TO RM-IN-ACTIVE-FLAG
           MOVE WS-TBL-BIRTH-DATE (WS-TABLE-INDEX)
               TO RM-IN-BIRTH-DATE
           MOVE WS-TBL-SERVICE-DATE (WS-TABLE-INDEX)
               TO RM-IN-SERVICE-DATE
           MOVE WS-TBL-CONTACT (WS-TABLE-INDEX)
               TO RM-IN-CONTACT
           WRITE RECIPIENT-MASTER-RECORD
           .

           MOVE MC-EFF-DATE      TO AU-EFF-DATE
           MOVE MC-EXP-DATE      TO AU-EXP-DATE
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           MOVE MC-BIRTH-DATE    TO AU-BIRTH-DATE
           MOVE MC-SERVICE-DATE  TO AU-SERVICE-DATE
           MOVE MC-CONTACT       TO AU-CONTACT
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
