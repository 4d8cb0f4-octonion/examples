      *>                   only audit line, and every audit line now
      *>                   carries the signed-on operator code in a
      *>                   trailing column.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering ACCTMAST (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "ACCTMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "ACCTMAST".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
           OPEN INPUT MAINT-COMMANDS
           IF WS-ACCTMCT-FOUND
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
      *> table changes demand maintenance level; the refusal is the
      *> only thing the audit trail records for this run
                   PERFORM 9400-REFUSE-RUN
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE SPACES TO AU-ACTION
           IF WS-RUN-FROZEN
               MOVE "RUN REFUSED - CHANGE FREEZE" TO AU-DISPOSITION
           ELSE
               MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           END-IF
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .
