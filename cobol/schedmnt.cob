      *>                like the validation DIAGCHK gives DIAGTAB or
      *>                the command/audit cycle GREETMNT gives
      *>                GREETTBL. Driven by SCHDMCT command cards:
      *>                  ADD step program order cont track preds freq
      *>                  UPD step program order cont track preds freq
      *>                  DEL step
      *>                  ENA step          set the enabled flag
      *>                  DIS step          clear the enabled flag
      *>                orders, a non-blank CALLable program name,
      *>                track 1-9, continue flag Y or N (blank cards
      *>                as N), predecessors drawn from the schedule
      *>                itself, a frequency code RUNFREQ accepts.
      *>                After all commands apply, the WHOLE
      *>                resulting schedule is proven -- no dangling
      *>                predecessor, no dependency cycle -- before
      *>                SCHEDTAB is rewritten; a result that fails
      *> Maintenance history
      *>   2026-08-30  dp  Initial version -- one bad hand edit here
      *>                   takes out the whole window.
      *>   2026-09-20  dp  ADD and UPD carry the new SCHEDTAB frequency
      *>                   column after the predecessors -- blank or D,
      *>                   Wn, MF, ML, QL, or Mdd -- edited by the
      *>                   shared RUNFREQ service (validate only, no
      *>                   file touched) so the maintenance program and
      *>                   the driver can never disagree about what a
      *>                   code means. A bad code rejects the card.
      *>   2026-09-25  dp  Held to the FRZCAL change-freeze
      *>                   calendar through the shared FRZCHECK
      *>                   subprogram: a maintenance-level run
      *>                   inside a freeze covering SCHEDTAB (or
      *>                   all tables) is refused (RC 16) with the
      *>                   refusal as the only audit line, unless
      *>                   FRZOVRD carries an emergency override
      *>                   with a change ticket, entered by an
      *>                   operator other than the submitter.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SC-IN-TRACK             PIC X(01).
           05  FILLER                  PIC X(01).
           05  SC-IN-PREDECESSORS      PIC X(62).
           05  FILLER                  PIC X(01).
           05  SC-IN-FREQUENCY         PIC X(04).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-TRACK                PIC X(01).
           05  FILLER                  PIC X(01).
           05  MC-PREDECESSORS         PIC X(62).
           05  FILLER                  PIC X(01).
           05  MC-FREQUENCY            PIC X(04).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(132).
               10  WS-TBL-ENABLED-FLAG PIC X(01).
               10  WS-TBL-TRACK        PIC X(01).
               10  WS-TBL-PREDECESSORS PIC X(62).
               10  WS-TBL-FREQUENCY    PIC X(04).
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".
               10  WS-TBL-MARK-SWITCH  PIC X(01).
       01  WS-PREDS-READY-SWITCH       PIC X(01).
           88  WS-PREDS-READY                  VALUE "Y".

      *> RUNFREQ's edit of a carded frequency code
       01  WS-FREQ-FUNCTION            PIC X(01) VALUE "V".
       01  WS-FREQ-RESULT              PIC X(01).
           88  WS-FREQ-INVALID                 VALUE "E".

       01  WS-CHANGE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "SCHEDMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "SCHEDTAB".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
           OPEN INPUT MAINT-COMMANDS
           IF WS-SCHDMCT-FOUND
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
               TO WS-TBL-TRACK (WS-TABLE-COUNT)
           MOVE SC-IN-PREDECESSORS
               TO WS-TBL-PREDECESSORS (WS-TABLE-COUNT)
           MOVE SC-IN-FREQUENCY
               TO WS-TBL-FREQUENCY (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
               MOVE "REJECTED - BAD CONTINUE FLAG"
                   TO AU-DISPOSITION
           END-EVALUATE
           IF AU-DISPOSITION = SPACES
               CALL "RUNFREQ" USING WS-FREQ-FUNCTION, MC-FREQUENCY,
                   WS-FREQ-RESULT
               IF WS-FREQ-INVALID
                   MOVE "REJECTED - BAD FREQUENCY" TO AU-DISPOSITION
               END-IF
           END-IF
           IF AU-DISPOSITION = SPACES
               PERFORM 2600-CHECK-ORDER-UNIQUE
               IF WS-ORDER-DUPLICATED
               TO WS-TBL-TRACK (WS-MATCH-INDEX)
           MOVE MC-PREDECESSORS
               TO WS-TBL-PREDECESSORS (WS-MATCH-INDEX)
           MOVE MC-FREQUENCY
               TO WS-TBL-FREQUENCY (WS-MATCH-INDEX)
           .

      *> ------------------------------------------------------------
                   TO SC-IN-TRACK
               MOVE WS-TBL-PREDECESSORS (WS-TABLE-INDEX)
                   TO SC-IN-PREDECESSORS
               MOVE WS-TBL-FREQUENCY (WS-TABLE-INDEX)
                   TO SC-IN-FREQUENCY
               WRITE SCHEDTAB-RECORD
           END-IF
           .

       9400-REFUSE-RUN.
           MOVE SPACES TO WS-AUDIT-LINE
           IF WS-RUN-FROZEN
               MOVE "RUN REFUSED - CHANGE FREEZE" TO AU-DISPOSITION
           ELSE
               MOVE "RUN REFUSED - NOT MAINT LEVEL" TO AU-DISPOSITION
           END-IF
           PERFORM 9300-STAMP-AND-WRITE-AUDIT
           .
       END PROGRAM SCHEDMNT.
