       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-27
      *> Purpose:       Maintenance program for OPERID, the operator
      *>                master OPERSIGN signs every maintenance and
      *>                console run on against -- one record per
      *>                operator code carrying the name, permission
      *>                level (I inquiry, C console, M maintenance),
      *>                status (A active, R revoked), the manager
      *>                who answers for the code, the date and
      *>                operator of the last grant, the last sign-on
      *>                date (stamped by OPERSIGN), and the
      *>                recertification due date OPERCERT reports
      *>                against. Driven by OPERMCT command cards, one
      *>                per operator code:
      *>                  ADD cccccccc l mmmmmmmm name   add a code
      *>                  CHG cccccccc l [mmmmmmmm]      change level
      *>                                                 (and manager)
      *>                  REV cccccccc                   revoke
      *>                  RIN cccccccc [l]               reinstate
      *>                  CRT cccccccc                   recertified
      *>                Every command is validated -- the code must be
      *>                non-blank and not the signed-on operator's own
      *>                (nobody changes their own entry), the level I,
      *>                C, or M, ADD rejects a code already on file
      *>                and needs a name and a manager, CHG, REV, and
      *>                CRT need an active code and RIN a revoked one
      *>                -- and every change (and every rejected
      *>                command) writes an audit line to OPERAUD, the
      *>                same cycle the other masters get. Each
      *>                applied change stamps today's date and the
      *>                signed-on operator as the grant, and an ADD,
      *>                CHG, RIN, or CRT sets the recertification due
      *>                date 180 days out. A revoked code stays on
      *>                file so its history and grant stamp survive.
      *>                The master is rewritten in place once all
      *>                commands are applied. RETURN-CODE: 8 when any
      *>                command was rejected, 12 when OPERMCT is not
      *>                present.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-27  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "OPERMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "OPERAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           05  OM-CODE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  OM-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  OM-PERM-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  OM-STATUS               PIC X(01).
           05  FILLER                  PIC X(01).
           05  OM-MANAGER              PIC X(08).
           05  FILLER                  PIC X(01).
           05  OM-GRANT-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  OM-GRANT-BY             PIC X(08).
           05  FILLER                  PIC X(01).
           05  OM-LAST-SIGNON          PIC X(08).
           05  FILLER                  PIC X(01).
           05  OM-RECERT-DUE           PIC X(08).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-ACTION               PIC X(03).
               88  MC-ACTION-ADD               VALUE "ADD".
               88  MC-ACTION-CHANGE            VALUE "CHG".
               88  MC-ACTION-REVOKE            VALUE "REV".
               88  MC-ACTION-REINSTATE         VALUE "RIN".
               88  MC-ACTION-RECERTIFY         VALUE "CRT".
           05  FILLER                  PIC X(01).
           05  MC-CODE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-LEVEL                PIC X(01).
               88  MC-LEVEL-VALID              VALUE "I" "C" "M".
           05  FILLER                  PIC X(01).
           05  MC-MANAGER              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-NAME                 PIC X(20).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(104).

       WORKING-STORAGE SECTION.
       01  WS-OPERID-STATUS            PIC X(02) VALUE SPACES.
           88  WS-OPERID-FOUND                 VALUE "00".
       01  WS-OPERMCT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-OPERMCT-FOUND                VALUE "00".
       01  WS-OPERAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-OPERAUD-NOT-FOUND            VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-OPERATOR-TABLE.
           05  WS-TABLE-ENTRY OCCURS 200 TIMES.
               10  WS-TBL-CODE         PIC X(08).
               10  WS-TBL-NAME         PIC X(20).
               10  WS-TBL-LEVEL        PIC X(01).
               10  WS-TBL-STATUS       PIC X(01).
                   88  WS-TBL-REVOKED          VALUE "R".
               10  WS-TBL-MANAGER      PIC X(08).
               10  WS-TBL-GRANT-DATE   PIC X(08).
               10  WS-TBL-GRANT-BY     PIC X(08).
               10  WS-TBL-LAST-SIGNON  PIC X(08).
               10  WS-TBL-RECERT-DUE   PIC X(08).

       01  WS-CHANGE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "OPERMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "OPERID".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
      *> a grant or recertification holds good for this many days
       01  WS-RECERT-DAYS              PIC 9(03) COMP-5 VALUE 180.
       01  WS-DUE-INTEGER              PIC 9(08) COMP-5.
       01  WS-DUE-DATE                 PIC 9(08).
       01  WS-OLD-LEVEL                PIC X(01).

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACTION               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-CODE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-NEW-LEVEL            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OLD-LEVEL            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-MANAGER              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-NAME                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
      *> loaded after the sign-on so today's sign-on stamp is kept
           PERFORM 1000-LOAD-TABLE

           OPEN INPUT MAINT-COMMANDS
           IF WS-OPERMCT-FOUND
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
                   CLOSE MAINT-COMMANDS
                   CLOSE MAINT-AUDIT
                   MOVE 16 TO WS-MAX-RETURN-CODE
               ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-READ-COMMAND
               PERFORM 2000-APPLY-COMMAND THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE MAINT-COMMANDS
               CLOSE MAINT-AUDIT
               PERFORM 3000-REWRITE-TABLE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 8 TO WS-MAX-RETURN-CODE
               END-IF
               END-IF
           ELSE
               MOVE 12 TO WS-MAX-RETURN-CODE
           END-IF

           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-LOAD-TABLE.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERID-FOUND
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 200
               CLOSE OPERATOR-MASTER
           END-IF
           .

       1100-READ-TABLE.
           READ OPERATOR-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *> a record from before OPERMNT carries no status: it is active
       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE OM-CODE       TO WS-TBL-CODE (WS-TABLE-COUNT)
           MOVE OM-NAME       TO WS-TBL-NAME (WS-TABLE-COUNT)
           MOVE OM-PERM-LEVEL TO WS-TBL-LEVEL (WS-TABLE-COUNT)
           IF OM-STATUS = "R"
               MOVE "R" TO WS-TBL-STATUS (WS-TABLE-COUNT)
           ELSE
               MOVE "A" TO WS-TBL-STATUS (WS-TABLE-COUNT)
           END-IF
           MOVE OM-MANAGER    TO WS-TBL-MANAGER (WS-TABLE-COUNT)
           MOVE OM-GRANT-DATE TO WS-TBL-GRANT-DATE (WS-TABLE-COUNT)
           MOVE OM-GRANT-BY   TO WS-TBL-GRANT-BY (WS-TABLE-COUNT)
           MOVE OM-LAST-SIGNON
               TO WS-TBL-LAST-SIGNON (WS-TABLE-COUNT)
           MOVE OM-RECERT-DUE TO WS-TBL-RECERT-DUE (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
       1200-EXIT.
           EXIT
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF

           MOVE SPACE TO WS-OLD-LEVEL
           EVALUATE TRUE
           WHEN MC-CODE = SPACES
               MOVE "REJECTED - BAD CODE" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
      *> access is always granted by someone else
           WHEN MC-CODE = WS-OPERATOR-CODE
               MOVE "REJECTED - OWN ENTRY" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               PERFORM 2500-FIND-OPERATOR
               IF WS-MATCH-FOUND
                   MOVE WS-TBL-LEVEL (WS-MATCH-INDEX) TO WS-OLD-LEVEL
               END-IF
               EVALUATE TRUE
               WHEN MC-ACTION-ADD
                   PERFORM 4000-APPLY-ADD
               WHEN MC-ACTION-CHANGE
                   PERFORM 4100-APPLY-CHANGE
               WHEN MC-ACTION-REVOKE
                   PERFORM 4200-APPLY-REVOKE
               WHEN MC-ACTION-REINSTATE
                   PERFORM 4300-APPLY-REINSTATE
               WHEN MC-ACTION-RECERTIFY
                   PERFORM 4400-APPLY-RECERTIFY
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO AU-DISPOSITION
                   PERFORM 9200-WRITE-AUDIT
                   ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-EVALUATE
           .
       2000-NEXT.
           PERFORM 2100-READ-COMMAND
           .
       2000-EXIT.
           EXIT
           .

       2100-READ-COMMAND.
           READ MAINT-COMMANDS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2500-FIND-OPERATOR.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2510-MATCH-ONE-ENTRY
               VARYING WS-MATCH-INDEX FROM 1 BY 1
               UNTIL WS-MATCH-INDEX > WS-TABLE-COUNT
                   OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-MATCH-INDEX
           END-IF
           .

       2510-MATCH-ONE-ENTRY.
           IF WS-TBL-CODE (WS-MATCH-INDEX) = MC-CODE
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> every applied change: today's grant by the signed-on
      *> operator, and (but for a revoke) a fresh recertification
      *> period
       2600-STAMP-GRANT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE
               TO WS-TBL-GRANT-DATE (WS-MATCH-INDEX)
           MOVE WS-OPERATOR-CODE
               TO WS-TBL-GRANT-BY (WS-MATCH-INDEX)
           IF NOT MC-ACTION-REVOKE
               COMPUTE WS-DUE-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE)) + WS-RECERT-DAYS
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               MOVE WS-DUE-DATE
                   TO WS-TBL-RECERT-DUE (WS-MATCH-INDEX)
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           .

       4000-APPLY-ADD.
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
               MOVE "REJECTED - CODE ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT MC-LEVEL-VALID
               MOVE "REJECTED - BAD LEVEL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-NAME = SPACES
               MOVE "REJECTED - NO NAME" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-MANAGER = SPACES
               MOVE "REJECTED - NO MANAGER" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TABLE-COUNT = 200
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               ADD 1 TO WS-TABLE-COUNT
               MOVE WS-TABLE-COUNT TO WS-MATCH-INDEX
               MOVE MC-CODE    TO WS-TBL-CODE (WS-MATCH-INDEX)
               MOVE MC-NAME    TO WS-TBL-NAME (WS-MATCH-INDEX)
               MOVE MC-LEVEL   TO WS-TBL-LEVEL (WS-MATCH-INDEX)
               MOVE "A"        TO WS-TBL-STATUS (WS-MATCH-INDEX)
               MOVE MC-MANAGER TO WS-TBL-MANAGER (WS-MATCH-INDEX)
               MOVE SPACES
                   TO WS-TBL-LAST-SIGNON (WS-MATCH-INDEX)
               PERFORM 2600-STAMP-GRANT
               MOVE "ADDED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4100-APPLY-CHANGE.
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - CODE NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TBL-REVOKED (WS-MATCH-INDEX)
               MOVE "REJECTED - CODE REVOKED" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT MC-LEVEL-VALID
               MOVE "REJECTED - BAD LEVEL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE MC-LEVEL TO WS-TBL-LEVEL (WS-MATCH-INDEX)
               IF MC-MANAGER NOT = SPACES
                   MOVE MC-MANAGER
                       TO WS-TBL-MANAGER (WS-MATCH-INDEX)
               END-IF
               PERFORM 2600-STAMP-GRANT
               MOVE "UPDATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4200-APPLY-REVOKE.
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - CODE NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TBL-REVOKED (WS-MATCH-INDEX)
               MOVE "REJECTED - ALREADY REVOKED" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE "R" TO WS-TBL-STATUS (WS-MATCH-INDEX)
               PERFORM 2600-STAMP-GRANT
               MOVE "REVOKED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

      *> a reinstated code keeps its old level unless one is carded
       4300-APPLY-REINSTATE.
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - CODE NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN NOT WS-TBL-REVOKED (WS-MATCH-INDEX)
               MOVE "REJECTED - NOT REVOKED" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN MC-LEVEL NOT = SPACE
               AND NOT MC-LEVEL-VALID
               MOVE "REJECTED - BAD LEVEL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               IF MC-LEVEL NOT = SPACE
                   MOVE MC-LEVEL TO WS-TBL-LEVEL (WS-MATCH-INDEX)
               END-IF
               MOVE "A" TO WS-TBL-STATUS (WS-MATCH-INDEX)
               PERFORM 2600-STAMP-GRANT
               MOVE "REINSTATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4400-APPLY-RECERTIFY.
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - CODE NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TBL-REVOKED (WS-MATCH-INDEX)
               MOVE "REJECTED - CODE REVOKED" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               PERFORM 2600-STAMP-GRANT
               MOVE "RECERTIFIED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       3000-REWRITE-TABLE.
           OPEN OUTPUT OPERATOR-MASTER
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE OPERATOR-MASTER
           .

       3100-WRITE-ONE-ENTRY.
           MOVE SPACES TO OPERATOR-MASTER-RECORD
           MOVE WS-TBL-CODE (WS-TABLE-INDEX)       TO OM-CODE
           MOVE WS-TBL-NAME (WS-TABLE-INDEX)       TO OM-NAME
           MOVE WS-TBL-LEVEL (WS-TABLE-INDEX)      TO OM-PERM-LEVEL
           MOVE WS-TBL-STATUS (WS-TABLE-INDEX)     TO OM-STATUS
           MOVE WS-TBL-MANAGER (WS-TABLE-INDEX)    TO OM-MANAGER
           MOVE WS-TBL-GRANT-DATE (WS-TABLE-INDEX) TO OM-GRANT-DATE
           MOVE WS-TBL-GRANT-BY (WS-TABLE-INDEX)   TO OM-GRANT-BY
           MOVE WS-TBL-LAST-SIGNON (WS-TABLE-INDEX)
               TO OM-LAST-SIGNON
           MOVE WS-TBL-RECERT-DUE (WS-TABLE-INDEX) TO OM-RECERT-DUE
           WRITE OPERATOR-MASTER-RECORD
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-OPERAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE MC-ACTION       TO AU-ACTION
           MOVE MC-CODE         TO AU-CODE
           MOVE MC-LEVEL        TO AU-NEW-LEVEL
           MOVE WS-OLD-LEVEL    TO AU-OLD-LEVEL
           MOVE MC-MANAGER      TO AU-MANAGER
           MOVE MC-NAME         TO AU-NAME
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-LINE
           .

       9400-REFUSE-RUN.
           MOVE SPACES TO WS-AUDIT-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
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
       END PROGRAM OPERMNT.
