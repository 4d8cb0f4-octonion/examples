       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZCHECK.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-25
      *> Purpose:       Shared change-freeze check, called by every
      *>                master and control-table maintenance program
      *>                right after its OPERSIGN sign-on has passed the
      *>                maintenance-level test. The caller passes its
      *>                own name, the table it maintains (its DD name,
      *>                the scope the FRZCAL freeze calendar cards),
      *>                and the signed-on operator. A freeze is in
      *>                force when the clock falls inside a FRZCAL
      *>                entry's from/to date and time and the entry's
      *>                scope is ALL or the caller's table. Outside a
      *>                freeze the result is N and nothing is written.
      *>                Inside one, the run is refused (R) unless the
      *>                FRZOVRD card carries an emergency-change
      *>                override:
      *>                  ticket   change-ticket number, non-blank
      *>                  entered  the operator entering the override,
      *>                           on OPERID at maintenance level and
      *>                           NOT the operator submitting the run
      *>                An accepted override comes back O and the run
      *>                goes ahead. Every refused and every overridden
      *>                run appends one line to the FRZAUD freeze
      *>                compliance audit -- program, table, operator,
      *>                ticket, override operator, the freeze's reason
      *>                -- for the FRZRPT compliance report; the caller
      *>                writes its own refusal to its own audit trail
      *>                as it does for a run below maintenance level.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-25  dp  Initial version.
      *>   2026-09-27  dp  A revoked OPERID code can no longer enter
      *>                   an override.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-CALENDAR ASSIGN TO "FRZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZCAL-STATUS.

           SELECT OVERRIDE-CARD ASSIGN TO "FRZOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZOVRD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.

           SELECT FREEZE-AUDIT ASSIGN TO "FRZAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CALENDAR.
       01  FREEZE-CALENDAR-RECORD.
           05  FC-SCOPE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  FC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FC-FROM-TIME            PIC X(06).
           05  FILLER                  PIC X(01).
           05  FC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  FC-TO-TIME              PIC X(06).
           05  FILLER                  PIC X(01).
           05  FC-REASON               PIC X(30).

       FD  OVERRIDE-CARD.
       01  OVERRIDE-CARD-RECORD.
           05  OV-TICKET               PIC X(12).
           05  FILLER                  PIC X(01).
           05  OV-ENTERED-BY           PIC X(08).

       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           05  OM-CODE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  OM-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  OM-PERM-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  OM-STATUS               PIC X(01).

       FD  FREEZE-AUDIT.
       01  FREEZE-AUDIT-RECORD         PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-FRZCAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FRZCAL-FOUND                 VALUE "00".
       01  WS-FRZOVRD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FRZOVRD-FOUND                VALUE "00".
       01  WS-OPERID-STATUS            PIC X(02) VALUE SPACES.
           88  WS-OPERID-FOUND                 VALUE "00".
       01  WS-FRZAUD-STATUS            PIC X(02) VALUE SPACES.
           88  WS-FRZAUD-NOT-FOUND             VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-FREEZE-FOUND-SWITCH      PIC X(01).
           88  WS-FREEZE-FOUND                 VALUE "Y".
       01  WS-APPROVER-SWITCH          PIC X(01).
           88  WS-APPROVER-VALID               VALUE "Y".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE             PIC X(08).
           05  WS-NOW-TIME             PIC X(06).
       01  WS-FROM-STAMP.
           05  WS-FROM-DATE            PIC X(08).
           05  WS-FROM-TIME            PIC X(06).
       01  WS-TO-STAMP.
           05  WS-TO-DATE              PIC X(08).
           05  WS-TO-TIME              PIC X(06).
       01  WS-FREEZE-REASON            PIC X(30).
       01  WS-TICKET                   PIC X(12).
       01  WS-ENTERED-BY               PIC X(08).

       01  WS-AUDIT-LINE.
           05  FA-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-SCOPE                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-RESULT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-TICKET               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-NOTE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-REASON               PIC X(30).

       LINKAGE SECTION.
       01  FZ-PROGRAM                  PIC X(20).
       01  FZ-SCOPE                    PIC X(08).
       01  FZ-OPERATOR                 PIC X(08).
       01  FZ-RESULT                   PIC X(01).
           88  FZ-NOT-FROZEN                   VALUE "N".
           88  FZ-REFUSED                      VALUE "R".
           88  FZ-OVERRIDDEN                   VALUE "O".

       PROCEDURE DIVISION USING FZ-PROGRAM, FZ-SCOPE, FZ-OPERATOR,
               FZ-RESULT.
       0000-MAINLINE.
           SET FZ-NOT-FROZEN TO TRUE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE      TO WS-NOW-DATE
           MOVE WS-CURRENT-TIME (1:6) TO WS-NOW-TIME

           PERFORM 1000-FIND-FREEZE
           IF NOT WS-FREEZE-FOUND
               GOBACK
           END-IF

           PERFORM 2000-READ-OVERRIDE
           MOVE SPACES TO FA-NOTE
           EVALUATE TRUE
           WHEN NOT WS-FRZOVRD-FOUND
               OR (WS-TICKET = SPACES AND WS-ENTERED-BY = SPACES)
               SET FZ-REFUSED TO TRUE
           WHEN WS-TICKET = SPACES
               MOVE "NO TICKET" TO FA-NOTE
               SET FZ-REFUSED TO TRUE
           WHEN WS-ENTERED-BY = SPACES
               MOVE "NO OPER" TO FA-NOTE
               SET FZ-REFUSED TO TRUE
           WHEN WS-ENTERED-BY = FZ-OPERATOR
               MOVE "SAME OPER" TO FA-NOTE
               SET FZ-REFUSED TO TRUE
           WHEN OTHER
               PERFORM 3000-VALIDATE-APPROVER
               IF WS-APPROVER-VALID
                   SET FZ-OVERRIDDEN TO TRUE
               ELSE
                   MOVE "OPER NOT M" TO FA-NOTE
                   SET FZ-REFUSED TO TRUE
               END-IF
           END-EVALUATE

           PERFORM 9000-WRITE-FREEZE-AUDIT
           GOBACK
           .

      *> The first entry in force for this table decides; an ALL
      *> entry covers every table.
       1000-FIND-FREEZE.
           MOVE "N" TO WS-FREEZE-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FREEZE-CALENDAR
           IF WS-FRZCAL-FOUND
               PERFORM 1100-CHECK-ONE-FREEZE
                   UNTIL WS-END-OF-FILE
                       OR WS-FREEZE-FOUND
               CLOSE FREEZE-CALENDAR
           END-IF
           .

       1100-CHECK-ONE-FREEZE.
           READ FREEZE-CALENDAR
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF FC-SCOPE = "ALL" OR FC-SCOPE = FZ-SCOPE
                       MOVE FC-FROM-DATE TO WS-FROM-DATE
                       MOVE FC-FROM-TIME TO WS-FROM-TIME
                       MOVE FC-TO-DATE   TO WS-TO-DATE
                       MOVE FC-TO-TIME   TO WS-TO-TIME
                       IF WS-NOW-STAMP >= WS-FROM-STAMP
                           AND WS-NOW-STAMP <= WS-TO-STAMP
                           MOVE FC-REASON TO WS-FREEZE-REASON
                           SET WS-FREEZE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       2000-READ-OVERRIDE.
           MOVE SPACES TO WS-TICKET
           MOVE SPACES TO WS-ENTERED-BY
           OPEN INPUT OVERRIDE-CARD
           IF WS-FRZOVRD-FOUND
               READ OVERRIDE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OV-TICKET     TO WS-TICKET
                       MOVE OV-ENTERED-BY TO WS-ENTERED-BY
               END-READ
               CLOSE OVERRIDE-CARD
           END-IF
           .

       3000-VALIDATE-APPROVER.
           MOVE "N" TO WS-APPROVER-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERID-FOUND
               PERFORM 3100-MATCH-ONE-OPERATOR
                   UNTIL WS-END-OF-FILE
                       OR WS-APPROVER-VALID
               CLOSE OPERATOR-MASTER
           END-IF
           .

       3100-MATCH-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF OM-CODE = WS-ENTERED-BY
                       AND OM-PERM-LEVEL = "M"
                       AND OM-STATUS NOT = "R"
                       SET WS-APPROVER-VALID TO TRUE
                   END-IF
           END-READ
           .

       9000-WRITE-FREEZE-AUDIT.
           MOVE WS-CURRENT-DATE TO FA-DATE
           MOVE WS-CURRENT-TIME TO FA-TIME
           MOVE FZ-PROGRAM      TO FA-PROGRAM
           MOVE FZ-SCOPE        TO FA-SCOPE
           MOVE FZ-OPERATOR     TO FA-OPERATOR
           IF FZ-OVERRIDDEN
               MOVE "OVERRIDDEN" TO FA-RESULT
           ELSE
               MOVE "REFUSED"    TO FA-RESULT
           END-IF
           MOVE WS-TICKET       TO FA-TICKET
           MOVE WS-ENTERED-BY   TO FA-ENTERED-BY
           MOVE WS-FREEZE-REASON TO FA-REASON

           OPEN EXTEND FREEZE-AUDIT
           IF WS-FRZAUD-NOT-FOUND
               OPEN OUTPUT FREEZE-AUDIT
           END-IF
           WRITE FREEZE-AUDIT-RECORD FROM WS-AUDIT-LINE
           CLOSE FREEZE-AUDIT
           .
       END PROGRAM FRZCHECK.
