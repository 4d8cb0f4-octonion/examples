       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-27
      *> Purpose:       Monthly operator access recertification report
      *>                over OPERID. Every manager answers for the
      *>                codes OPERMNT has recorded against them; this
      *>                gives each one a page of their active codes to
      *>                confirm or withdraw. In OPERCERT, grouped by
      *>                manager (codes with no manager recorded come
      *>                first, under NOT ASSIGNED) and by code within
      *>                manager, every active code shows:
      *>                  - its name and permission level
      *>                  - its last use: the last sign-on date
      *>                    OPERSIGN stamped, NEVER when it has not
      *>                    signed on since the stamp was introduced
      *>                  - its recertification due date
      *>                  - REVOKE - NO SIGN-ON when it has not
      *>                    signed on in the OPERCPRM idle days
      *>                    (missing OPERCPRM defaults to 90) -- a
      *>                    code never used counts from its last
      *>                    grant, and a code with neither date is
      *>                    flagged outright
      *>                  - RECERT DUE when the due date is reached or
      *>                    was never set
      *>                with per-manager and overall counts. Revoked
      *>                codes are only counted. A flagged code is
      *>                withdrawn with an OPERMNT REV card and a
      *>                confirmed one recertified with CRT. Read-only
      *>                against OPERID. RETURN-CODE: 4 when any code
      *>                is flagged, 16 when OPERID is not present.
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

           SELECT CERT-PARM ASSIGN TO "OPERCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCPRM-STATUS.

           SELECT CERT-REPORT ASSIGN TO "OPERCERT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
               88  OM-REVOKED                  VALUE "R".
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

       FD  CERT-PARM.
       01  CERT-PARM-RECORD.
           05  CP-IDLE-DAYS            PIC 9(03).

       FD  CERT-REPORT.
       01  CERT-REPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPERID-STATUS            PIC X(02) VALUE SPACES.
           88  WS-OPERID-FOUND                 VALUE "00".
       01  WS-OPERCPRM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-OPERCPRM-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-TODAY-INTEGER            PIC 9(08) COMP-5.
       01  WS-REFERENCE-INTEGER        PIC 9(08) COMP-5.
       01  WS-IDLE-DAYS                PIC 9(03) COMP-5 VALUE 90.

       01  WS-CODE-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-CODE-INDEX               PIC 9(03) COMP-5.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 200 TIMES.
               10  WS-CODE-SORT-KEY.
                   15  WS-CODE-MANAGER PIC X(08).
                   15  WS-CODE-CODE    PIC X(08).
               10  WS-CODE-NAME        PIC X(20).
               10  WS-CODE-LEVEL       PIC X(01).
               10  WS-CODE-GRANT-DATE  PIC X(08).
               10  WS-CODE-LAST-SIGNON PIC X(08).
               10  WS-CODE-RECERT-DUE  PIC X(08).
       01  WS-SWAP-ENTRY               PIC X(61).
       01  WS-SORT-INDEX               PIC 9(03) COMP-5.
       01  WS-SORT-SWAPPED-SWITCH      PIC X(01).
           88  WS-SORT-SWAPPED                 VALUE "Y".

       01  WS-CURRENT-MANAGER          PIC X(08).
       01  WS-FIRST-MANAGER-SWITCH     PIC X(01).
           88  WS-FIRST-MANAGER                VALUE "Y".
       01  WS-MGR-CODES                PIC 9(05) COMP-5.
       01  WS-MGR-IDLE                 PIC 9(05) COMP-5.
       01  WS-MGR-DUE                  PIC 9(05) COMP-5.
       01  WS-IDLE-COUNT               PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-DUE-COUNT                PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-REVOKED-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(38) VALUE
               "OPERATOR ACCESS RECERTIFICATION AS OF ".
           05  RH-TODAY-DATE           PIC X(08).
           05  FILLER                  PIC X(31) VALUE
               "  NO SIGN-ON FLAGGED REVOKE AT ".
           05  RH-IDLE-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE " DAYS".

       01  WS-MANAGER-HEADING.
           05  FILLER                  PIC X(09) VALUE "MANAGER: ".
           05  MH-MANAGER              PIC X(12).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "  CODE     NAME                 LVL LAST".
           05  FILLER                  PIC X(40) VALUE
               " USE  RECERT DUE  FLAGS".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CODE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-NAME                 PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LEVEL                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LAST-SIGNON          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RECERT-DUE           PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-IDLE-FLAG            PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DUE-FLAG             PIC X(10).

       01  WS-MANAGER-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "  CODES: ".
           05  MT-CODES                PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   FLAGGED REVOKE:".
           05  MT-IDLE                 PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   RECERT DUE:".
           05  MT-DUE                  PIC ZZZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(14) VALUE
               "ACTIVE CODES: ".
           05  SL-CODES                PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   FLAGGED REVOKE:".
           05  SL-IDLE                 PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   RECERT DUE:".
           05  SL-DUE                  PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               "   REVOKED:".
           05  SL-REVOKED              PIC ZZZZ9.

       01  WS-DROPPED-LINE.
           05  FILLER                  PIC X(38) VALUE
               "ACTIVE CODES NOT LISTED -- TABLE FULL:".
           05  DR-DROPPED              PIC ZZZZ9.

       01  WS-NOOPERID-LINE            PIC X(100) VALUE
           "OPERID NOT PRESENT -- NO OPERATOR CODES TO RECERTIFY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
           PERFORM 1000-READ-CERT-PARM

           OPEN OUTPUT CERT-REPORT
           MOVE WS-TODAY-DATE TO RH-TODAY-DATE
           MOVE WS-IDLE-DAYS TO RH-IDLE-DAYS
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-HEADING

           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERID-FOUND
               PERFORM 2100-READ-OPERATOR
               PERFORM 2000-LOAD-ONE-OPERATOR THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE OPERATOR-MASTER
               PERFORM 3000-SORT-CODES
               MOVE "Y" TO WS-FIRST-MANAGER-SWITCH
               PERFORM 4000-REPORT-ONE-CODE
                   VARYING WS-CODE-INDEX FROM 1 BY 1
                   UNTIL WS-CODE-INDEX > WS-CODE-COUNT
               IF NOT WS-FIRST-MANAGER
                   PERFORM 4200-END-MANAGER
               END-IF
               MOVE WS-CODE-COUNT TO SL-CODES
               MOVE WS-IDLE-COUNT TO SL-IDLE
               MOVE WS-DUE-COUNT TO SL-DUE
               MOVE WS-REVOKED-COUNT TO SL-REVOKED
               WRITE CERT-REPORT-RECORD FROM WS-SUMMARY-LINE
               IF WS-DROPPED-COUNT > ZERO
                   MOVE WS-DROPPED-COUNT TO DR-DROPPED
                   WRITE CERT-REPORT-RECORD FROM WS-DROPPED-LINE
               END-IF
           ELSE
               WRITE CERT-REPORT-RECORD FROM WS-NOOPERID-LINE
               MOVE 16 TO WS-MAX-RETURN-CODE
           END-IF

           CLOSE CERT-REPORT
           IF (WS-IDLE-COUNT > ZERO
               OR WS-DUE-COUNT > ZERO
               OR WS-DROPPED-COUNT > ZERO)
               AND WS-MAX-RETURN-CODE < 4
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-CERT-PARM.
           OPEN INPUT CERT-PARM
           IF WS-OPERCPRM-FOUND
               READ CERT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-IDLE-DAYS IS NUMERIC
                           AND CP-IDLE-DAYS > ZERO
                           MOVE CP-IDLE-DAYS TO WS-IDLE-DAYS
                       END-IF
               END-READ
               CLOSE CERT-PARM
           END-IF
           .

       2100-READ-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2000-LOAD-ONE-OPERATOR.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF
           IF OM-CODE = SPACES
               GO TO 2000-NEXT
           END-IF
           IF OM-REVOKED
               ADD 1 TO WS-REVOKED-COUNT
               GO TO 2000-NEXT
           END-IF
           IF WS-CODE-COUNT = 200
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-CODE-COUNT
           MOVE OM-MANAGER     TO WS-CODE-MANAGER (WS-CODE-COUNT)
           MOVE OM-CODE        TO WS-CODE-CODE (WS-CODE-COUNT)
           MOVE OM-NAME        TO WS-CODE-NAME (WS-CODE-COUNT)
           MOVE OM-PERM-LEVEL  TO WS-CODE-LEVEL (WS-CODE-COUNT)
           MOVE OM-GRANT-DATE  TO WS-CODE-GRANT-DATE (WS-CODE-COUNT)
           MOVE OM-LAST-SIGNON TO WS-CODE-LAST-SIGNON (WS-CODE-COUNT)
           MOVE OM-RECERT-DUE  TO WS-CODE-RECERT-DUE (WS-CODE-COUNT)
           .
       2000-NEXT.
           PERFORM 2100-READ-OPERATOR
           .
       2000-EXIT.
           EXIT
           .

      *> Simple exchange sort on manager-then-code -- OPERID runs to
      *> a couple of hundred codes at most.
       3000-SORT-CODES.
           MOVE "Y" TO WS-SORT-SWAPPED-SWITCH
           PERFORM 3100-SORT-ONE-PASS
               UNTIL NOT WS-SORT-SWAPPED
           .

       3100-SORT-ONE-PASS.
           MOVE "N" TO WS-SORT-SWAPPED-SWITCH
           PERFORM 3200-SORT-ONE-PAIR
               VARYING WS-SORT-INDEX FROM 1 BY 1
               UNTIL WS-SORT-INDEX >= WS-CODE-COUNT
           .

       3200-SORT-ONE-PAIR.
           IF WS-CODE-SORT-KEY (WS-SORT-INDEX) >
                   WS-CODE-SORT-KEY (WS-SORT-INDEX + 1)
               MOVE WS-CODE-ENTRY (WS-SORT-INDEX)
                   TO WS-SWAP-ENTRY
               MOVE WS-CODE-ENTRY (WS-SORT-INDEX + 1)
                   TO WS-CODE-ENTRY (WS-SORT-INDEX)
               MOVE WS-SWAP-ENTRY
                   TO WS-CODE-ENTRY (WS-SORT-INDEX + 1)
               SET WS-SORT-SWAPPED TO TRUE
           END-IF
           .

       4000-REPORT-ONE-CODE.
           IF WS-FIRST-MANAGER
               OR WS-CODE-MANAGER (WS-CODE-INDEX)
                   NOT = WS-CURRENT-MANAGER
               IF NOT WS-FIRST-MANAGER
                   PERFORM 4200-END-MANAGER
               END-IF
               PERFORM 4100-START-MANAGER
           END-IF

           MOVE WS-CODE-CODE (WS-CODE-INDEX)   TO DL-CODE
           MOVE WS-CODE-NAME (WS-CODE-INDEX)   TO DL-NAME
           MOVE WS-CODE-LEVEL (WS-CODE-INDEX)  TO DL-LEVEL
           IF WS-CODE-LAST-SIGNON (WS-CODE-INDEX) IS NUMERIC
               MOVE WS-CODE-LAST-SIGNON (WS-CODE-INDEX)
                   TO DL-LAST-SIGNON
           ELSE
               MOVE "NEVER" TO DL-LAST-SIGNON
           END-IF
           MOVE WS-CODE-RECERT-DUE (WS-CODE-INDEX) TO DL-RECERT-DUE
           MOVE SPACES TO DL-IDLE-FLAG
           MOVE SPACES TO DL-DUE-FLAG

      *> unused is measured from the last sign-on, or failing that
      *> the last grant; a code with neither has no claim to stay
           MOVE ZERO TO WS-REFERENCE-INTEGER
           IF WS-CODE-LAST-SIGNON (WS-CODE-INDEX) IS NUMERIC
               COMPUTE WS-REFERENCE-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CODE-LAST-SIGNON (WS-CODE-INDEX)))
           ELSE
               IF WS-CODE-GRANT-DATE (WS-CODE-INDEX) IS NUMERIC
                   COMPUTE WS-REFERENCE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           WS-CODE-GRANT-DATE (WS-CODE-INDEX)))
               END-IF
           END-IF
           IF WS-REFERENCE-INTEGER = ZERO
               OR WS-REFERENCE-INTEGER + WS-IDLE-DAYS
                   <= WS-TODAY-INTEGER
               MOVE "REVOKE - NO SIGN-ON" TO DL-IDLE-FLAG
               ADD 1 TO WS-MGR-IDLE
               ADD 1 TO WS-IDLE-COUNT
           END-IF

           IF WS-CODE-RECERT-DUE (WS-CODE-INDEX) IS NOT NUMERIC
               OR WS-CODE-RECERT-DUE (WS-CODE-INDEX) <= WS-TODAY-DATE
               MOVE "RECERT DUE" TO DL-DUE-FLAG
               ADD 1 TO WS-MGR-DUE
               ADD 1 TO WS-DUE-COUNT
           END-IF

           ADD 1 TO WS-MGR-CODES
           WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE
           .

       4100-START-MANAGER.
           MOVE "N" TO WS-FIRST-MANAGER-SWITCH
           MOVE WS-CODE-MANAGER (WS-CODE-INDEX) TO WS-CURRENT-MANAGER
           IF WS-CURRENT-MANAGER = SPACES
               MOVE "NOT ASSIGNED" TO MH-MANAGER
           ELSE
               MOVE WS-CURRENT-MANAGER TO MH-MANAGER
           END-IF
           MOVE ZERO TO WS-MGR-CODES
           MOVE ZERO TO WS-MGR-IDLE
           MOVE ZERO TO WS-MGR-DUE
           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD FROM WS-MANAGER-HEADING
           WRITE CERT-REPORT-RECORD FROM WS-COLUMN-HEADING
           .

       4200-END-MANAGER.
           MOVE WS-MGR-CODES TO MT-CODES
           MOVE WS-MGR-IDLE TO MT-IDLE
           MOVE WS-MGR-DUE TO MT-DUE
           WRITE CERT-REPORT-RECORD FROM WS-MANAGER-TOTAL-LINE
           .
       END PROGRAM OPERCERT.
