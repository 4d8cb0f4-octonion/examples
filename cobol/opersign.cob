      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-08-29  dp  Initial version.
      *>   2026-09-27  dp  OPERID now maintained by OPERMNT and carries
      *>                   a status, manager, grant stamp, last sign-on
      *>                   date, and recertification due date. A
      *>                   revoked code (status R) is NOT signed on,
      *>                   and a successful sign-on stamps today's
      *>                   date as the code's last sign-on -- OPERID
      *>                   is rewritten only the first time a code
      *>                   signs on each day. A legacy record with no
      *>                   status counts as active.
      *>   2026-10-03  dp  Every proc whose program signs on through
      *>                   here now allocates OPERID DISP=OLD, so the
      *>                   sign-on rewrite can never race another
      *>                   sign-on or an OPERMNT change.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                  PIC X(01).
           05  OM-PERM-LEVEL           PIC X(01).
               88  OM-LEVEL-VALID              VALUE "I" "C" "M".
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

       WORKING-STORAGE SECTION.
       01  WS-OPERCARD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X(01).
           88  WS-END-OF-MASTER                VALUE "Y".
       01  WS-CARDED-CODE              PIC X(08).
       01  WS-TODAY-DATE               PIC X(08).

      *> the whole master is held so the sign-on stamp can rewrite it;
      *> a master too big for the table is never rewritten
       01  WS-MASTER-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MASTER-INDEX             PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-OVERFLOW-SWITCH          PIC X(01).
           88  WS-MASTER-OVERFLOW              VALUE "Y".
       01  WS-MASTER-TABLE.
           05  WS-MASTER-RECORD OCCURS 200 TIMES
                                       PIC X(78).

       LINKAGE SECTION.
       01  OS-OPERATOR-CODE            PIC X(08).
           MOVE WS-CARDED-CODE TO OS-OPERATOR-CODE

           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-OVERFLOW-SWITCH
           MOVE ZERO TO WS-MASTER-COUNT
           MOVE ZERO TO WS-MATCH-INDEX
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERID-FOUND
               PERFORM 1000-MATCH-ONE-OPERATOR
                   UNTIL WS-END-OF-MASTER
               CLOSE OPERATOR-MASTER
           END-IF
           IF OS-SIGNED-ON
               PERFORM 2000-STAMP-SIGNON THRU 2000-EXIT
           END-IF
           GOBACK
           .

               AT END
                   SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   IF WS-MASTER-COUNT < 200
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE OPERATOR-MASTER-RECORD
                           TO WS-MASTER-RECORD (WS-MASTER-COUNT)
                   ELSE
                       SET WS-MASTER-OVERFLOW TO TRUE
                   END-IF
                   IF OM-CODE = WS-CARDED-CODE
                       AND OM-LEVEL-VALID
                       AND NOT OM-REVOKED
                       AND NOT OS-SIGNED-ON
                       MOVE OM-NAME       TO OS-OPERATOR-NAME
                       MOVE OM-PERM-LEVEL TO OS-PERM-LEVEL
                       SET OS-SIGNED-ON TO TRUE
                       MOVE WS-MASTER-COUNT TO WS-MATCH-INDEX
                   END-IF
           END-READ
           .

      *> the last sign-on date feeds OPERCERT's unused-code check; an
      *> already-stamped code costs no rewrite, and a failed open
      *> costs nothing but the stamp. The caller's step holds OPERID
      *> DISP=OLD, so nothing else reads or rewrites it meanwhile.
       2000-STAMP-SIGNON.
           IF WS-MASTER-OVERFLOW
               OR WS-MATCH-INDEX = ZERO
               GO TO 2000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-MASTER-RECORD (WS-MATCH-INDEX)
               TO OPERATOR-MASTER-RECORD
           IF OM-LAST-SIGNON = WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO OM-LAST-SIGNON
           MOVE OPERATOR-MASTER-RECORD
               TO WS-MASTER-RECORD (WS-MATCH-INDEX)

           OPEN OUTPUT OPERATOR-MASTER
           IF NOT WS-OPERID-FOUND
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-WRITE-ONE-OPERATOR
               VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT
           CLOSE OPERATOR-MASTER
           .
       2000-EXIT.
           EXIT
           .

       2100-WRITE-ONE-OPERATOR.
           MOVE WS-MASTER-RECORD (WS-MASTER-INDEX)
               TO OPERATOR-MASTER-RECORD
           WRITE OPERATOR-MASTER-RECORD
           .
       END PROGRAM OPERSIGN.
