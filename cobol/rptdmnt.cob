       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDMNT.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-10-01
      *> Purpose:       Maintenance program for the RPTDIST report
      *>                distribution table RPTDLVR delivers the
      *>                night's reports from. One record per report
      *>                per recipient (per burst key):
      *>                  cols  1-8   report (its dataset name)
      *>                  cols 10-15  recipient code -- the recipient's
      *>                              deliverable is dataset RD + code
      *>                  cols 17-20  burst key: the owning department
      *>                              for ACCTSTMT, the requester code
      *>                              for CHRGRPT and FIBOUT; blank
      *>                              takes the whole report
      *>                  col  22     frequency D daily, W weekly, M
      *>                              monthly
      *>                  cols 24-25  day: weekday 01 (Monday) to 07
      *>                              for W, day of month 01-31 for M
      *>                              (past the month's end means its
      *>                              last day), blank for D
      *>                  col  27     channel P print dataset, N the
      *>                              NOTIFYQ message gateway
      *>                  cols 29-48  gateway contact (N only)
      *>                  cols 50-79  recipient name for the banner
      *>                Statements for one department had gone to
      *>                another while the morning distribution was a
      *>                hand job. Driven by RPTDMCT command cards, one
      *>                per record, the record layout behind a three-
      *>                byte action and a space:
      *>                  ADD  add an entry
      *>                  UPD  change its frequency, day, channel,
      *>                       contact, and name
      *>                  DEL  remove it
      *>                An entry is keyed by report, recipient, and
      *>                burst key. Every command is validated --
      *>                report and recipient one word each, a burst
      *>                key only on a report that bursts and then one
      *>                the masters know (an owning department on
      *>                ACCTMAST for ACCTSTMT, a requester on REQMAST
      *>                for CHRGRPT and FIBOUT, where UNSP is also
      *>                taken), the frequency and day consistent, the
      *>                channel P or N, and an N entry's contact a
      *>                mail address or a number of seven digits or
      *>                more (the ONCALMNT edit) -- ADD rejects an
      *>                entry already on file and UPD/DEL an unknown
      *>                one, and a recipient may not take a report
      *>                whole and by burst key both (REJECTED -
      *>                OVERLAPS, it would be sent the section twice).
      *>                Every change (and every rejected command)
      *>                writes an audit line with the signed-on
      *>                operator to RPTDAUD. The table is rewritten in
      *>                place once all commands are applied.
      *>                RETURN-CODE: 8 when any command was rejected,
      *>                12 when RPTDMCT is not present, 16 when the
      *>                operator is below maintenance level or the
      *>                table is frozen.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-10-01  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE ASSIGN TO "RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTDIST-STATUS.

           SELECT MAINT-COMMANDS ASSIGN TO "RPTDMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTDMCT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "RPTDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTDAUD-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT REQUESTER-MASTER ASSIGN TO "REQMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-TABLE.
       01  DIST-RECORD.
           05  RD-REPORT               PIC X(08).
           05  FILLER                  PIC X(01).
           05  RD-RECIPIENT            PIC X(06).
           05  FILLER                  PIC X(01).
           05  RD-BURST-KEY            PIC X(04).
           05  FILLER                  PIC X(01).
           05  RD-FREQUENCY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  RD-DAY                  PIC X(02).
           05  FILLER                  PIC X(01).
           05  RD-CHANNEL              PIC X(01).
           05  FILLER                  PIC X(01).
           05  RD-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  RD-NAME                 PIC X(30).

       FD  MAINT-COMMANDS.
       01  MAINT-COMMAND-RECORD.
           05  MC-ACTION               PIC X(03).
               88  MC-ACTION-ADD               VALUE "ADD".
               88  MC-ACTION-UPDATE            VALUE "UPD".
               88  MC-ACTION-DELETE            VALUE "DEL".
           05  FILLER                  PIC X(01).
           05  MC-REPORT               PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-RECIPIENT            PIC X(06).
           05  FILLER                  PIC X(01).
           05  MC-BURST-KEY            PIC X(04).
           05  FILLER                  PIC X(01).
           05  MC-FREQUENCY            PIC X(01).
               88  MC-FREQ-DAILY               VALUE "D".
               88  MC-FREQ-WEEKLY              VALUE "W".
               88  MC-FREQ-MONTHLY             VALUE "M".
           05  FILLER                  PIC X(01).
           05  MC-DAY                  PIC X(02).
           05  MC-DAY-N REDEFINES MC-DAY
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  MC-CHANNEL              PIC X(01).
               88  MC-CHANNEL-PRINT            VALUE "P".
               88  MC-CHANNEL-NOTIFY           VALUE "N".
           05  FILLER                  PIC X(01).
           05  MC-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  MC-NAME                 PIC X(30).

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-RECORD          PIC X(124).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AC-IN-CODE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-IN-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01).
           05  AC-IN-OWNING-DEPT       PIC X(04).

       FD  REQUESTER-MASTER.
       01  REQUESTER-MASTER-RECORD.
           05  RQ-IN-CODE              PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-RPTDIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RPTDIST-FOUND                VALUE "00".
       01  WS-RPTDMCT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RPTDMCT-FOUND                VALUE "00".
       01  WS-RPTDAUD-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RPTDAUD-NOT-FOUND            VALUE "35".
       01  WS-ACCTMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACCTMAST-FOUND               VALUE "00".
       01  WS-REQMAST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-REQMAST-FOUND                VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TABLE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-TABLE-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-INDEX              PIC 9(03) COMP-5.
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-DIST-TABLE.
           05  WS-TABLE-ENTRY OCCURS 300 TIMES.
               10  WS-TBL-REPORT       PIC X(08).
               10  WS-TBL-RECIPIENT    PIC X(06).
               10  WS-TBL-BURST-KEY    PIC X(04).
               10  WS-TBL-FREQUENCY    PIC X(01).
               10  WS-TBL-DAY          PIC X(02).
               10  WS-TBL-CHANNEL      PIC X(01).
               10  WS-TBL-CONTACT      PIC X(20).
               10  WS-TBL-NAME         PIC X(30).
               10  WS-TBL-DELETED-SW   PIC X(01).
                   88  WS-TBL-DELETED          VALUE "Y".

      *> The reports RPTDLVR bursts, and the burst keys the masters
      *> know for them: owning departments off ACCTMAST, requester
      *> codes off REQMAST.
       01  WS-BURST-REPORT-SWITCH      PIC X(01).
           88  WS-BURST-BY-DEPT                VALUE "D".
           88  WS-BURST-BY-REQUESTER           VALUE "R".
           88  WS-BURST-NONE                   VALUE "N".
       01  WS-KEY-COUNT                PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-KEY-INDEX                PIC 9(03) COMP-5.
       01  WS-KEY-FOUND-SWITCH         PIC X(01).
           88  WS-KEY-FOUND                    VALUE "Y".
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 300 TIMES.
               10  WS-KEY-TYPE         PIC X(01).
               10  WS-KEY-CODE         PIC X(04).
       01  WS-LOOKUP-TYPE              PIC X(01).
       01  WS-LOOKUP-CODE              PIC X(04).

       01  WS-ENTRY-EDIT               PIC X(30).
       01  WS-WORD-LENGTH              PIC 9(02) COMP-5.
       01  WS-CONTACT-LENGTH           PIC 9(02) COMP-5.
       01  WS-AT-COUNT                 PIC 9(02) COMP-5.
       01  WS-AT-POSITION              PIC 9(02) COMP-5.
       01  WS-OVERLAP-INDEX            PIC 9(03) COMP-5.
       01  WS-OVERLAP-FOUND-SWITCH     PIC X(01).
           88  WS-OVERLAP-FOUND                VALUE "Y".

       01  WS-CHANGE-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-CODE            PIC X(08).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PERM-LEVEL               PIC X(01).
           88  WS-MAINT-LEVEL                  VALUE "M".
       01  WS-SIGNON-SWITCH            PIC X(01).
           88  WS-SIGNED-ON                    VALUE "Y".
       01  WS-FREEZE-PROGRAM           PIC X(20) VALUE "RPTDMNT".
       01  WS-FREEZE-SCOPE             PIC X(08) VALUE "RPTDIST".
       01  WS-FREEZE-RESULT            PIC X(01) VALUE "N".
           88  WS-RUN-FROZEN                   VALUE "R".

       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).

       01  WS-AUDIT-LINE.
           05  AU-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-ACTION               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-REPORT               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-RECIPIENT            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-BURST-KEY            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-FREQUENCY            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DAY                  PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-CHANNEL              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AU-NAME                 PIC X(13).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "OPERSIGN" USING WS-OPERATOR-CODE,
               WS-OPERATOR-NAME, WS-PERM-LEVEL, WS-SIGNON-SWITCH
           PERFORM 1000-LOAD-TABLE
           PERFORM 1500-LOAD-BURST-KEYS

           OPEN INPUT MAINT-COMMANDS
           IF WS-RPTDMCT-FOUND
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
           OPEN INPUT DIST-TABLE
           IF WS-RPTDIST-FOUND
               PERFORM 1100-READ-TABLE
               PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-TABLE-COUNT = 300
               CLOSE DIST-TABLE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1100-READ-TABLE.
           READ DIST-TABLE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1200-LOAD-ONE-ENTRY.
           IF WS-END-OF-FILE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE RD-REPORT     TO WS-TBL-REPORT (WS-TABLE-COUNT)
           MOVE RD-RECIPIENT  TO WS-TBL-RECIPIENT (WS-TABLE-COUNT)
           MOVE RD-BURST-KEY  TO WS-TBL-BURST-KEY (WS-TABLE-COUNT)
           MOVE RD-FREQUENCY  TO WS-TBL-FREQUENCY (WS-TABLE-COUNT)
           MOVE RD-DAY        TO WS-TBL-DAY (WS-TABLE-COUNT)
           MOVE RD-CHANNEL    TO WS-TBL-CHANNEL (WS-TABLE-COUNT)
           MOVE RD-CONTACT    TO WS-TBL-CONTACT (WS-TABLE-COUNT)
           MOVE RD-NAME       TO WS-TBL-NAME (WS-TABLE-COUNT)
           MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
           PERFORM 1100-READ-TABLE
           .
       1200-EXIT.
           EXIT
           .

      *> Owning departments (type D) and requester codes (type R),
      *> one entry per code; a missing master leaves its keys
      *> unknown and every burst key against it is rejected.
       1500-LOAD-BURST-KEYS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCTMAST-FOUND
               PERFORM 1600-READ-ACCOUNT
               PERFORM 1610-LOAD-ONE-DEPT
                   UNTIL WS-END-OF-FILE
               CLOSE ACCOUNT-MASTER
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REQUESTER-MASTER
           IF WS-REQMAST-FOUND
               PERFORM 1700-READ-REQUESTER
               PERFORM 1710-LOAD-ONE-REQUESTER
                   UNTIL WS-END-OF-FILE
               CLOSE REQUESTER-MASTER
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1600-READ-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1610-LOAD-ONE-DEPT.
           IF AC-IN-OWNING-DEPT NOT = SPACES
               MOVE "D" TO WS-LOOKUP-TYPE
               MOVE AC-IN-OWNING-DEPT TO WS-LOOKUP-CODE
               PERFORM 1800-ADD-KEY
           END-IF
           PERFORM 1600-READ-ACCOUNT
           .

       1700-READ-REQUESTER.
           READ REQUESTER-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1710-LOAD-ONE-REQUESTER.
           IF RQ-IN-CODE NOT = SPACES
               MOVE "R" TO WS-LOOKUP-TYPE
               MOVE RQ-IN-CODE TO WS-LOOKUP-CODE
               PERFORM 1800-ADD-KEY
           END-IF
           PERFORM 1700-READ-REQUESTER
           .

       1800-ADD-KEY.
           PERFORM 1900-FIND-KEY
           IF NOT WS-KEY-FOUND
               AND WS-KEY-COUNT < 300
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-LOOKUP-TYPE TO WS-KEY-TYPE (WS-KEY-COUNT)
               MOVE WS-LOOKUP-CODE TO WS-KEY-CODE (WS-KEY-COUNT)
           END-IF
           .

       1900-FIND-KEY.
           MOVE "N" TO WS-KEY-FOUND-SWITCH
           PERFORM 1910-MATCH-ONE-KEY
               VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > WS-KEY-COUNT
                   OR WS-KEY-FOUND
           .

       1910-MATCH-ONE-KEY.
           IF WS-KEY-TYPE (WS-KEY-INDEX) = WS-LOOKUP-TYPE
               AND WS-KEY-CODE (WS-KEY-INDEX) = WS-LOOKUP-CODE
               SET WS-KEY-FOUND TO TRUE
           END-IF
           .

       2000-APPLY-COMMAND.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF

           MOVE ZERO TO WS-WORD-LENGTH
           INSPECT MC-REPORT TALLYING WS-WORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WORD-LENGTH = ZERO
               OR (WS-WORD-LENGTH < 8
                   AND MC-REPORT (WS-WORD-LENGTH + 1:) NOT = SPACES)
               MOVE "REJECTED - BAD REPORT" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-NEXT
           END-IF
           MOVE ZERO TO WS-WORD-LENGTH
           INSPECT MC-RECIPIENT TALLYING WS-WORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WORD-LENGTH = ZERO
               OR (WS-WORD-LENGTH < 6
                   AND MC-RECIPIENT (WS-WORD-LENGTH + 1:)
                       NOT = SPACES)
               MOVE "REJECTED - BAD RECIPIENT" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2500-FIND-ENTRY
           EVALUATE TRUE
           WHEN MC-ACTION-ADD
               PERFORM 4000-APPLY-ADD
           WHEN MC-ACTION-UPDATE
               PERFORM 4100-APPLY-UPDATE
           WHEN MC-ACTION-DELETE
               PERFORM 4200-APPLY-DELETE
           WHEN OTHER
               MOVE "REJECTED - UNKNOWN ACTION" TO AU-DISPOSITION
               PERFORM 9200-WRITE-AUDIT
               ADD 1 TO WS-REJECT-COUNT
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

       2500-FIND-ENTRY.
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
           IF WS-TBL-REPORT (WS-MATCH-INDEX) = MC-REPORT
               AND WS-TBL-RECIPIENT (WS-MATCH-INDEX) = MC-RECIPIENT
               AND WS-TBL-BURST-KEY (WS-MATCH-INDEX) = MC-BURST-KEY
               AND NOT WS-TBL-DELETED (WS-MATCH-INDEX)
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> The burst key, schedule, channel, and contact edits ADD and
      *> UPD share; a blank WS-ENTRY-EDIT means the entry is good.
       2600-EDIT-ENTRY.
           MOVE SPACES TO WS-ENTRY-EDIT
           EVALUATE MC-REPORT
           WHEN "ACCTSTMT"
               SET WS-BURST-BY-DEPT TO TRUE
           WHEN "CHRGRPT"
           WHEN "FIBOUT"
               SET WS-BURST-BY-REQUESTER TO TRUE
           WHEN OTHER
               SET WS-BURST-NONE TO TRUE
           END-EVALUATE
           IF MC-BURST-KEY NOT = SPACES
               PERFORM 2650-EDIT-BURST-KEY
           END-IF
           IF WS-ENTRY-EDIT NOT = SPACES
               GO TO 2600-EXIT
           END-IF
           EVALUATE TRUE
           WHEN MC-FREQ-DAILY
               IF MC-DAY NOT = SPACES
                   MOVE "REJECTED - BAD DAY" TO WS-ENTRY-EDIT
               END-IF
           WHEN MC-FREQ-WEEKLY
               IF MC-DAY IS NOT NUMERIC
                   MOVE "REJECTED - BAD DAY" TO WS-ENTRY-EDIT
               ELSE
                   IF MC-DAY-N < 1 OR MC-DAY-N > 7
                       MOVE "REJECTED - BAD DAY" TO WS-ENTRY-EDIT
                   END-IF
               END-IF
           WHEN MC-FREQ-MONTHLY
               IF MC-DAY IS NOT NUMERIC
                   MOVE "REJECTED - BAD DAY" TO WS-ENTRY-EDIT
               ELSE
                   IF MC-DAY-N < 1 OR MC-DAY-N > 31
                       MOVE "REJECTED - BAD DAY" TO WS-ENTRY-EDIT
                   END-IF
               END-IF
           WHEN OTHER
               MOVE "REJECTED - BAD FREQUENCY" TO WS-ENTRY-EDIT
           END-EVALUATE
           IF WS-ENTRY-EDIT NOT = SPACES
               GO TO 2600-EXIT
           END-IF
           EVALUATE TRUE
           WHEN MC-CHANNEL-NOTIFY
               PERFORM 2700-EDIT-CONTACT
           WHEN MC-CHANNEL-PRINT
               CONTINUE
           WHEN OTHER
               MOVE "REJECTED - BAD CHANNEL" TO WS-ENTRY-EDIT
           END-EVALUATE
           .
       2600-EXIT.
           EXIT
           .

       2650-EDIT-BURST-KEY.
           EVALUATE TRUE
           WHEN WS-BURST-NONE
               MOVE "REJECTED - REPORT NOT BURST" TO WS-ENTRY-EDIT
           WHEN WS-BURST-BY-DEPT
               MOVE "D" TO WS-LOOKUP-TYPE
               MOVE MC-BURST-KEY TO WS-LOOKUP-CODE
               PERFORM 1900-FIND-KEY
               IF NOT WS-KEY-FOUND
                   MOVE "REJECTED - DEPT NOT ON ACCTMAST"
                       TO WS-ENTRY-EDIT
               END-IF
           WHEN OTHER
               MOVE "R" TO WS-LOOKUP-TYPE
               MOVE MC-BURST-KEY TO WS-LOOKUP-CODE
               PERFORM 1900-FIND-KEY
               IF NOT WS-KEY-FOUND
                   AND NOT (MC-REPORT = "FIBOUT"
                            AND MC-BURST-KEY = "UNSP")
                   MOVE "REJECTED - NOT ON REQMAST" TO WS-ENTRY-EDIT
               END-IF
           END-EVALUATE
           .

      *> One word, no leading blank: a mail address with a single @
      *> that has something before and after it, or a pager/phone
      *> number of seven digits or more.
       2700-EDIT-CONTACT.
           MOVE ZERO TO WS-CONTACT-LENGTH
           MOVE ZERO TO WS-AT-COUNT
           MOVE ZERO TO WS-AT-POSITION
           INSPECT MC-CONTACT TALLYING WS-CONTACT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT MC-CONTACT TALLYING WS-AT-COUNT FOR ALL "@"
           INSPECT MC-CONTACT TALLYING WS-AT-POSITION
               FOR CHARACTERS BEFORE INITIAL "@"
           EVALUATE TRUE
           WHEN WS-CONTACT-LENGTH = ZERO
               MOVE "REJECTED - BAD CONTACT" TO WS-ENTRY-EDIT
           WHEN WS-CONTACT-LENGTH < 20
               AND MC-CONTACT (WS-CONTACT-LENGTH + 1:) NOT = SPACES
               MOVE "REJECTED - BAD CONTACT" TO WS-ENTRY-EDIT
           WHEN WS-AT-COUNT = 1
               IF WS-AT-POSITION = ZERO
                   OR WS-AT-POSITION + 1 >= WS-CONTACT-LENGTH
                   MOVE "REJECTED - BAD CONTACT" TO WS-ENTRY-EDIT
               END-IF
           WHEN WS-AT-COUNT > 1
               MOVE "REJECTED - BAD CONTACT" TO WS-ENTRY-EDIT
           WHEN MC-CONTACT (1:WS-CONTACT-LENGTH) IS NOT NUMERIC
               OR WS-CONTACT-LENGTH < 7
               MOVE "REJECTED - BAD CONTACT" TO WS-ENTRY-EDIT
           END-EVALUATE
           .

      *> The same recipient taking the same report whole and by a
      *> burst key would get that section twice.
       2800-CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FOUND-SWITCH
           PERFORM 2810-CHECK-ONE-ENTRY
               VARYING WS-OVERLAP-INDEX FROM 1 BY 1
               UNTIL WS-OVERLAP-INDEX > WS-TABLE-COUNT
                   OR WS-OVERLAP-FOUND
           .

       2810-CHECK-ONE-ENTRY.
           IF WS-TBL-REPORT (WS-OVERLAP-INDEX) = MC-REPORT
               AND WS-TBL-RECIPIENT (WS-OVERLAP-INDEX) = MC-RECIPIENT
               AND NOT WS-TBL-DELETED (WS-OVERLAP-INDEX)
               IF WS-TBL-BURST-KEY (WS-OVERLAP-INDEX) = SPACES
                   OR MC-BURST-KEY = SPACES
                   SET WS-OVERLAP-FOUND TO TRUE
               END-IF
           END-IF
           .

       4000-APPLY-ADD.
           IF NOT WS-MATCH-FOUND
               PERFORM 2600-EDIT-ENTRY THRU 2600-EXIT
               IF WS-ENTRY-EDIT = SPACES
                   PERFORM 2800-CHECK-OVERLAP
                   IF WS-OVERLAP-FOUND
                       MOVE "REJECTED - OVERLAPS" TO WS-ENTRY-EDIT
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-MATCH-FOUND
               MOVE "REJECTED - DUPLICATE ENTRY" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-ENTRY-EDIT NOT = SPACES
               MOVE WS-ENTRY-EDIT TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-TABLE-COUNT = 300
               MOVE "REJECTED - TABLE FULL" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               ADD 1 TO WS-TABLE-COUNT
               MOVE MC-REPORT    TO WS-TBL-REPORT (WS-TABLE-COUNT)
               MOVE MC-RECIPIENT TO WS-TBL-RECIPIENT (WS-TABLE-COUNT)
               MOVE MC-BURST-KEY TO WS-TBL-BURST-KEY (WS-TABLE-COUNT)
               MOVE MC-FREQUENCY TO WS-TBL-FREQUENCY (WS-TABLE-COUNT)
               MOVE MC-DAY       TO WS-TBL-DAY (WS-TABLE-COUNT)
               MOVE MC-CHANNEL   TO WS-TBL-CHANNEL (WS-TABLE-COUNT)
               MOVE MC-CONTACT   TO WS-TBL-CONTACT (WS-TABLE-COUNT)
               MOVE MC-NAME      TO WS-TBL-NAME (WS-TABLE-COUNT)
               MOVE "N" TO WS-TBL-DELETED-SW (WS-TABLE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ADDED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4100-APPLY-UPDATE.
           IF WS-MATCH-FOUND
               PERFORM 2600-EDIT-ENTRY THRU 2600-EXIT
           END-IF
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "REJECTED - ENTRY NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN WS-ENTRY-EDIT NOT = SPACES
               MOVE WS-ENTRY-EDIT TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           WHEN OTHER
               MOVE MC-FREQUENCY TO WS-TBL-FREQUENCY (WS-MATCH-INDEX)
               MOVE MC-DAY       TO WS-TBL-DAY (WS-MATCH-INDEX)
               MOVE MC-CHANNEL   TO WS-TBL-CHANNEL (WS-MATCH-INDEX)
               MOVE MC-CONTACT   TO WS-TBL-CONTACT (WS-MATCH-INDEX)
               MOVE MC-NAME      TO WS-TBL-NAME (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "UPDATED" TO AU-DISPOSITION
           END-EVALUATE
           PERFORM 9200-WRITE-AUDIT
           .

       4200-APPLY-DELETE.
           IF NOT WS-MATCH-FOUND
               MOVE "REJECTED - ENTRY NOT ON FILE" TO AU-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "Y" TO WS-TBL-DELETED-SW (WS-MATCH-INDEX)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "DELETED" TO AU-DISPOSITION
           END-IF
           PERFORM 9200-WRITE-AUDIT
           .

       3000-REWRITE-TABLE.
           OPEN OUTPUT DIST-TABLE
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
           CLOSE DIST-TABLE
           .

       3100-WRITE-ONE-ENTRY.
           IF NOT WS-TBL-DELETED (WS-TABLE-INDEX)
               MOVE SPACES TO DIST-RECORD
               MOVE WS-TBL-REPORT (WS-TABLE-INDEX)    TO RD-REPORT
               MOVE WS-TBL-RECIPIENT (WS-TABLE-INDEX) TO RD-RECIPIENT
               MOVE WS-TBL-BURST-KEY (WS-TABLE-INDEX) TO RD-BURST-KEY
               MOVE WS-TBL-FREQUENCY (WS-TABLE-INDEX) TO RD-FREQUENCY
               MOVE WS-TBL-DAY (WS-TABLE-INDEX)       TO RD-DAY
               MOVE WS-TBL-CHANNEL (WS-TABLE-INDEX)   TO RD-CHANNEL
               MOVE WS-TBL-CONTACT (WS-TABLE-INDEX)   TO RD-CONTACT
               MOVE WS-TBL-NAME (WS-TABLE-INDEX)      TO RD-NAME
               WRITE DIST-RECORD
           END-IF
           .

       9100-OPEN-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-RPTDAUD-NOT-FOUND
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           .

       9200-WRITE-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME TO AU-TIME
           MOVE MC-ACTION       TO AU-ACTION
           MOVE MC-REPORT       TO AU-REPORT
           MOVE MC-RECIPIENT    TO AU-RECIPIENT
           MOVE MC-BURST-KEY    TO AU-BURST-KEY
           MOVE MC-FREQUENCY    TO AU-FREQUENCY
           MOVE MC-DAY          TO AU-DAY
           MOVE MC-CHANNEL      TO AU-CHANNEL
           MOVE MC-CONTACT      TO AU-CONTACT
           MOVE WS-OPERATOR-CODE TO AU-OPERATOR
           MOVE MC-NAME         TO AU-NAME
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
       END PROGRAM RPTDMNT.
