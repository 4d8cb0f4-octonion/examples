       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURGEN.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-05
      *> Purpose:       Nightly standing-transaction generator. Reads
      *>                the ADDRECUR templates (maintained by RECURMNT)
      *>                and emits every occurrence due on tonight's
      *>                PROCDATE business date as an ordinary ADDTRANS
      *>                detail, so ADDBATCH books it through the same
      *>                validation, suspense, currency, and posting
      *>                chain as anything the upstream feed sends.
      *>                Business days are every date NOT carded in the
      *>                RUNCAL calendar, the reading DAILY-BATCH-DRIVER
      *>                gives it (a missing RUNCAL makes every day a
      *>                processing day):
      *>                  M dd  due on the dd'th business day of the
      *>                        month
      *>                  W dd  due on weekday dd (01 = Monday); a
      *>                        weekday that falls on a non-processing
      *>                        day generates on the next processing
      *>                        day, carrying its own date
      *>                and only between the template's start and end
      *>                dates. The generated details are merged into
      *>                ADDTRANS ahead of its trailer through the
      *>                RECURWK work dataset: the upstream file's own
      *>                header/trailer controls are proved first, and
      *>                the rewritten trailer carries the upstream count
      *>                and hash plus the generated ones, so ADDBATCH's
      *>                balancing still proves the upstream transfer. A
      *>                night with no upstream ADDTRANS gets a fresh
      *>                file with a RECURGEN header. Every occurrence
      *>                generated is recorded on the RECURHST history
      *>                dataset (template ID and occurrence date), and
      *>                an occurrence already on file is never generated
      *>                again -- a rerun of the same night adds nothing,
      *>                unless ADDMERGE has rebuilt ADDTRANS since (no
      *>                RECURGEN details left in it), when tonight's own
      *>                occurrences are generated again.
      *>                RECURRPT lists each due occurrence and what
      *>                happened to it. RETURN-CODE: 4 when due
      *>                occurrences overflowed the generation table, 12
      *>                when the upstream ADDTRANS is out of balance or
      *>                the history would not fit (nothing generated --
      *>                the occurrences generate on the rerun once the
      *>                feed is fixed).
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-05  dp  Initial version.
      *>   2026-09-10  dp  ADDTRANS is now built by the ADDMERGE intake
      *>                   step from the carded upstream feeds, and each
      *>                   detail carries its feed's name in AT-FEED at
      *>                   the end of the record. The file is copied
      *>                   through RECURWK at the full 60 bytes so the
      *>                   tags survive, and the details generated here
      *>                   are tagged RECURGEN. Carded after ADDMERGE.
      *>   2026-10-03  dp  An ADDMERGE rerun rebuilds ADDTRANS from
      *>                   scratch and drops tonight's generated
      *>                   details, after which RECURHST marked them
      *>                   ALREADY GENERATED and they were never
      *>                   booked. An occurrence generated tonight now
      *>                   counts as already generated only while
      *>                   ADDTRANS still holds RECURGEN details;
      *>                   otherwise it is REGENERATED, without a
      *>                   second RECURHST row.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "ADDRECUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRECUR-STATUS.

           SELECT RUN-CALENDAR ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

           SELECT OCCURRENCE-HISTORY ASSIGN TO "RECURHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURHST-STATUS.

           SELECT ADD-TRANSACTIONS ASSIGN TO "ADDTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDTRANS-STATUS.

           SELECT RECUR-WORK ASSIGN TO "RECURWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURWK-STATUS.

           SELECT RECUR-REPORT ASSIGN TO "RECURRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05  RT-IN-ID                PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-OP-CODE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  RT-IN-X                 PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  RT-IN-Y                 PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  RT-IN-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-FREQUENCY         PIC X(01).
               88  RT-IN-MONTHLY               VALUE "M".
               88  RT-IN-WEEKLY                VALUE "W".
           05  FILLER                  PIC X(01).
           05  RT-IN-DAY               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  RT-IN-START-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-IN-END-DATE          PIC X(08).

       FD  RUN-CALENDAR.
       01  RUN-CALENDAR-RECORD.
           05  RC-IN-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RC-IN-DAY-TYPE          PIC X(10).

       FD  OCCURRENCE-HISTORY.
       01  OCCURRENCE-HISTORY-RECORD.
           05  OH-ID                   PIC X(08).
           05  FILLER                  PIC X(01).
           05  OH-OCCURRENCE-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  OH-GENERATED-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  OH-ACCOUNT              PIC X(08).

       FD  ADD-TRANSACTIONS.
       01  AT-RECORD.
           05  AT-REC-TYPE             PIC X(01).
               88  AT-REC-HEADER               VALUE "H".
               88  AT-REC-DETAIL               VALUE "D".
               88  AT-REC-TRAILER              VALUE "T".
           05  FILLER                  PIC X(01).
           05  AT-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AT-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AT-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  AT-X                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  AT-Y                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  AT-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01).
           05  AT-FEED                 PIC X(08).
       01  AT-TRAILER-RECORD.
           05  FILLER                  PIC X(02).
           05  ATT-COUNT               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  ATT-HASH                PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(35).

       FD  RECUR-WORK.
       01  RECUR-WORK-RECORD           PIC X(60).

       FD  RECUR-REPORT.
       01  RECUR-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ADDRECUR-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ADDRECUR-FOUND               VALUE "00".
       01  WS-RUNCAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RUNCAL-FOUND                 VALUE "00".
       01  WS-RECURHST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RECURHST-FOUND               VALUE "00".
           88  WS-RECURHST-NOT-FOUND           VALUE "35".
       01  WS-ADDTRANS-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ADDTRANS-FOUND               VALUE "00".
       01  WS-RECURWK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-TODAY-INTEGER            PIC 9(08) COMP-5.
       01  WS-TODAY-WEEKDAY            PIC 9(01).
       01  WS-BUSINESS-DAY             PIC 9(02) VALUE ZERO.
       01  WS-MONTH-START              PIC X(08).
       01  WS-DAY-INTEGER              PIC 9(08) COMP-5.
       01  WS-PRIOR-INTEGER            PIC 9(08) COMP-5.
       01  WS-OCCURRENCE-INTEGER       PIC 9(08) COMP-5.
       01  WS-CUTOFF-INTEGER           PIC 9(08) COMP-5.
       01  WS-CUTOFF-DATE              PIC X(08).
       01  WS-OCCURRENCE-DATE          PIC X(08).
       01  WS-CHECK-DATE-NUM           PIC 9(08).
       01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-NUM
                                       PIC X(08).
       01  WS-NON-PROCESSING-SWITCH    PIC X(01) VALUE "N".
           88  WS-NON-PROCESSING-DAY           VALUE "Y".
       01  WS-PRIOR-FOUND-SWITCH       PIC X(01).
           88  WS-PRIOR-FOUND                  VALUE "Y".

      *> Every carded non-processing date; a year of weekends and
      *> holidays is about 120.
       01  WS-CALENDAR-COUNT           PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-CALENDAR-INDEX           PIC 9(03) COMP-5.
       01  WS-CALENDAR-HIT-SWITCH      PIC X(01).
           88  WS-CALENDAR-HIT                 VALUE "Y".
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-DATE OCCURS 400 TIMES
                                       PIC X(08).

      *> Occurrences from the last week -- as far back as a weekly
      *> occurrence can be generated from.
       01  WS-HISTORY-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-HISTORY-INDEX            PIC 9(04) COMP-5.
       01  WS-HISTORY-FULL-SWITCH      PIC X(01) VALUE "N".
           88  WS-HISTORY-FULL                 VALUE "Y".
       01  WS-MATCH-FOUND-SWITCH       PIC X(01).
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-MATCH-GENERATED-DATE     PIC X(08).
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ENTRY OCCURS 1000 TIMES.
               10  WS-HIST-ID          PIC X(08).
               10  WS-HIST-DATE        PIC X(08).
               10  WS-HIST-GENERATED   PIC X(08).

      *> Whether ADDTRANS still holds details generated here; an
      *> ADDMERGE rerun rebuilds it without them.
       01  WS-RECURGEN-DETAIL-SWITCH   PIC X(01) VALUE "N".
           88  WS-RECURGEN-DETAIL-FOUND        VALUE "Y".

      *> Tonight's due occurrences, new and already generated.
       01  WS-GEN-COUNT                PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-GEN-INDEX                PIC 9(03) COMP-5.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 200 TIMES.
               10  WS-GEN-ID           PIC X(08).
               10  WS-GEN-ACCOUNT      PIC X(08).
               10  WS-GEN-OP-CODE      PIC X(01).
               10  WS-GEN-X            PIC S9(9)V99 COMP-3.
               10  WS-GEN-Y            PIC S9(9)V99 COMP-3.
               10  WS-GEN-CURRENCY     PIC X(03).
               10  WS-GEN-FREQUENCY    PIC X(01).
               10  WS-GEN-DATE         PIC X(08).
               10  WS-GEN-STATUS       PIC X(01).
                   88  WS-GEN-NEW              VALUE "N".
                   88  WS-GEN-PREVIOUS         VALUE "P".
                   88  WS-GEN-REGENERATED      VALUE "R".

       01  WS-TEMPLATE-COUNT           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-NEW-COUNT                PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-PREVIOUS-COUNT           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-GEN-HASH                 PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MERGED-SWITCH            PIC X(01) VALUE "N".
           88  WS-MERGED                       VALUE "Y".

      *> Upstream ADDTRANS controls, proved the way ADDBATCH proves
      *> them: the hash only sums amounts that parse, and a hash
      *> miss is left for ADDBATCH to judge when malformed details
      *> explain it.
       01  WS-INPUT-RECORDS            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN                  VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                 VALUE "Y".
       01  WS-DETAIL-COUNT             PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-MALFORMED-COUNT          PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-TRAILER-HASH             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-HEADER-LINE.
           05  HL-REC-TYPE             PIC X(01) VALUE "H".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-SOURCE               PIC X(08) VALUE "RECURGEN".

       01  WS-DETAIL-LINE.
           05  DL-REC-TYPE             PIC X(01) VALUE "D".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-X                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-Y                    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-FEED                 PIC X(08) VALUE "RECURGEN".

       01  WS-TRAILER-LINE.
           05  TL-REC-TYPE             PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-COUNT                PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-HASH                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE "RECURGEN".
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "RECURGEN".
       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-OVERFLOW-MESSAGE.
           05  EO-COUNT                PIC Z(05)9.
           05  FILLER                  PIC X(54) VALUE
               " DUE OCCURRENCES OVER THE TABLE -- NOT GENERATED".

       01  WS-REPORT-HEADING           PIC X(80) VALUE
           "ADDRECUR STANDING TRANSACTION GENERATION".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  RD-DATE                 PIC X(08).
           05  FILLER                  PIC X(17) VALUE
               "   BUSINESS DAY: ".
           05  RD-BUSINESS-DAY         PIC Z9.
           05  FILLER                  PIC X(12) VALUE
               "   WEEKDAY: ".
           05  RD-WEEKDAY              PIC 9(01).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "TEMPLATE ACCOUNT OP            X        ".
           05  FILLER                  PIC X(40) VALUE
               "     Y CUR F OCCURS   DISPOSITION       ".

       01  WS-OCCURRENCE-LINE.
           05  OL-ID                   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-X                    PIC -9(9).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-Y                    PIC -9(9).99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-FREQUENCY            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-DISPOSITION          PIC X(17).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(11) VALUE "TEMPLATES: ".
           05  CL-TEMPLATES            PIC ZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  GENERATED: ".
           05  CL-GENERATED            PIC ZZZZZ9.
           05  FILLER                  PIC X(21) VALUE
               "  ALREADY GENERATED: ".
           05  CL-PREVIOUS             PIC ZZZZZ9.

       01  WS-MESSAGE-LINE             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-MAX-RETURN-CODE
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN OUTPUT RECUR-REPORT
           WRITE RECUR-REPORT-RECORD FROM WS-REPORT-HEADING

           PERFORM 1000-LOAD-CALENDAR
           PERFORM 1200-FIND-BUSINESS-DAY THRU 1200-EXIT
           MOVE WS-TODAY-DATE    TO RD-DATE
           MOVE WS-BUSINESS-DAY  TO RD-BUSINESS-DAY
           MOVE WS-TODAY-WEEKDAY TO RD-WEEKDAY
           WRITE RECUR-REPORT-RECORD FROM WS-RUN-DATE-LINE

           IF WS-NON-PROCESSING-DAY
               MOVE "NON-PROCESSING DAY -- NOTHING GENERATED"
                   TO WS-MESSAGE-LINE
               WRITE RECUR-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 1500-LOAD-HISTORY
               PERFORM 1800-SCAN-ADDTRANS
               PERFORM 2000-SELECT-DUE-OCCURRENCES
               IF WS-HISTORY-FULL
                   MOVE "RCG003" TO WS-ERR-CODE
                   MOVE "E"      TO WS-ERR-SEVERITY
                   MOVE "RECURHST TABLE FULL -- NOTHING GENERATED"
                       TO WS-ERR-MESSAGE
                   PERFORM 9000-LOG-ERROR
                   IF WS-MAX-RETURN-CODE < 12
                       MOVE 12 TO WS-MAX-RETURN-CODE
                   END-IF
               ELSE
                   IF WS-NEW-COUNT > ZERO
                       PERFORM 3000-MERGE-ADDTRANS THRU 3000-EXIT
                   END-IF
                   IF WS-MERGED
                       PERFORM 4000-RECORD-HISTORY
                   END-IF
               END-IF
               PERFORM 5000-PRINT-OCCURRENCES
           END-IF

           CLOSE RECUR-REPORT
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-MAX-RETURN-CODE
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> A missing RUNCAL leaves the table empty: every day is a
      *> processing day.
       1000-LOAD-CALENDAR.
           OPEN INPUT RUN-CALENDAR
           IF WS-RUNCAL-FOUND
               PERFORM 1100-READ-RUNCAL
               PERFORM 1150-LOAD-ONE-DATE THRU 1150-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-CALENDAR-COUNT = 400
               CLOSE RUN-CALENDAR
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1100-READ-RUNCAL.
           READ RUN-CALENDAR
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1150-LOAD-ONE-DATE.
           IF WS-END-OF-FILE
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-CALENDAR-COUNT
           MOVE RC-IN-DATE TO WS-CALENDAR-DATE (WS-CALENDAR-COUNT)
           PERFORM 1100-READ-RUNCAL
           .
       1150-EXIT.
           EXIT
           .

      *> Tonight's ordinal among the month's processing days, its
      *> weekday (1 = Monday; day 1 of the integer calendar was a
      *> Monday), and the previous processing day, which bounds how
      *> far back a weekly occurrence can have fallen.
       1200-FIND-BUSINESS-DAY.
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
           COMPUTE WS-TODAY-WEEKDAY =
               FUNCTION MOD(WS-TODAY-INTEGER - 1, 7) + 1
           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           PERFORM 1300-CHECK-CALENDAR-DATE
           IF WS-CALENDAR-HIT
               SET WS-NON-PROCESSING-DAY TO TRUE
               GO TO 1200-EXIT
           END-IF

           MOVE WS-TODAY-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START (7:2)
           COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-MONTH-START))
           PERFORM 1250-COUNT-ONE-DAY
               UNTIL WS-DAY-INTEGER > WS-TODAY-INTEGER

           COMPUTE WS-PRIOR-INTEGER = WS-TODAY-INTEGER - 1
           MOVE "N" TO WS-PRIOR-FOUND-SWITCH
           PERFORM 1260-TRY-PRIOR-DAY
               UNTIL WS-PRIOR-FOUND
                   OR WS-PRIOR-INTEGER < WS-TODAY-INTEGER - 7
           IF NOT WS-PRIOR-FOUND
               COMPUTE WS-PRIOR-INTEGER = WS-TODAY-INTEGER - 7
           END-IF
           .
       1200-EXIT.
           EXIT
           .

       1250-COUNT-ONE-DAY.
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           PERFORM 1300-CHECK-CALENDAR-DATE
           IF NOT WS-CALENDAR-HIT
               ADD 1 TO WS-BUSINESS-DAY
           END-IF
           ADD 1 TO WS-DAY-INTEGER
           .

       1260-TRY-PRIOR-DAY.
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PRIOR-INTEGER)
           PERFORM 1300-CHECK-CALENDAR-DATE
           IF WS-CALENDAR-HIT
               SUBTRACT 1 FROM WS-PRIOR-INTEGER
           ELSE
               SET WS-PRIOR-FOUND TO TRUE
           END-IF
           .

       1300-CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-CALENDAR-HIT-SWITCH
           PERFORM 1310-MATCH-ONE-DATE
               VARYING WS-CALENDAR-INDEX FROM 1 BY 1
               UNTIL WS-CALENDAR-INDEX > WS-CALENDAR-COUNT
                   OR WS-CALENDAR-HIT
           .

       1310-MATCH-ONE-DATE.
           IF WS-CALENDAR-DATE (WS-CALENDAR-INDEX) = WS-CHECK-DATE
               SET WS-CALENDAR-HIT TO TRUE
           END-IF
           .

      *> Only the last week of history can matter; older occurrence
      *> dates can never come due again.
       1500-LOAD-HISTORY.
           COMPUTE WS-CUTOFF-INTEGER = WS-TODAY-INTEGER - 7
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           MOVE WS-CHECK-DATE TO WS-CUTOFF-DATE
           OPEN INPUT OCCURRENCE-HISTORY
           IF WS-RECURHST-FOUND
               PERFORM 1600-READ-HISTORY
               PERFORM 1700-LOAD-ONE-HISTORY THRU 1700-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE OCCURRENCE-HISTORY
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1600-READ-HISTORY.
           READ OCCURRENCE-HISTORY
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1700-LOAD-ONE-HISTORY.
           IF WS-END-OF-FILE
               GO TO 1700-EXIT
           END-IF
           IF OH-OCCURRENCE-DATE < WS-CUTOFF-DATE
               GO TO 1700-NEXT
           END-IF
           IF WS-HISTORY-COUNT = 1000
               SET WS-HISTORY-FULL TO TRUE
               GO TO 1700-NEXT
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           MOVE OH-ID TO WS-HIST-ID (WS-HISTORY-COUNT)
           MOVE OH-OCCURRENCE-DATE TO WS-HIST-DATE (WS-HISTORY-COUNT)
           MOVE OH-GENERATED-DATE
               TO WS-HIST-GENERATED (WS-HISTORY-COUNT)
           .
       1700-NEXT.
           PERFORM 1600-READ-HISTORY
           .
       1700-EXIT.
           EXIT
           .

      *> ADDMERGE's rule for its consumed feeds: a rerun of tonight
      *> takes tonight's take again once ADDTRANS has been rebuilt.
      *> Any RECURGEN detail still in ADDTRANS means tonight's
      *> occurrences are in it and must not go in twice.
       1800-SCAN-ADDTRANS.
           OPEN INPUT ADD-TRANSACTIONS
           IF WS-ADDTRANS-FOUND
               PERFORM 3100-READ-ADDTRANS
               PERFORM 1810-SCAN-ONE-RECORD THRU 1810-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-RECURGEN-DETAIL-FOUND
               CLOSE ADD-TRANSACTIONS
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           .

       1810-SCAN-ONE-RECORD.
           IF WS-END-OF-FILE
               GO TO 1810-EXIT
           END-IF
           IF AT-REC-DETAIL
               AND AT-FEED = "RECURGEN"
               SET WS-RECURGEN-DETAIL-FOUND TO TRUE
               GO TO 1810-EXIT
           END-IF
           PERFORM 3100-READ-ADDTRANS
           .
       1810-EXIT.
           EXIT
           .

      *> A missing ADDRECUR is the "no templates" case, not an error.
       2000-SELECT-DUE-OCCURRENCES.
           OPEN INPUT TEMPLATE-FILE
           IF WS-ADDRECUR-FOUND
               PERFORM 2100-READ-TEMPLATE
               PERFORM 2200-EVALUATE-TEMPLATE THRU 2200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE TEMPLATE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO EO-COUNT
               MOVE "RCG002" TO WS-ERR-CODE
               MOVE "W"      TO WS-ERR-SEVERITY
               MOVE WS-ERR-OVERFLOW-MESSAGE TO WS-ERR-MESSAGE
               PERFORM 9000-LOG-ERROR
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .

       2100-READ-TEMPLATE.
           READ TEMPLATE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-EVALUATE-TEMPLATE.
           IF WS-END-OF-FILE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-TEMPLATE-COUNT

           EVALUATE TRUE
           WHEN RT-IN-MONTHLY
               IF RT-IN-DAY NOT = WS-BUSINESS-DAY
                   GO TO 2200-NEXT
               END-IF
               MOVE WS-TODAY-DATE TO WS-OCCURRENCE-DATE
           WHEN RT-IN-WEEKLY
               COMPUTE WS-OCCURRENCE-INTEGER = WS-TODAY-INTEGER
                   - FUNCTION MOD(WS-TODAY-WEEKDAY - RT-IN-DAY + 7, 7)
               IF WS-OCCURRENCE-INTEGER NOT > WS-PRIOR-INTEGER
                   GO TO 2200-NEXT
               END-IF
               COMPUTE WS-CHECK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-OCCURRENCE-INTEGER)
               MOVE WS-CHECK-DATE TO WS-OCCURRENCE-DATE
           WHEN OTHER
               GO TO 2200-NEXT
           END-EVALUATE

           IF RT-IN-START-DATE > WS-OCCURRENCE-DATE
               GO TO 2200-NEXT
           END-IF
           IF RT-IN-END-DATE NOT = ZEROS
               AND RT-IN-END-DATE NOT = SPACES
               AND RT-IN-END-DATE < WS-OCCURRENCE-DATE
               GO TO 2200-NEXT
           END-IF
           IF WS-GEN-COUNT = 200
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 2200-NEXT
           END-IF

           ADD 1 TO WS-GEN-COUNT
           MOVE RT-IN-ID         TO WS-GEN-ID (WS-GEN-COUNT)
           MOVE RT-IN-ACCOUNT    TO WS-GEN-ACCOUNT (WS-GEN-COUNT)
           MOVE RT-IN-OP-CODE    TO WS-GEN-OP-CODE (WS-GEN-COUNT)
           MOVE RT-IN-X          TO WS-GEN-X (WS-GEN-COUNT)
           MOVE RT-IN-Y          TO WS-GEN-Y (WS-GEN-COUNT)
           MOVE RT-IN-CURRENCY   TO WS-GEN-CURRENCY (WS-GEN-COUNT)
           MOVE RT-IN-FREQUENCY  TO WS-GEN-FREQUENCY (WS-GEN-COUNT)
           MOVE WS-OCCURRENCE-DATE TO WS-GEN-DATE (WS-GEN-COUNT)

           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2300-MATCH-ONE-HISTORY
               VARYING WS-HISTORY-INDEX FROM 1 BY 1
               UNTIL WS-HISTORY-INDEX > WS-HISTORY-COUNT
                   OR WS-MATCH-FOUND
           EVALUATE TRUE
           WHEN NOT WS-MATCH-FOUND
               MOVE "N" TO WS-GEN-STATUS (WS-GEN-COUNT)
           WHEN WS-MATCH-GENERATED-DATE = WS-TODAY-DATE
               AND NOT WS-RECURGEN-DETAIL-FOUND
               MOVE "R" TO WS-GEN-STATUS (WS-GEN-COUNT)
           WHEN OTHER
               MOVE "P" TO WS-GEN-STATUS (WS-GEN-COUNT)
               ADD 1 TO WS-PREVIOUS-COUNT
               GO TO 2200-NEXT
           END-EVALUATE
           ADD 1 TO WS-NEW-COUNT
           ADD RT-IN-X TO WS-GEN-HASH
           ADD RT-IN-Y TO WS-GEN-HASH
           .
       2200-NEXT.
           PERFORM 2100-READ-TEMPLATE
           .
       2200-EXIT.
           EXIT
           .

       2300-MATCH-ONE-HISTORY.
           IF WS-HIST-ID (WS-HISTORY-INDEX) = RT-IN-ID
               AND WS-HIST-DATE (WS-HISTORY-INDEX)
                   = WS-OCCURRENCE-DATE
               SET WS-MATCH-FOUND TO TRUE
               MOVE WS-HIST-GENERATED (WS-HISTORY-INDEX)
                   TO WS-MATCH-GENERATED-DATE
           END-IF
           .

      *> Upstream ADDTRANS is copied to RECURWK less its trailer,
      *> proving its controls on the way; tonight's details and a
      *> trailer covering both follow, and RECURWK is copied back.
      *> An out-of-balance upstream file is left exactly as received
      *> for ADDBATCH to refuse. An absent or empty ADDTRANS starts
      *> fresh under a RECURGEN header.
       3000-MERGE-ADDTRANS.
           OPEN OUTPUT RECUR-WORK
           OPEN INPUT ADD-TRANSACTIONS
           IF WS-ADDTRANS-FOUND
               PERFORM 3100-READ-ADDTRANS
               PERFORM 3200-COPY-ONE-RECORD THRU 3200-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ADD-TRANSACTIONS
               MOVE "N" TO WS-EOF-SWITCH
           END-IF

           IF WS-INPUT-RECORDS = ZERO
               MOVE WS-TODAY-DATE TO HL-DATE
               WRITE RECUR-WORK-RECORD FROM WS-HEADER-LINE
           ELSE
               IF NOT WS-HEADER-SEEN
                   OR NOT WS-TRAILER-SEEN
                   OR WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   OR (WS-HASH-TOTAL NOT = WS-TRAILER-HASH
                       AND WS-MALFORMED-COUNT = ZERO)
                   CLOSE RECUR-WORK
                   MOVE "RCG001" TO WS-ERR-CODE
                   MOVE "E"      TO WS-ERR-SEVERITY
                   MOVE "ADDTRANS OUT OF BALANCE -- NOTHING GENERATED"
                       TO WS-ERR-MESSAGE
                   PERFORM 9000-LOG-ERROR
                   IF WS-MAX-RETURN-CODE < 12
                       MOVE 12 TO WS-MAX-RETURN-CODE
                   END-IF
                   GO TO 3000-EXIT
               END-IF
           END-IF

           PERFORM 3300-WRITE-ONE-DETAIL
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT
           COMPUTE TL-COUNT = WS-TRAILER-COUNT + WS-NEW-COUNT
           COMPUTE TL-HASH  = WS-TRAILER-HASH + WS-GEN-HASH
           WRITE RECUR-WORK-RECORD FROM WS-TRAILER-LINE
           CLOSE RECUR-WORK

           OPEN INPUT RECUR-WORK
           OPEN OUTPUT ADD-TRANSACTIONS
           PERFORM 3400-READ-WORK
           PERFORM 3500-COPY-BACK-ONE THRU 3500-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE RECUR-WORK
           CLOSE ADD-TRANSACTIONS
           MOVE "N" TO WS-EOF-SWITCH
           SET WS-MERGED TO TRUE
           .
       3000-EXIT.
           EXIT
           .

       3100-READ-ADDTRANS.
           READ ADD-TRANSACTIONS
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3200-COPY-ONE-RECORD.
           IF WS-END-OF-FILE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-INPUT-RECORDS
           EVALUATE TRUE
           WHEN AT-REC-HEADER
               SET WS-HEADER-SEEN TO TRUE
           WHEN AT-REC-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF AT-X IS NUMERIC AND AT-Y IS NUMERIC
                   ADD AT-X TO WS-HASH-TOTAL
                   ADD AT-Y TO WS-HASH-TOTAL
               ELSE
                   ADD 1 TO WS-MALFORMED-COUNT
               END-IF
           WHEN AT-REC-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE ATT-COUNT TO WS-TRAILER-COUNT
               MOVE ATT-HASH  TO WS-TRAILER-HASH
               GO TO 3200-NEXT
           END-EVALUATE
           WRITE RECUR-WORK-RECORD FROM AT-RECORD
           .
       3200-NEXT.
           PERFORM 3100-READ-ADDTRANS
           .
       3200-EXIT.
           EXIT
           .

       3300-WRITE-ONE-DETAIL.
           IF WS-GEN-NEW (WS-GEN-INDEX)
               OR WS-GEN-REGENERATED (WS-GEN-INDEX)
               MOVE WS-GEN-DATE (WS-GEN-INDEX)      TO DL-DATE
               MOVE WS-GEN-ACCOUNT (WS-GEN-INDEX)   TO DL-ACCOUNT
               MOVE WS-GEN-OP-CODE (WS-GEN-INDEX)   TO DL-OP-CODE
               MOVE WS-GEN-X (WS-GEN-INDEX)         TO DL-X
               MOVE WS-GEN-Y (WS-GEN-INDEX)         TO DL-Y
               MOVE WS-GEN-CURRENCY (WS-GEN-INDEX)  TO DL-CURRENCY
               WRITE RECUR-WORK-RECORD FROM WS-DETAIL-LINE
           END-IF
           .

       3400-READ-WORK.
           READ RECUR-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3500-COPY-BACK-ONE.
           IF WS-END-OF-FILE
               GO TO 3500-EXIT
           END-IF
           MOVE RECUR-WORK-RECORD TO AT-RECORD
           WRITE AT-RECORD
           PERFORM 3400-READ-WORK
           .
       3500-EXIT.
           EXIT
           .

      *> A regenerated occurrence is on RECURHST already.
       4000-RECORD-HISTORY.
           OPEN EXTEND OCCURRENCE-HISTORY
           IF WS-RECURHST-NOT-FOUND
               OPEN OUTPUT OCCURRENCE-HISTORY
           END-IF
           PERFORM 4100-RECORD-ONE-OCCURRENCE
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT
           CLOSE OCCURRENCE-HISTORY
           .

       4100-RECORD-ONE-OCCURRENCE.
           IF WS-GEN-NEW (WS-GEN-INDEX)
               MOVE SPACES TO OCCURRENCE-HISTORY-RECORD
               MOVE WS-GEN-ID (WS-GEN-INDEX)      TO OH-ID
               MOVE WS-GEN-DATE (WS-GEN-INDEX)    TO OH-OCCURRENCE-DATE
               MOVE WS-TODAY-DATE                 TO OH-GENERATED-DATE
               MOVE WS-GEN-ACCOUNT (WS-GEN-INDEX) TO OH-ACCOUNT
               WRITE OCCURRENCE-HISTORY-RECORD
           END-IF
           .

       5000-PRINT-OCCURRENCES.
           WRITE RECUR-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM 5100-PRINT-ONE-OCCURRENCE
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT
           MOVE WS-TEMPLATE-COUNT TO CL-TEMPLATES
           IF WS-MERGED
               MOVE WS-NEW-COUNT  TO CL-GENERATED
           ELSE
               MOVE ZERO          TO CL-GENERATED
           END-IF
           MOVE WS-PREVIOUS-COUNT TO CL-PREVIOUS
           WRITE RECUR-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE WS-ERR-OVERFLOW-MESSAGE TO WS-MESSAGE-LINE
               WRITE RECUR-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           .

       5100-PRINT-ONE-OCCURRENCE.
           MOVE WS-GEN-ID (WS-GEN-INDEX)        TO OL-ID
           MOVE WS-GEN-ACCOUNT (WS-GEN-INDEX)   TO OL-ACCOUNT
           MOVE WS-GEN-OP-CODE (WS-GEN-INDEX)   TO OL-OP-CODE
           MOVE WS-GEN-X (WS-GEN-INDEX)         TO OL-X
           MOVE WS-GEN-Y (WS-GEN-INDEX)         TO OL-Y
           MOVE WS-GEN-CURRENCY (WS-GEN-INDEX)  TO OL-CURRENCY
           MOVE WS-GEN-FREQUENCY (WS-GEN-INDEX) TO OL-FREQUENCY
           MOVE WS-GEN-DATE (WS-GEN-INDEX)      TO OL-DATE
           EVALUATE TRUE
           WHEN WS-GEN-PREVIOUS (WS-GEN-INDEX)
               MOVE "ALREADY GENERATED" TO OL-DISPOSITION
           WHEN WS-MERGED
               AND WS-GEN-REGENERATED (WS-GEN-INDEX)
               MOVE "REGENERATED"       TO OL-DISPOSITION
           WHEN WS-MERGED
               MOVE "GENERATED"         TO OL-DISPOSITION
           WHEN OTHER
               MOVE "NOT GENERATED"     TO OL-DISPOSITION
           END-EVALUATE
           WRITE RECUR-REPORT-RECORD FROM WS-OCCURRENCE-LINE
           .

       9000-LOG-ERROR.
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           MOVE WS-ERR-MESSAGE TO WS-MESSAGE-LINE
           WRITE RECUR-REPORT-RECORD FROM WS-MESSAGE-LINE
           .
       END PROGRAM RECURGEN.
