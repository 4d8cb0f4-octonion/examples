      *>                window -- GREETLST stops being a hand-
      *>                maintained list rebuilt by whoever remembers,
      *>                and an expired recipient stops being greeted
      *>                without anyone touching a dataset. A RECMAST
      *>                entry that is active and in date (effective
      *>                date at or before the processing date, expiry
      *>                at or after it) extracts to GREETLST once for
      *>                each of its occasions falling due tonight --
      *>                BD, the birth date's anniversary, and SA, the
      *>                service start date's -- in any year after the
      *>                date itself. An occasion falls due on the
      *>                PROCDATE business date when it lands on that
      *>                date, or on a non-processing day (carded in
      *>                RUNCAL, read the way DAILY-BATCH-DRIVER reads
      *>                it) before the next processing day: a
      *>                weekend birthday is greeted on the Friday. A
      *>                29 February occasion lands on the 28th in a
      *>                common year. GREETLST carries the usual
      *>                header/trailer controls: an "H" record with
      *>                the generation date and source, a "D" ahead
      *>                of every greeting (locale code, name, occasion
      *>                code), and a "T" trailer with the greeting
      *>                count, which HELLO proves before greeting
      *>                anybody. Logs its
      *>                own START/END to JOBLOG like every nightly
      *>                step. RETURN-CODE: 0 generated (a night with
      *>                zero in-date recipients still generates a
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-02  dp  Initial version.
      *>   2026-09-16  dp  Occasion-driven: only recipients with a
      *>                   birthday or service anniversary due tonight
      *>                   extract, each tagged with its occasion code
      *>                   for HELLO's occasion templates. Occasions on
      *>                   RUNCAL non-processing days are pulled forward
      *>                   to the business day before them.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETLST-STATUS.

           SELECT RUN-CALENDAR ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPIENT-MASTER.
           05  FILLER                  PIC X(01).
           05  RM-IN-ACTIVE-FLAG      PIC X(01).
               88  RM-IN-ACTIVE                VALUE "Y".
           05  FILLER                  PIC X(01).
           05  RM-IN-BIRTH-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RM-IN-SERVICE-DATE      PIC X(08).

       FD  GREET-LIST.
       01  GREET-LIST-RECORD           PIC X(30).

       FD  RUN-CALENDAR.
       01  RUN-CALENDAR-RECORD.
           05  RC-IN-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RC-IN-DAY-TYPE          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RECMAST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RECMAST-FOUND                VALUE "00".
       01  WS-GREETLST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUNCAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RUNCAL-FOUND                 VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-MASTER                VALUE "Y".
       01  WS-RUNCAL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-RUNCAL                VALUE "Y".

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-EXTRACT-COUNT            PIC 9(06) COMP-5 VALUE ZERO.

      *> Every carded non-processing date, as RECURGEN holds them.
       01  WS-CALENDAR-COUNT           PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-CALENDAR-INDEX           PIC 9(03) COMP-5.
       01  WS-CALENDAR-HIT-SWITCH      PIC X(01).
           88  WS-CALENDAR-HIT                 VALUE "Y".
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-DATE OCCURS 400 TIMES
                                       PIC X(08).

      *> Tonight's occasion window: the business date and the non-
      *> processing days after it. WS-WIN-LEAP-DAY marks a 28
      *> February of a common year, which also stands for the 29th.
       01  WS-DAY-INTEGER              PIC 9(08) COMP-5.
       01  WS-CHECK-DATE-NUM           PIC 9(08).
       01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-NUM
                                       PIC X(08).
       01  WS-WINDOW-MAX               PIC 9(02) COMP-5 VALUE 15.
       01  WS-WINDOW-COUNT             PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-WINDOW-INDEX             PIC 9(02) COMP-5.
       01  WS-WINDOW-CLOSED-SWITCH     PIC X(01) VALUE "N".
           88  WS-WINDOW-CLOSED                VALUE "Y".
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 15 TIMES.
               10  WS-WIN-DATE         PIC X(08).
               10  WS-WIN-LEAP-DAY     PIC X(01).

       01  WS-OCCASION-DATE            PIC X(08).
       01  WS-OCCASION-CODE            PIC X(02).
       01  WS-OCCASION-HIT-SWITCH      PIC X(01).
           88  WS-OCCASION-HIT                 VALUE "Y".

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE "H".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-LOCALE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-NAME                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-OCCASION             PIC X(02).

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(01) VALUE "T".

           OPEN INPUT RECIPIENT-MASTER
           IF WS-RECMAST-FOUND
               PERFORM 0500-LOAD-CALENDAR
               PERFORM 0700-BUILD-WINDOW
               PERFORM 1000-GENERATE-LIST
               CLOSE RECIPIENT-MASTER
           ELSE
           GOBACK
           .

      *> A missing RUNCAL leaves the table empty: every day is a
      *> processing day and the window is tonight alone.
       0500-LOAD-CALENDAR.
           OPEN INPUT RUN-CALENDAR
           IF WS-RUNCAL-FOUND
               PERFORM 0600-READ-RUNCAL
               PERFORM 0650-LOAD-ONE-DATE THRU 0650-EXIT
                   UNTIL WS-END-OF-RUNCAL
                   OR WS-CALENDAR-COUNT = 400
               CLOSE RUN-CALENDAR
           END-IF
           .

       0600-READ-RUNCAL.
           READ RUN-CALENDAR
               AT END
                   SET WS-END-OF-RUNCAL TO TRUE
           END-READ
           .

       0650-LOAD-ONE-DATE.
           IF WS-END-OF-RUNCAL
               GO TO 0650-EXIT
           END-IF
           ADD 1 TO WS-CALENDAR-COUNT
           MOVE RC-IN-DATE TO WS-CALENDAR-DATE (WS-CALENDAR-COUNT)
           PERFORM 0600-READ-RUNCAL
           .
       0650-EXIT.
           EXIT
           .

      *> The business date opens the window; each following carded
      *> day joins it until the next processing day, which greets its
      *> own occasions. A run of more than two weeks of carded days
      *> is a calendar error, and the window stops there.
       0700-BUILD-WINDOW.
           COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           PERFORM 0750-ADD-WINDOW-DATE
           PERFORM 0720-TRY-NEXT-DAY
               UNTIL WS-WINDOW-CLOSED
                   OR WS-WINDOW-COUNT = WS-WINDOW-MAX
           .

       0720-TRY-NEXT-DAY.
           ADD 1 TO WS-DAY-INTEGER
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           PERFORM 0800-CHECK-CALENDAR-DATE
           IF WS-CALENDAR-HIT
               PERFORM 0750-ADD-WINDOW-DATE
           ELSE
               SET WS-WINDOW-CLOSED TO TRUE
           END-IF
           .

      *> WS-CHECK-DATE is the day WS-DAY-INTEGER counts; a 28
      *> February followed by 1 March is a common year's.
       0750-ADD-WINDOW-DATE.
           ADD 1 TO WS-WINDOW-COUNT
           MOVE WS-CHECK-DATE TO WS-WIN-DATE (WS-WINDOW-COUNT)
           MOVE "N" TO WS-WIN-LEAP-DAY (WS-WINDOW-COUNT)
           IF WS-CHECK-DATE (5:4) = "0228"
               COMPUTE WS-CHECK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER + 1)
               IF WS-CHECK-DATE (5:4) = "0301"
                   MOVE "Y" TO WS-WIN-LEAP-DAY (WS-WINDOW-COUNT)
               END-IF
           END-IF
           .

       0800-CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-CALENDAR-HIT-SWITCH
           PERFORM 0810-MATCH-ONE-DATE
               VARYING WS-CALENDAR-INDEX FROM 1 BY 1
               UNTIL WS-CALENDAR-INDEX > WS-CALENDAR-COUNT
                   OR WS-CALENDAR-HIT
           .

       0810-MATCH-ONE-DATE.
           IF WS-CALENDAR-DATE (WS-CALENDAR-INDEX) = WS-CHECK-DATE
               SET WS-CALENDAR-HIT TO TRUE
           END-IF
           .

       1000-GENERATE-LIST.
           OPEN OUTPUT GREET-LIST
           MOVE WS-TODAY-DATE TO HL-DATE
               AND RM-IN-EXP-DATE IS NUMERIC
               AND RM-IN-EFF-DATE <= WS-TODAY-DATE
               AND RM-IN-EXP-DATE >= WS-TODAY-DATE
               MOVE RM-IN-BIRTH-DATE TO WS-OCCASION-DATE
               MOVE "BD" TO WS-OCCASION-CODE
               PERFORM 1300-EXTRACT-IF-DUE
               MOVE RM-IN-SERVICE-DATE TO WS-OCCASION-DATE
               MOVE "SA" TO WS-OCCASION-CODE
               PERFORM 1300-EXTRACT-IF-DUE
           END-IF
           PERFORM 1100-READ-MASTER
           .
       1200-EXIT.
           EXIT
           .

      *> A blank or unparseable occasion date is no occasion.
       1300-EXTRACT-IF-DUE.
           MOVE "N" TO WS-OCCASION-HIT-SWITCH
           IF WS-OCCASION-DATE IS NUMERIC
               PERFORM 1310-MATCH-ONE-WINDOW-DATE
                   VARYING WS-WINDOW-INDEX FROM 1 BY 1
                   UNTIL WS-WINDOW-INDEX > WS-WINDOW-COUNT
                       OR WS-OCCASION-HIT
           END-IF
           IF WS-OCCASION-HIT
               MOVE RM-IN-LOCALE     TO DL-LOCALE
               MOVE RM-IN-NAME       TO DL-NAME
               MOVE WS-OCCASION-CODE TO DL-OCCASION
               WRITE GREET-LIST-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF
           .

       1310-MATCH-ONE-WINDOW-DATE.
           IF WS-WIN-DATE (WS-WINDOW-INDEX) (1:4)
                   > WS-OCCASION-DATE (1:4)
               AND (WS-WIN-DATE (WS-WINDOW-INDEX) (5:4)
                       = WS-OCCASION-DATE (5:4)
                   OR (WS-OCCASION-DATE (5:4) = "0229"
                       AND WS-WIN-LEAP-DAY (WS-WINDOW-INDEX) = "Y"))
               SET WS-OCCASION-HIT TO TRUE
           END-IF
           .
       END PROGRAM GREETGEN.
