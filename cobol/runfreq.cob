       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNFREQ.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-20
      *> Purpose:       Shared run-frequency service for SCHEDTAB
      *>                steps. The driver ran every enabled step every
      *>                processing night, so the weekly and month-end
      *>                programs were submitted by hand on the right
      *>                day -- and forgotten. Each SCHEDTAB entry now
      *>                carries a frequency code:
      *>                  blank or D  every processing night
      *>                  Wn          weekday n (1 = Monday ... 7 =
      *>                              Sunday); a weekday that falls
      *>                              on a non-processing day runs on
      *>                              the next processing day
      *>                  MF          first business day of the month
      *>                  ML          last business day of the month
      *>                  QL          last business day of the
      *>                              quarter (Mar, Jun, Sep, Dec)
      *>                  Mdd         day dd of the month (a dd past
      *>                              month end means the last day),
      *>                              rolled to the nearest business
      *>                              day in the same month -- an
      *>                              even tie rolls back, so the
      *>                              step is never late
      *>                Business days are every date NOT carded in
      *>                RUNCAL, read the way DAILY-BATCH-DRIVER reads
      *>                it, against the PROCDATE business date from
      *>                BUSDATE (a missing RUNCAL makes every day a
      *>                processing day). Called with
      *>                  function "V"  edit the code only; no file
      *>                                is touched (SCHEDMNT)
      *>                  function "D"  is the step due tonight?
      *>                and answers "Y" (due), "N" (not due), or "E"
      *>                (not a valid code). The calendar loads on the
      *>                first "D" call of the run unit and is kept for
      *>                the rest. A caller meeting "E" treats the step
      *>                as daily: a bad card never silently drops a
      *>                step from the night.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-20  dp  Initial version.
      *>   2026-10-06  dp  Due test performed through its exit; daily
      *>                   codes and non-business days no longer fall
      *>                   into the day-of-month roll.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CALENDAR ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CALENDAR.
       01  RUN-CALENDAR-RECORD.
           05  RC-IN-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RC-IN-DAY-TYPE          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RUNCAL-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RUNCAL-FOUND                 VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-LOADED-SWITCH            PIC X(01) VALUE "N".
           88  WS-CALENDAR-LOADED              VALUE "Y".

      *> Every carded non-processing date; a year of weekends and
      *> holidays is about 120.
       01  WS-CALENDAR-COUNT           PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-CALENDAR-INDEX           PIC 9(03) COMP-5.
       01  WS-CALENDAR-HIT-SWITCH      PIC X(01).
           88  WS-CALENDAR-HIT                 VALUE "Y".
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-DATE        PIC X(08) OCCURS 400 TIMES.

       01  WS-TODAY-DATE               PIC X(08).
       01  WS-TODAY-MONTH              PIC 9(02).
       01  WS-TODAY-INTEGER            PIC 9(08) COMP-5.
       01  WS-TODAY-WEEKDAY            PIC 9(01).
       01  WS-TODAY-BUSINESS-SWITCH    PIC X(01).
           88  WS-TODAY-IS-BUSINESS            VALUE "Y".
       01  WS-MONTH-START              PIC X(08).
       01  WS-MONTH-START-INTEGER      PIC 9(08) COMP-5.
       01  WS-MONTH-END-INTEGER        PIC 9(08) COMP-5.
       01  WS-FIRST-BUSINESS-INTEGER   PIC 9(08) COMP-5.
       01  WS-LAST-BUSINESS-INTEGER    PIC 9(08) COMP-5.
       01  WS-PRIOR-INTEGER            PIC 9(08) COMP-5.
       01  WS-DAY-INTEGER              PIC 9(08) COMP-5.
       01  WS-TARGET-INTEGER           PIC 9(08) COMP-5.
       01  WS-ROLLED-INTEGER           PIC 9(08) COMP-5.
       01  WS-OCCURRENCE-INTEGER       PIC 9(08) COMP-5.
       01  WS-ROLL-DISTANCE            PIC 9(02) COMP-5.
       01  WS-FOUND-SWITCH             PIC X(01).
           88  WS-DAY-FOUND                    VALUE "Y".
       01  WS-CHECK-DATE-NUM           PIC 9(08).
       01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-NUM
                                       PIC X(08).
       01  WS-NEXT-MONTH-NUM           PIC 9(08).
       01  WS-NEXT-MONTH REDEFINES WS-NEXT-MONTH-NUM.
           05  WS-NEXT-MONTH-YEAR      PIC 9(04).
           05  WS-NEXT-MONTH-MONTH     PIC 9(02).
           05  WS-NEXT-MONTH-DAY       PIC 9(02).

       01  WS-CODE-WEEKDAY             PIC 9(01).
       01  WS-CODE-DAY                 PIC 9(02).

       LINKAGE SECTION.
       01  RF-FUNCTION                 PIC X(01).
           88  RF-VALIDATE-ONLY                VALUE "V".
           88  RF-DUE-TEST                     VALUE "D".
       01  RF-FREQUENCY.
           05  RF-FREQ-KIND            PIC X(01).
               88  RF-FREQ-DAILY               VALUE " " "D".
               88  RF-FREQ-WEEKLY              VALUE "W".
               88  RF-FREQ-MONTHLY             VALUE "M".
               88  RF-FREQ-QUARTERLY           VALUE "Q".
           05  RF-FREQ-DETAIL          PIC X(03).
       01  RF-RESULT                   PIC X(01).
           88  RF-DUE                          VALUE "Y".
           88  RF-NOT-DUE                      VALUE "N".
           88  RF-INVALID-CODE                 VALUE "E".

       PROCEDURE DIVISION USING RF-FUNCTION, RF-FREQUENCY, RF-RESULT.
       0000-MAINLINE.
           PERFORM 1000-EDIT-CODE
           IF RF-INVALID-CODE
               OR RF-VALIDATE-ONLY
               GOBACK
           END-IF
           IF NOT WS-CALENDAR-LOADED
               PERFORM 2000-LOAD-CALENDAR
               PERFORM 2200-FIND-MONTH-BOUNDS
           END-IF
           PERFORM 3000-TEST-DUE THRU 3000-EXIT
           GOBACK
           .

      *> A valid code answers "Y" here; 3000 then decides due or not.
       1000-EDIT-CODE.
           MOVE "Y" TO RF-RESULT
           EVALUATE TRUE
           WHEN RF-FREQ-DAILY
               IF RF-FREQ-DETAIL NOT = SPACES
                   MOVE "E" TO RF-RESULT
               END-IF
           WHEN RF-FREQ-WEEKLY
               IF RF-FREQ-DETAIL (1:1) IS NOT NUMERIC
                   OR RF-FREQ-DETAIL (1:1) = "0" OR "8" OR "9"
                   OR RF-FREQ-DETAIL (2:2) NOT = SPACES
                   MOVE "E" TO RF-RESULT
               ELSE
                   MOVE RF-FREQ-DETAIL (1:1) TO WS-CODE-WEEKDAY
               END-IF
           WHEN RF-FREQ-MONTHLY
               EVALUATE TRUE
               WHEN RF-FREQ-DETAIL = "F" OR "L"
                   CONTINUE
               WHEN RF-FREQ-DETAIL (1:2) IS NUMERIC
                   AND RF-FREQ-DETAIL (3:1) = SPACE
                   MOVE RF-FREQ-DETAIL (1:2) TO WS-CODE-DAY
                   IF WS-CODE-DAY < 1 OR WS-CODE-DAY > 31
                       MOVE "E" TO RF-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "E" TO RF-RESULT
               END-EVALUATE
           WHEN RF-FREQ-QUARTERLY
               IF RF-FREQ-DETAIL NOT = "L"
                   MOVE "E" TO RF-RESULT
               END-IF
           WHEN OTHER
               MOVE "E" TO RF-RESULT
           END-EVALUATE
           .

      *> A missing RUNCAL leaves the table empty: every day is a
      *> processing day.
       2000-LOAD-CALENDAR.
           CALL "BUSDATE" USING WS-TODAY-DATE
           OPEN INPUT RUN-CALENDAR
           IF WS-RUNCAL-FOUND
               PERFORM 2100-READ-RUNCAL
               PERFORM 2150-LOAD-ONE-DATE THRU 2150-EXIT
                   UNTIL WS-END-OF-FILE
                   OR WS-CALENDAR-COUNT = 400
               CLOSE RUN-CALENDAR
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           SET WS-CALENDAR-LOADED TO TRUE
           .

       2100-READ-RUNCAL.
           READ RUN-CALENDAR
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2150-LOAD-ONE-DATE.
           IF WS-END-OF-FILE
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-CALENDAR-COUNT
           MOVE RC-IN-DATE TO WS-CALENDAR-DATE (WS-CALENDAR-COUNT)
           PERFORM 2100-READ-RUNCAL
           .
       2150-EXIT.
           EXIT
           .

      *> Tonight's weekday (1 = Monday; day 1 of the integer calendar
      *> was a Monday), the month's first and last business days, and
      *> the previous processing day, which bounds how far back a
      *> weekly step's weekday can have fallen.
       2200-FIND-MONTH-BOUNDS.
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE))
           COMPUTE WS-TODAY-WEEKDAY =
               FUNCTION MOD(WS-TODAY-INTEGER - 1, 7) + 1
           MOVE WS-TODAY-DATE (5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           PERFORM 2500-CHECK-CALENDAR-DATE
           IF WS-CALENDAR-HIT
               MOVE "N" TO WS-TODAY-BUSINESS-SWITCH
           ELSE
               MOVE "Y" TO WS-TODAY-BUSINESS-SWITCH
           END-IF

           MOVE WS-TODAY-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START (7:2)
           COMPUTE WS-MONTH-START-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-MONTH-START))
           MOVE WS-MONTH-START TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH-MONTH = 12
               ADD 1 TO WS-NEXT-MONTH-YEAR
               MOVE 1 TO WS-NEXT-MONTH-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MONTH
           END-IF
           COMPUTE WS-MONTH-END-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-NEXT-MONTH-NUM) - 1

           MOVE WS-MONTH-START-INTEGER TO WS-FIRST-BUSINESS-INTEGER
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2300-TRY-FIRST-DAY
               UNTIL WS-DAY-FOUND
                   OR WS-FIRST-BUSINESS-INTEGER > WS-MONTH-END-INTEGER
           MOVE WS-MONTH-END-INTEGER TO WS-LAST-BUSINESS-INTEGER
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2350-TRY-LAST-DAY
               UNTIL WS-DAY-FOUND
                   OR WS-LAST-BUSINESS-INTEGER < WS-MONTH-START-INTEGER

           COMPUTE WS-PRIOR-INTEGER = WS-TODAY-INTEGER - 1
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2400-TRY-PRIOR-DAY
               UNTIL WS-DAY-FOUND
                   OR WS-PRIOR-INTEGER < WS-TODAY-INTEGER - 7
           IF NOT WS-DAY-FOUND
               COMPUTE WS-PRIOR-INTEGER = WS-TODAY-INTEGER - 7
           END-IF
           .

       2300-TRY-FIRST-DAY.
           MOVE WS-FIRST-BUSINESS-INTEGER TO WS-DAY-INTEGER
           PERFORM 2450-CHECK-DAY-INTEGER
           IF WS-CALENDAR-HIT
               ADD 1 TO WS-FIRST-BUSINESS-INTEGER
           ELSE
               SET WS-DAY-FOUND TO TRUE
           END-IF
           .

       2350-TRY-LAST-DAY.
           MOVE WS-LAST-BUSINESS-INTEGER TO WS-DAY-INTEGER
           PERFORM 2450-CHECK-DAY-INTEGER
           IF WS-CALENDAR-HIT
               SUBTRACT 1 FROM WS-LAST-BUSINESS-INTEGER
           ELSE
               SET WS-DAY-FOUND TO TRUE
           END-IF
           .

       2400-TRY-PRIOR-DAY.
           MOVE WS-PRIOR-INTEGER TO WS-DAY-INTEGER
           PERFORM 2450-CHECK-DAY-INTEGER
           IF WS-CALENDAR-HIT
               SUBTRACT 1 FROM WS-PRIOR-INTEGER
           ELSE
               SET WS-DAY-FOUND TO TRUE
           END-IF
           .

       2450-CHECK-DAY-INTEGER.
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           PERFORM 2500-CHECK-CALENDAR-DATE
           .

       2500-CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-CALENDAR-HIT-SWITCH
           PERFORM 2510-MATCH-ONE-DATE
               VARYING WS-CALENDAR-INDEX FROM 1 BY 1
               UNTIL WS-CALENDAR-INDEX > WS-CALENDAR-COUNT
                   OR WS-CALENDAR-HIT
           .

       2510-MATCH-ONE-DATE.
           IF WS-CALENDAR-DATE (WS-CALENDAR-INDEX) = WS-CHECK-DATE
               SET WS-CALENDAR-HIT TO TRUE
           END-IF
           .

      *> ------------------------------------------------------------
      *> Only a processing night can be due for anything but daily;
      *> the driver has already stood the whole night down on a
      *> non-processing day.
      *> ------------------------------------------------------------
       3000-TEST-DUE.
           IF RF-FREQ-DAILY
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-TODAY-IS-BUSINESS
               MOVE "N" TO RF-RESULT
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO RF-RESULT
           EVALUATE TRUE
           WHEN RF-FREQ-WEEKLY
               COMPUTE WS-OCCURRENCE-INTEGER = WS-TODAY-INTEGER
                   - FUNCTION MOD(WS-TODAY-WEEKDAY
                       - WS-CODE-WEEKDAY + 7, 7)
               IF WS-OCCURRENCE-INTEGER > WS-PRIOR-INTEGER
                   MOVE "Y" TO RF-RESULT
               END-IF
           WHEN RF-FREQ-MONTHLY
               AND RF-FREQ-DETAIL = "F"
               IF WS-TODAY-INTEGER = WS-FIRST-BUSINESS-INTEGER
                   MOVE "Y" TO RF-RESULT
               END-IF
           WHEN RF-FREQ-MONTHLY
               AND RF-FREQ-DETAIL = "L"
               IF WS-TODAY-INTEGER = WS-LAST-BUSINESS-INTEGER
                   MOVE "Y" TO RF-RESULT
               END-IF
           WHEN RF-FREQ-QUARTERLY
               IF WS-TODAY-INTEGER = WS-LAST-BUSINESS-INTEGER
                   AND (WS-TODAY-MONTH = 3 OR 6 OR 9 OR 12)
                   MOVE "Y" TO RF-RESULT
               END-IF
           WHEN OTHER
               PERFORM 3100-ROLL-DAY-OF-MONTH
               IF WS-DAY-FOUND
                   AND WS-ROLLED-INTEGER = WS-TODAY-INTEGER
                   MOVE "Y" TO RF-RESULT
               END-IF
           END-EVALUATE
           .
       3000-EXIT.
           EXIT
           .

      *> The carded day (a day past month end means the last day),
      *> then the nearest business day to it inside the month,
      *> looking back before forward at each distance.
       3100-ROLL-DAY-OF-MONTH.
           COMPUTE WS-TARGET-INTEGER =
               WS-MONTH-START-INTEGER + WS-CODE-DAY - 1
           IF WS-TARGET-INTEGER > WS-MONTH-END-INTEGER
               MOVE WS-MONTH-END-INTEGER TO WS-TARGET-INTEGER
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3200-TRY-ONE-DISTANCE
               VARYING WS-ROLL-DISTANCE FROM 0 BY 1
               UNTIL WS-DAY-FOUND
                   OR WS-ROLL-DISTANCE > 30
           .

       3200-TRY-ONE-DISTANCE.
           IF WS-TARGET-INTEGER - WS-ROLL-DISTANCE
                   >= WS-MONTH-START-INTEGER
               COMPUTE WS-DAY-INTEGER =
                   WS-TARGET-INTEGER - WS-ROLL-DISTANCE
               PERFORM 2450-CHECK-DAY-INTEGER
               IF NOT WS-CALENDAR-HIT
                   MOVE WS-DAY-INTEGER TO WS-ROLLED-INTEGER
                   SET WS-DAY-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-DAY-FOUND
               AND WS-TARGET-INTEGER + WS-ROLL-DISTANCE
                   <= WS-MONTH-END-INTEGER
               COMPUTE WS-DAY-INTEGER =
                   WS-TARGET-INTEGER + WS-ROLL-DISTANCE
               PERFORM 2450-CHECK-DAY-INTEGER
               IF NOT WS-CALENDAR-HIT
                   MOVE WS-DAY-INTEGER TO WS-ROLLED-INTEGER
                   SET WS-DAY-FOUND TO TRUE
               END-IF
           END-IF
           .
       END PROGRAM RUNFREQ.
