      *>                   the-last-block parsing. The accumulating
      *>                   legacy report stays for people; RPTRETEN
      *>                   retires old generations.
      *>   2026-09-20  dp  SCHEDTAB's new frequency column is judged
      *>                   through the same RUNFREQ service the driver
      *>                   uses: a weekly or month-end step with no END
      *>                   entry on a night it was not due reports NOT
      *>                   DUE instead of MISSING and is not counted in
      *>                   the MISSING total. A step that ran anyway on
      *>                   a night it was not due is still evaluated
      *>                   normally, the same rule as the calendar.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SC-IN-ENABLED-FLAG      PIC X(01).
           05  FILLER                  PIC X(01).
           05  SC-IN-TRACK             PIC X(01).
           05  FILLER                  PIC X(01).
           05  SC-IN-PREDECESSORS      PIC X(62).
           05  FILLER                  PIC X(01).
           05  SC-IN-FREQUENCY         PIC X(04).


       FD  REPORT-GENERATION.
               10  WS-STEP-RUN-COUNT   PIC 9(03) COMP-5.
               10  WS-STEP-LAST-RC     PIC S9(4).
               10  WS-STEP-STATUS      PIC X(09).
               10  WS-STEP-FREQUENCY   PIC X(04).
               10  WS-STEP-DUE-SWITCH  PIC X(01).
                   88  WS-STEP-DUE             VALUE "Y".

      *> RUNFREQ's due test for each step's frequency code
       01  WS-FREQ-FUNCTION            PIC X(01) VALUE "D".
       01  WS-FREQ-RESULT              PIC X(01).
           88  WS-FREQ-NOT-DUE                 VALUE "N".

       01  WS-MISSING-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(03) COMP-5 VALUE ZERO.
       1100-INIT-ONE-STEP.
           MOVE ZERO TO WS-STEP-RUN-COUNT (WS-PRINT-INDEX)
           MOVE ZERO TO WS-STEP-LAST-RC (WS-PRINT-INDEX)
           MOVE "Y" TO WS-STEP-DUE-SWITCH (WS-PRINT-INDEX)
           IF WS-BUSINESS-DAY
               CALL "RUNFREQ" USING WS-FREQ-FUNCTION,
                   WS-STEP-FREQUENCY (WS-PRINT-INDEX), WS-FREQ-RESULT
               IF WS-FREQ-NOT-DUE
                   MOVE "N" TO WS-STEP-DUE-SWITCH (WS-PRINT-INDEX)
               END-IF
           END-IF
           .

      *> A date carded in RUNCAL is a non-processing day: a step with
               TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE SC-IN-ENABLED-FLAG
               TO WS-STEP-ENABLED-FLAG (WS-STEP-COUNT)
           MOVE SC-IN-FREQUENCY
               TO WS-STEP-FREQUENCY (WS-STEP-COUNT)
           PERFORM 1210-READ-SCHEDTAB
           .
       1220-EXIT.

       1410-DEFAULT-ONE-STEP.
           MOVE "Y" TO WS-STEP-ENABLED-FLAG (WS-PRINT-INDEX)
           MOVE SPACES TO WS-STEP-FREQUENCY (WS-PRINT-INDEX)
           .

       2000-READ-JOBLOG-IN.
               MOVE "DISABLED" TO WS-STEP-STATUS (WS-PRINT-INDEX)
           ELSE
           IF WS-STEP-RUN-COUNT (WS-PRINT-INDEX) = ZERO
               EVALUATE TRUE
               WHEN NOT WS-BUSINESS-DAY
                   MOVE "NOT SCHED"
                       TO WS-STEP-STATUS (WS-PRINT-INDEX)
               WHEN NOT WS-STEP-DUE (WS-PRINT-INDEX)
                   MOVE "NOT DUE" TO WS-STEP-STATUS (WS-PRINT-INDEX)
               WHEN OTHER
                   MOVE "MISSING" TO WS-STEP-STATUS (WS-PRINT-INDEX)
                   ADD 1 TO WS-MISSING-COUNT
               END-EVALUATE
           ELSE
               IF WS-STEP-LAST-RC (WS-PRINT-INDEX) = ZERO
                   MOVE "OK" TO WS-STEP-STATUS (WS-PRINT-INDEX)
