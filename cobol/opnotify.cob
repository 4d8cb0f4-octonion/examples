      *>                   night on one business date. Every step
      *>                   and writer took the same treatment in the
      *>                   same change.
      *>   2026-09-24  dp  Every run now reports the roster table's
      *>                   high-water mark (people on call today)
      *>                   against its limit of 20 to the CAPHIST
      *>                   capacity history through the shared
      *>                   CAPACITY-WRITER, for the nightly CAPRPT
      *>                   headroom report -- the 21st person covering
      *>                   a night is never paged. This step runs
      *>                   after CAPRPT, so the report carries the
      *>                   roster as of the previous night.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-ROS-CONTACT      PIC X(20).
               10  WS-ROS-MIN-WEIGHT   PIC 9(01) COMP-5.

       01  WS-CAP-TABLE-NAME           PIC X(20) VALUE "ROSTER-TABLE".
       01  WS-CAP-PEAK                 PIC 9(05) COMP-5.
       01  WS-CAP-LIMIT                PIC 9(05) COMP-5 VALUE 20.

       01  WS-ALERT-WEIGHT             PIC 9(01) COMP-5.
       01  WS-QUALIFYING-COUNT         PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-SENT-COUNT               PIC 9(05) COMP-5 VALUE ZERO.
           CALL "BUSDATE" USING WS-TODAY-DATE
           PERFORM 1000-READ-RUN-ID
           PERFORM 1500-LOAD-ROSTER
           MOVE WS-ROSTER-COUNT TO WS-CAP-PEAK
           CALL "CAPACITY-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-CAP-TABLE-NAME, WS-CAP-PEAK, WS-CAP-LIMIT

           OPEN INPUT ALERT-FILE-IN
           IF WS-ALERTS-FOUND
