      *>                    requests share one undifferentiated
      *>                    listing format, so per-request matching is
      *>                    not possible from the print image)
      *>                  - range ("R") requests matched exactly: each
      *>                    "RANGE TERM:" line carries the FIBVALID
      *>                    position of the request it answers, and
      *>                    the terms must arrive start through end,
      *>                    once each -- UNANSWERED when terms are
      *>                    missing, DUPLICATE when any term repeats
      *>                    or arrives out of order, and a line whose
      *>                    request, requester, or term does not fit
      *>                    is an answer with no matching request
      *>                  - inverse ("I") requests matched by request
      *>                    position against the "INVERSE VALUE:"
      *>                    lines, one each: UNANSWERED when none
      *>                    arrives, DUPLICATE when more than one does
      *>                RETURN-CODE for the scheduler, distinct from
      *>                FIBOMAIN's own 4/12/16 ladder so DAILYRUN can
      *>                gate distribution on this check alone:
      *>                   would have caught the restart-skip bugs the
      *>                   FIBCKPT maintenance history in fibonacci.cob
      *>                   describes, before the results went out.
      *>   2026-09-13  dp  Range ("R") requests reconciled term by term
      *>                   against the "RANGE TERM:" lines, located by
      *>                   request position (the count of FIBVALID
      *>                   details, the same WS-RECORD-SEQ FIBONACCI-
      *>                   MAIN tags each line with).
      *>   2026-09-15  dp  Inverse ("I") requests reconciled one answer
      *>                   each against the "INVERSE VALUE:" lines, by
      *>                   the same request position; FIBVALID record
      *>                   widened to its 52 bytes.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FV-MODE                 PIC X(01).
               88  FV-MODE-SINGLE              VALUE "S".
               88  FV-MODE-FULL                VALUE "F".
               88  FV-MODE-RANGE               VALUE "R".
               88  FV-MODE-INVERSE             VALUE "I".
           05  FV-NUM                  PIC X(06).
           05  FV-REQUESTER            PIC X(04).
           05  FV-RANGE-START          PIC X(06).
           05  FILLER                  PIC X(34).

       FD  FIB-REPORT-IN.
       01  FIB-REPORT-IN-RECORD       PIC X(132).
               10  WS-REQ-ANSWERED     PIC 9(03) COMP-5.
       01  WS-REQUEST-OVERFLOW         PIC 9(06) COMP-5 VALUE ZERO.

      *> One row per range request, keyed by its FIBVALID position;
      *> WS-RNG-NEXT is the next term the report owes it.
       01  WS-REQUEST-SEQ              PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-RANGE-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-RANGE-INDEX              PIC 9(03) COMP-5.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 200 TIMES.
               10  WS-RNG-REQUESTER    PIC X(04).
               10  WS-RNG-SEQ          PIC 9(06).
               10  WS-RNG-START        PIC 9(06).
               10  WS-RNG-END          PIC 9(06).
               10  WS-RNG-NEXT         PIC 9(07) COMP-5.
               10  WS-RNG-EXTRA        PIC 9(06) COMP-5.

      *> One row per inverse request, keyed by its FIBVALID position.
       01  WS-INVERSE-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-INVERSE-INDEX            PIC 9(03) COMP-5.
       01  WS-INVERSE-TABLE.
           05  WS-INVERSE-ENTRY OCCURS 200 TIMES.
               10  WS-INV-REQUESTER    PIC X(04).
               10  WS-INV-SEQ          PIC 9(06).
               10  WS-INV-ANSWERED     PIC 9(03) COMP-5.
       01  WS-WORK-SEQ                 PIC 9(06).
       01  WS-WORK-TERM                PIC 9(06).

       01  WS-WORK-NUM                 PIC 9(06).
       01  WS-WORK-REQUESTER           PIC X(04).
       01  WS-NUM-EDIT                 PIC X(06).
           05  FILLER                  PIC X(12) VALUE "  ANSWERED  ".
           05  XL-ANSWERED             PIC ZZ9.

       01  WS-RANGE-EXCEPTION-LINE.
           05  XR-TAG                  PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XR-REQUESTER            PIC X(04).
           05  FILLER                  PIC X(08) VALUE "  TERMS ".
           05  XR-START                PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE "-".
           05  XR-END                  PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  REQUEST ".
           05  XR-SEQ                  PIC 9(06).
           05  XR-COUNT-LABEL          PIC X(11).
           05  XR-COUNT                PIC ZZZZZ9.

       01  WS-INVERSE-EXCEPTION-LINE.
           05  XI-TAG                  PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XI-REQUESTER            PIC X(04).
           05  FILLER                  PIC X(18) VALUE
               "  INVERSE REQUEST ".
           05  XI-SEQ                  PIC 9(06).
           05  FILLER                  PIC X(11) VALUE "  ANSWERED ".
           05  XI-ANSWERED             PIC ZZ9.

       01  WS-UNMATCHED-LINE.
           05  FILLER                  PIC X(26) VALUE
               "ANSWER WITHOUT A REQUEST: ".
               GO TO 1200-EXIT
           END-IF
           IF NOT FV-REC-DETAIL
               GO TO 1200-NEXT
           END-IF
           ADD 1 TO WS-REQUEST-SEQ
           IF FV-NUM IS NOT NUMERIC
               GO TO 1200-NEXT
           END-IF
           MOVE FV-NUM TO WS-WORK-NUM
               GO TO 1200-NEXT
           END-IF

           IF FV-MODE-RANGE
               PERFORM 1400-LOAD-ONE-RANGE
               GO TO 1200-NEXT
           END-IF

           IF FV-MODE-INVERSE
               PERFORM 1500-LOAD-ONE-INVERSE
               GO TO 1200-NEXT
           END-IF

           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 1300-MATCH-ONE-REQUEST
               VARYING WS-REQUEST-INDEX FROM 1 BY 1
           END-IF
           .

      *> A range whose start term is unusable still owes its end term
      *> and everything before it, so it is carried from term zero --
      *> FIBONACCI-MAIN answers none of it and it shows UNANSWERED.
       1400-LOAD-ONE-RANGE.
           IF WS-RANGE-COUNT = 200
               ADD 1 TO WS-REQUEST-OVERFLOW
           ELSE
               ADD 1 TO WS-RANGE-COUNT
               MOVE WS-WORK-REQUESTER
                   TO WS-RNG-REQUESTER (WS-RANGE-COUNT)
               MOVE WS-REQUEST-SEQ TO WS-RNG-SEQ (WS-RANGE-COUNT)
               IF FV-RANGE-START IS NUMERIC
                   MOVE FV-RANGE-START
                       TO WS-RNG-START (WS-RANGE-COUNT)
               ELSE
                   MOVE ZERO TO WS-RNG-START (WS-RANGE-COUNT)
               END-IF
               MOVE WS-WORK-NUM TO WS-RNG-END (WS-RANGE-COUNT)
               MOVE WS-RNG-START (WS-RANGE-COUNT)
                   TO WS-RNG-NEXT (WS-RANGE-COUNT)
               MOVE ZERO TO WS-RNG-EXTRA (WS-RANGE-COUNT)
           END-IF
           .

       1500-LOAD-ONE-INVERSE.
           IF WS-INVERSE-COUNT = 200
               ADD 1 TO WS-REQUEST-OVERFLOW
           ELSE
               ADD 1 TO WS-INVERSE-COUNT
               MOVE WS-WORK-REQUESTER
                   TO WS-INV-REQUESTER (WS-INVERSE-COUNT)
               MOVE WS-REQUEST-SEQ TO WS-INV-SEQ (WS-INVERSE-COUNT)
               MOVE ZERO TO WS-INV-ANSWERED (WS-INVERSE-COUNT)
           END-IF
           .

      *> ------------------------------------------------------------
      *> Scan FIBOUT. A single-term answer line carries "FIBONACCI
      *> TERM:" in columns 6-20 with the requester in 1-4 and the
      *> edited NUM in 22-27; a sequence value line carries the
      *> right-justified term in 1-6 with columns 7-11 blank and the
      *> value from 12 on; a range answer line carries "RANGE TERM:"
      *> where the single-term label sits, the term in the same 22-27,
      *> and its request position in 110-115; an inverse answer line
      *> carries "INVERSE VALUE:" there and its request position in
      *> the same 110-115. Everything else on the report is heading,
      *> summary, or blank and is passed over -- the LOWER, UPPER and
      *> LAST TERM lines under an inverse answer among them.
      *> ------------------------------------------------------------
       2000-SCAN-REPORT.
           OPEN INPUT FIB-REPORT-IN
               PERFORM 2300-MATCH-ANSWER-LINE THRU 2300-EXIT
               GO TO 2200-NEXT
           END-IF
           IF FIB-REPORT-IN-RECORD (6:15) = "RANGE TERM:"
               PERFORM 2400-MATCH-RANGE-LINE THRU 2400-EXIT
               GO TO 2200-NEXT
           END-IF
           IF FIB-REPORT-IN-RECORD (6:15) = "INVERSE VALUE:"
               PERFORM 2500-MATCH-INVERSE-LINE THRU 2500-EXIT
               GO TO 2200-NEXT
           END-IF

           MOVE FIB-REPORT-IN-RECORD (1:6) TO WS-NUM-EDIT
           INSPECT WS-NUM-EDIT REPLACING LEADING SPACE BY "0"
           EXIT
           .

      *> The line must name a range request by position, for the
      *> same requester, inside its terms. The next term owed is
      *> taken; any other term inside the range is a repeat or an
      *> out-of-order answer.
       2400-MATCH-RANGE-LINE.
           MOVE FIB-REPORT-IN-RECORD (1:4) TO WS-WORK-REQUESTER
           MOVE FIB-REPORT-IN-RECORD (22:6) TO WS-NUM-EDIT
           INSPECT WS-NUM-EDIT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-EDIT IS NOT NUMERIC
               OR FIB-REPORT-IN-RECORD (110:6) IS NOT NUMERIC
               GO TO 2400-UNMATCHED
           END-IF
           MOVE WS-NUM-EDIT TO WS-WORK-TERM
           MOVE FIB-REPORT-IN-RECORD (110:6) TO WS-WORK-SEQ

           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2410-MATCH-ONE-RANGE
               VARYING WS-RANGE-INDEX FROM 1 BY 1
               UNTIL WS-RANGE-INDEX > WS-RANGE-COUNT
                   OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
               GO TO 2400-UNMATCHED
           END-IF
           SUBTRACT 1 FROM WS-RANGE-INDEX
           IF WS-RNG-REQUESTER (WS-RANGE-INDEX) NOT = WS-WORK-REQUESTER
               OR WS-WORK-TERM < WS-RNG-START (WS-RANGE-INDEX)
               OR WS-WORK-TERM > WS-RNG-END (WS-RANGE-INDEX)
               GO TO 2400-UNMATCHED
           END-IF
           IF WS-WORK-TERM = WS-RNG-NEXT (WS-RANGE-INDEX)
               ADD 1 TO WS-RNG-NEXT (WS-RANGE-INDEX)
           ELSE
               ADD 1 TO WS-RNG-EXTRA (WS-RANGE-INDEX)
           END-IF
           GO TO 2400-EXIT
           .
       2400-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE FIB-REPORT-IN-RECORD (1:40) TO UM-DETAIL
           WRITE RECON-REPORT-RECORD FROM WS-UNMATCHED-LINE
           .
       2400-EXIT.
           EXIT
           .

       2410-MATCH-ONE-RANGE.
           IF WS-RNG-SEQ (WS-RANGE-INDEX) = WS-WORK-SEQ
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

      *> The line must name an inverse request by position, for the
      *> same requester.
       2500-MATCH-INVERSE-LINE.
           IF FIB-REPORT-IN-RECORD (110:6) IS NOT NUMERIC
               GO TO 2500-UNMATCHED
           END-IF
           MOVE FIB-REPORT-IN-RECORD (1:4) TO WS-WORK-REQUESTER
           MOVE FIB-REPORT-IN-RECORD (110:6) TO WS-WORK-SEQ

           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           PERFORM 2510-MATCH-ONE-INVERSE
               VARYING WS-INVERSE-INDEX FROM 1 BY 1
               UNTIL WS-INVERSE-INDEX > WS-INVERSE-COUNT
                   OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
               GO TO 2500-UNMATCHED
           END-IF
           SUBTRACT 1 FROM WS-INVERSE-INDEX
           IF WS-INV-REQUESTER (WS-INVERSE-INDEX)
                   NOT = WS-WORK-REQUESTER
               GO TO 2500-UNMATCHED
           END-IF
           ADD 1 TO WS-INV-ANSWERED (WS-INVERSE-INDEX)
           GO TO 2500-EXIT
           .
       2500-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE FIB-REPORT-IN-RECORD (1:40) TO UM-DETAIL
           WRITE RECON-REPORT-RECORD FROM WS-UNMATCHED-LINE
           .
       2500-EXIT.
           EXIT
           .

       2510-MATCH-ONE-INVERSE.
           IF WS-INV-SEQ (WS-INVERSE-INDEX) = WS-WORK-SEQ
               SET WS-MATCH-FOUND TO TRUE
           END-IF
           .

       3000-JUDGE-REQUESTS.
           PERFORM 3100-JUDGE-ONE-REQUEST
               VARYING WS-REQUEST-INDEX FROM 1 BY 1
               UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
           PERFORM 3300-JUDGE-ONE-RANGE
               VARYING WS-RANGE-INDEX FROM 1 BY 1
               UNTIL WS-RANGE-INDEX > WS-RANGE-COUNT
           PERFORM 3400-JUDGE-ONE-INVERSE
               VARYING WS-INVERSE-INDEX FROM 1 BY 1
               UNTIL WS-INVERSE-INDEX > WS-INVERSE-COUNT
           .

       3100-JUDGE-ONE-REQUEST.
           WRITE RECON-REPORT-RECORD FROM WS-EXCEPTION-LINE
           .

      *> Terms still owed make the range UNANSWERED; repeated or out-
      *> of-order terms make it DUPLICATE. A range can be both.
       3300-JUDGE-ONE-RANGE.
           MOVE WS-RNG-REQUESTER (WS-RANGE-INDEX) TO XR-REQUESTER
           MOVE WS-RNG-START (WS-RANGE-INDEX)     TO XR-START
           MOVE WS-RNG-END (WS-RANGE-INDEX)       TO XR-END
           MOVE WS-RNG-SEQ (WS-RANGE-INDEX)       TO XR-SEQ
           IF WS-RNG-NEXT (WS-RANGE-INDEX)
                   NOT > WS-RNG-END (WS-RANGE-INDEX)
               ADD 1 TO WS-UNANSWERED-COUNT
               MOVE "UNANSWERED" TO XR-TAG
               MOVE "  ANSWERED " TO XR-COUNT-LABEL
               COMPUTE XR-COUNT = WS-RNG-NEXT (WS-RANGE-INDEX)
                   - WS-RNG-START (WS-RANGE-INDEX)
               WRITE RECON-REPORT-RECORD FROM WS-RANGE-EXCEPTION-LINE
           END-IF
           IF WS-RNG-EXTRA (WS-RANGE-INDEX) > ZERO
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE" TO XR-TAG
               MOVE "  EXTRA    " TO XR-COUNT-LABEL
               MOVE WS-RNG-EXTRA (WS-RANGE-INDEX) TO XR-COUNT
               WRITE RECON-REPORT-RECORD FROM WS-RANGE-EXCEPTION-LINE
           END-IF
           .

      *> An inverse request owes exactly one INVERSE VALUE line.
       3400-JUDGE-ONE-INVERSE.
           MOVE WS-INV-REQUESTER (WS-INVERSE-INDEX) TO XI-REQUESTER
           MOVE WS-INV-SEQ (WS-INVERSE-INDEX)       TO XI-SEQ
           MOVE WS-INV-ANSWERED (WS-INVERSE-INDEX)  TO XI-ANSWERED
           EVALUATE TRUE
           WHEN WS-INV-ANSWERED (WS-INVERSE-INDEX) = ZERO
               ADD 1 TO WS-UNANSWERED-COUNT
               MOVE "UNANSWERED" TO XI-TAG
               WRITE RECON-REPORT-RECORD
                   FROM WS-INVERSE-EXCEPTION-LINE
           WHEN WS-INV-ANSWERED (WS-INVERSE-INDEX) > 1
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE" TO XI-TAG
               WRITE RECON-REPORT-RECORD
                   FROM WS-INVERSE-EXCEPTION-LINE
           END-EVALUATE
           .

       4000-PRINT-TOTALS.
           IF WS-F-REQUEST-COUNT > ZERO
               OR WS-SEQ-FOUND > ZERO
