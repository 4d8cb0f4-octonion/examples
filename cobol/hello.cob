      *>                   detail read; a legacy hand-kept list with
      *>                   no "H" header still processes exactly as
      *>                   before.
      *>   2026-09-16  dp  Occasion greetings: a GREETLST detail now
      *>                   carries GREETGEN's occasion code (BD, SA)
      *>                   and the lookup takes the locale's template
      *>                   for that occasion. With none carded the
      *>                   locale's general greeting is used instead
      *>                   and the run raises RC 4, marked NO OCCASION
      *>                   TEMPLATE in the summary, which now counts by
      *>                   locale and occasion. GREETOUT lines carry
      *>                   the occasion code; the table holds 150
      *>                   entries. A legacy list greets generally.
      *>   2026-09-24  dp  Every run now reports the locale summary
      *>                   table's high-water mark against its limit
      *>                   of 60 locale and occasion pairs to the
      *>                   CAPHIST capacity history through the shared
      *>                   CAPACITY-WRITER, for the nightly CAPRPT
      *>                   headroom report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  GL-CTL-LOCALE            PIC X(02).
           05  FILLER                   PIC X(01).
           05  GL-CTL-NAME              PIC X(20).
           05  FILLER                   PIC X(01).
           05  GL-CTL-OCCASION          PIC X(02).
       01  GL-LEGACY-RECORD REDEFINES GL-RECORD.
           05  GL-LOCALE-CODE           PIC X(02).
           05  GL-NAME                  PIC X(20).
           05  FILLER                   PIC X(06).

       FD  GREET-OUT.
       01  GREET-OUT-RECORD             PIC X(110).
           05  GT-IN-LOCALE-CODE        PIC X(02).
           05  FILLER                   PIC X(01).
           05  GT-IN-GREETING           PIC X(40).
           05  FILLER                   PIC X(01).
           05  GT-IN-OCCASION           PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-GREETLIST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LIST-TRAILER-SEEN             VALUE "Y".
       01  WS-CTL-LOCALE                PIC X(02).
       01  WS-CTL-NAME                  PIC X(20).
       01  WS-GREET-OCCASION            PIC X(02) VALUE SPACES.
       01  WS-IMBALANCE-LINE            PIC X(110) VALUE
           "GREETLST CONTROL RECORDS OUT OF BALANCE -- NOBODY GREETED".
       01  WS-LOOKUP-GREETING           PIC X(40).
       01  WS-RENDERED-GREETING         PIC X(60).
       01  WS-MAX-RETURN-CODE           PIC 9(03) VALUE ZERO.

       01  WS-GREETING-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-GREETING-TABLE.
           05  GREETING-ENTRY OCCURS 1 TO 150 TIMES
                   DEPENDING ON WS-GREETING-COUNT
                   INDEXED BY GT-IDX.
               10  GT-LOCALE-CODE       PIC X(02).
               10  GT-OCCASION          PIC X(02).
               10  GT-LOCALE-GREETING   PIC X(40).
       01  WS-FALLBACK-SWITCH           PIC X(01) VALUE "N".
           88  WS-LOCALE-FELL-BACK              VALUE "Y".
       01  WS-OCC-FALLBACK-SWITCH       PIC X(01) VALUE "N".
           88  WS-OCCASION-FELL-BACK            VALUE "Y".
       01  WS-TEMPLATE-FOUND-SWITCH     PIC X(01).
           88  WS-TEMPLATE-FOUND                VALUE "Y".
       01  WS-CURRENT-DATE              PIC X(08).
       01  WS-CURRENT-TIME              PIC X(08).

           05  GO-DATE                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GO-TIME                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GO-OCCASION              PIC X(02).

       01  WS-LOCALE-COUNT              PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-LOCALE-INDEX              PIC 9(02) COMP-5.
       01  WS-LOCALE-FOUND-SWITCH       PIC X(01).
           88  WS-LOCALE-FOUND                  VALUE "Y".
       01  WS-LOCALE-TABLE.
           05  WS-LOCALE-ENTRY OCCURS 60 TIMES.
               10  WS-LOCALE-CODE       PIC X(02).
               10  WS-LOCALE-OCCASION   PIC X(02).
               10  WS-LOCALE-USE-COUNT  PIC 9(06) COMP-5.
               10  WS-LOCALE-FB-SWITCH  PIC X(01).
                   88  WS-LOCALE-FB             VALUE "Y".
               10  WS-LOCALE-NOTMPL-SW  PIC X(01).
                   88  WS-LOCALE-NO-TEMPLATE    VALUE "Y".

       01  WS-CAP-TABLE-NAME            PIC X(20) VALUE "LOCALE-TABLE".
       01  WS-CAP-PEAK                  PIC 9(05) COMP-5.
       01  WS-CAP-LIMIT                 PIC 9(05) COMP-5 VALUE 60.

       01  WS-SUMMARY-HEADING           PIC X(110) VALUE
           "LOCALE SUMMARY BY OCCASION".
       01  WS-SUMMARY-LINE.
           05  SU-LOCALE-CODE           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SU-OCCASION-LABEL        PIC X(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SU-USE-COUNT             PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SU-FALLBACK-NOTE         PIC X(20).
           END-IF
           PERFORM 3000-WRITE-LOCALE-SUMMARY
           CLOSE GREET-OUT
           MOVE WS-LOCALE-COUNT TO WS-CAP-PEAK
           CALL "CAPACITY-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-CAP-TABLE-NAME, WS-CAP-PEAK, WS-CAP-LIMIT
           MOVE WS-MAX-RETURN-CODE TO WS-JOBLOG-RETURN-CODE
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-JOBLOG-RETURN-CODE
               PERFORM 0600-READ-GREETTBL
               PERFORM 0700-LOAD-ONE-LOCALE THRU 0700-EXIT
                   UNTIL WS-END-OF-GREETTBL
                   OR WS-GREETING-COUNT = 150
               CLOSE GREET-TABLE
           END-IF
           .
               TO GT-LOCALE-CODE (WS-GREETING-COUNT)
           MOVE GT-IN-GREETING
               TO GT-LOCALE-GREETING (WS-GREETING-COUNT)
           MOVE GT-IN-OCCASION
               TO GT-OCCASION (WS-GREETING-COUNT)
           PERFORM 0600-READ-GREETTBL
           .
       0700-EXIT.
                   AT END
                       SET WS-END-OF-GREETLIST TO TRUE
               END-READ
               MOVE SPACES TO WS-GREET-OCCASION
           ELSE
               MOVE SPACE TO GL-RECORD (1:1)
               PERFORM 1050-READ-NEXT-CONTROLLED
      *> they stage through WS on their way across
                   MOVE GL-CTL-LOCALE TO WS-CTL-LOCALE
                   MOVE GL-CTL-NAME   TO WS-CTL-NAME
                   MOVE GL-CTL-OCCASION TO WS-GREET-OCCASION
                   MOVE WS-CTL-LOCALE TO GL-LOCALE-CODE
                   MOVE WS-CTL-NAME   TO GL-NAME
               END-IF
           EXIT
           .

      *> The locale's template for tonight's occasion first; an
      *> occasion with no template of its own takes the locale's
      *> general greeting, and a locale with neither falls back to
      *> English. Either fallback flags the run with RC=4.
       2100-LOOKUP-GREETING.
           MOVE "N" TO WS-FALLBACK-SWITCH
           MOVE "N" TO WS-OCC-FALLBACK-SWITCH
           MOVE "N" TO WS-TEMPLATE-FOUND-SWITCH
           SET GT-IDX TO 1
           SEARCH GREETING-ENTRY
               WHEN GT-LOCALE-CODE (GT-IDX) = GL-LOCALE-CODE
                   AND GT-OCCASION (GT-IDX) = WS-GREET-OCCASION
                   MOVE GT-LOCALE-GREETING (GT-IDX)
                       TO WS-LOOKUP-GREETING
                   SET WS-TEMPLATE-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-TEMPLATE-FOUND
               AND WS-GREET-OCCASION NOT = SPACES
               SET WS-OCCASION-FELL-BACK TO TRUE
               SET GT-IDX TO 1
               SEARCH GREETING-ENTRY
                   WHEN GT-LOCALE-CODE (GT-IDX) = GL-LOCALE-CODE
                       AND GT-OCCASION (GT-IDX) = SPACES
                       MOVE GT-LOCALE-GREETING (GT-IDX)
                           TO WS-LOOKUP-GREETING
                       SET WS-TEMPLATE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-TEMPLATE-FOUND
               MOVE hello TO WS-LOOKUP-GREETING
               SET WS-LOCALE-FELL-BACK TO TRUE
           END-IF
           IF WS-LOCALE-FELL-BACK OR WS-OCCASION-FELL-BACK
               IF WS-MAX-RETURN-CODE < 4
                   MOVE 4 TO WS-MAX-RETURN-CODE
               END-IF
           END-IF
           .

      *> One GREETOUT line per rendered greeting: the text column
           MOVE WS-RENDERED-GREETING TO GO-GREETING-TEXT
           MOVE WS-CURRENT-DATE     TO GO-DATE
           MOVE WS-CURRENT-TIME     TO GO-TIME
           MOVE WS-GREET-OCCASION   TO GO-OCCASION
           WRITE GREET-OUT-RECORD FROM WS-GREETOUT-LINE
           PERFORM 2300-COUNT-LOCALE THRU 2300-FULL
           .
           IF WS-LOCALE-FOUND
               SUBTRACT 1 FROM WS-LOCALE-INDEX
           ELSE
               IF WS-LOCALE-COUNT < 60
                   ADD 1 TO WS-LOCALE-COUNT
                   MOVE WS-LOCALE-COUNT TO WS-LOCALE-INDEX
                   MOVE GL-LOCALE-CODE
                       TO WS-LOCALE-CODE (WS-LOCALE-INDEX)
                   MOVE WS-GREET-OCCASION
                       TO WS-LOCALE-OCCASION (WS-LOCALE-INDEX)
                   MOVE "N"
                       TO WS-LOCALE-NOTMPL-SW (WS-LOCALE-INDEX)
                   MOVE ZERO
                       TO WS-LOCALE-USE-COUNT (WS-LOCALE-INDEX)
                   MOVE "N"
           IF WS-LOCALE-FELL-BACK
               MOVE "Y" TO WS-LOCALE-FB-SWITCH (WS-LOCALE-INDEX)
           END-IF
           IF WS-OCCASION-FELL-BACK
               MOVE "Y" TO WS-LOCALE-NOTMPL-SW (WS-LOCALE-INDEX)
           END-IF
           .
       2300-FULL.
           EXIT

       2310-MATCH-ONE-LOCALE.
           IF WS-LOCALE-CODE (WS-LOCALE-INDEX) = GL-LOCALE-CODE
               AND WS-LOCALE-OCCASION (WS-LOCALE-INDEX)
                   = WS-GREET-OCCASION
               SET WS-LOCALE-FOUND TO TRUE
           END-IF
           .
       3100-WRITE-ONE-LOCALE.
           MOVE WS-LOCALE-CODE (WS-LOCALE-INDEX)      TO SU-LOCALE-CODE
           MOVE WS-LOCALE-USE-COUNT (WS-LOCALE-INDEX) TO SU-USE-COUNT
           EVALUATE WS-LOCALE-OCCASION (WS-LOCALE-INDEX)
           WHEN "BD"
               MOVE "BIRTHDAY" TO SU-OCCASION-LABEL
           WHEN "SA"
               MOVE "SERVICE ANNIV" TO SU-OCCASION-LABEL
           WHEN SPACES
               MOVE "GENERAL" TO SU-OCCASION-LABEL
           WHEN OTHER
               MOVE WS-LOCALE-OCCASION (WS-LOCALE-INDEX)
                   TO SU-OCCASION-LABEL
           END-EVALUATE
           EVALUATE TRUE
           WHEN WS-LOCALE-FB (WS-LOCALE-INDEX)
               MOVE "FALLBACK TO ENGLISH" TO SU-FALLBACK-NOTE
           WHEN WS-LOCALE-NO-TEMPLATE (WS-LOCALE-INDEX)
               MOVE "NO OCCASION TEMPLATE" TO SU-FALLBACK-NOTE
           WHEN OTHER
               MOVE SPACES TO SU-FALLBACK-NOTE
           END-EVALUATE
           WRITE GREET-OUT-RECORD FROM WS-SUMMARY-LINE
           .
