      *>                   so a window that crosses midnight no
      *>                   longer splits one business night across
      *>                   two dates.
      *>   2026-10-02  dp  An optional RUNIDPIN card (a run ID in
      *>                   columns 1-12, YYYYMMDD-NNN) pins the ID
      *>                   this program cuts, and the PROCDATE it
      *>                   cuts is the pinned ID's date: the REGRRUN
      *>                   regression procedure needs every step to
      *>                   see the same business date and run ID on
      *>                   every run so its outputs compare against
      *>                   the approved copies. A missing card, or one
      *>                   that does not read as a run ID, cuts from
      *>                   the system date exactly as before; no
      *>                   production job cards RUNIDPIN.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT RUN-ID-PIN ASSIGN TO "RUNIDPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNIDPIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-ID-FILE.
       01  PROC-DATE-RECORD.
           05  PD-DATE                 PIC X(08).

       FD  RUN-ID-PIN.
       01  RUN-ID-PIN-RECORD.
           05  RP-DATE                 PIC X(08).
           05  RP-DASH                 PIC X(01).
           05  RP-SEQUENCE             PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-PROCDATE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUNIDPIN-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RUNIDPIN-FOUND               VALUE "00".
       01  WS-PIN-SWITCH               PIC X(01) VALUE "N".
           88  WS-RUN-ID-PINNED                VALUE "Y".
       01  WS-TODAY-DATE               PIC X(08).
       01  WS-NEW-SEQUENCE             PIC 9(03) VALUE 1.

           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

      *> a pinned run ID (regression only) replaces both the date and
      *> the sequence
           OPEN INPUT RUN-ID-PIN
           IF WS-RUNIDPIN-FOUND
               READ RUN-ID-PIN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-DATE IS NUMERIC
                           AND RP-DASH = "-"
                           AND RP-SEQUENCE IS NUMERIC
                           MOVE RP-DATE TO WS-TODAY-DATE
                           MOVE RP-SEQUENCE TO WS-NEW-SEQUENCE
                           SET WS-RUN-ID-PINNED TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-ID-PIN
           END-IF

           IF NOT WS-RUN-ID-PINNED
               OPEN INPUT RUN-ID-FILE
               IF WS-RUNID-FOUND
                   READ RUN-ID-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RI-DATE = WS-TODAY-DATE
                               AND RI-SEQUENCE IS NUMERIC
                               COMPUTE WS-NEW-SEQUENCE =
                                   RI-SEQUENCE + 1
                           END-IF
                   END-READ
                   CLOSE RUN-ID-FILE
               END-IF
           END-IF

           OPEN OUTPUT RUN-ID-FILE
