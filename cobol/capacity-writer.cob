       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-WRITER.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-24
      *> Purpose:       Common append-only capacity history utility.
      *>                A program that keeps a fixed in-memory table
      *>                CALLs this once per run per table with its own
      *>                name, the table's name, the high-water mark the
      *>                run reached, and the table's OCCURS limit; one
      *>                dated, run-ID-stamped record lands on CAPHIST
      *>                for the nightly CAPRPT headroom report. A table
      *>                that fills used to announce itself only by what
      *>                it dropped. A busy or locked CAPHIST open is
      *>                retried and a final failure spills the record
      *>                to CAPHSTSP in the identical layout -- the
      *>                treatment every shared writer gets (see
      *>                JOBLOG-WRITER's 2026-08-16 history).
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-24  dp  Initial version.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-HISTORY ASSIGN TO "CAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.

           SELECT CAPACITY-SPILL ASSIGN TO "CAPHSTSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPILL-STATUS.

           SELECT RUN-ID-IN ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-HISTORY.
       01  CAPACITY-HISTORY-RECORD     PIC X(84).

       FD  CAPACITY-SPILL.
       01  CAPACITY-SPILL-RECORD       PIC X(84).

       FD  RUN-ID-IN.
       01  RUN-ID-IN-RECORD            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CAPHIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-CAPHIST-OPEN-OK              VALUE "00" "05".
           88  WS-CAPHIST-NOT-FOUND            VALUE "35".
       01  WS-SPILL-STATUS             PIC X(02) VALUE SPACES.
           88  WS-SPILL-NOT-FOUND              VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-HISTORY-IS-OPEN              VALUE "Y".
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNID-FOUND                  VALUE "00".
       01  WS-MAX-RETRIES              PIC 9(02) COMP-5 VALUE 5.
       01  WS-RETRY-COUNT              PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-BACKOFF-NANOSECONDS      USAGE BINARY-DOUBLE
                                       VALUE 200000000.
       01  WS-CURRENT-DATE             PIC X(08).
       01  WS-CURRENT-TIME             PIC X(08).
       01  WS-CAPACITY-LINE.
           05  CL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-PROGRAM-OUT          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-TABLE-OUT            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-PEAK                 PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-LIMIT                PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-RUN-ID               PIC X(12).

       LINKAGE SECTION.
       01  CW-IN-PROGRAM               PIC X(20).
       01  CW-IN-TABLE                 PIC X(20).
       01  CW-IN-PEAK                  PIC 9(05) COMP-5.
       01  CW-IN-LIMIT                 PIC 9(05) COMP-5.

       PROCEDURE DIVISION USING CW-IN-PROGRAM, CW-IN-TABLE,
               CW-IN-PEAK, CW-IN-LIMIT.
       0000-MAINLINE.
           CALL "BUSDATE" USING WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME

           MOVE WS-CURRENT-DATE  TO CL-DATE
           MOVE WS-CURRENT-TIME  TO CL-TIME
           MOVE CW-IN-PROGRAM    TO CL-PROGRAM-OUT
           MOVE CW-IN-TABLE      TO CL-TABLE-OUT
           MOVE CW-IN-PEAK       TO CL-PEAK
           MOVE CW-IN-LIMIT      TO CL-LIMIT
           PERFORM 0500-READ-RUN-ID

           PERFORM 1000-OPEN-HISTORY-WITH-RETRY
           IF WS-HISTORY-IS-OPEN
               WRITE CAPACITY-HISTORY-RECORD FROM WS-CAPACITY-LINE
               CLOSE CAPACITY-HISTORY
           ELSE
               PERFORM 2000-SPILL-ENTRY
           END-IF
           GOBACK.

       0500-READ-RUN-ID.
           MOVE SPACES TO CL-RUN-ID
           OPEN INPUT RUN-ID-IN
           IF WS-RUNID-FOUND
               READ RUN-ID-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-ID-IN-RECORD TO CL-RUN-ID
               END-READ
               CLOSE RUN-ID-IN
           END-IF
           .

       1000-OPEN-HISTORY-WITH-RETRY.
           MOVE "N" TO WS-OPEN-SWITCH
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 1100-TRY-ONE-OPEN
               UNTIL WS-HISTORY-IS-OPEN
               OR WS-RETRY-COUNT > WS-MAX-RETRIES
           .

       1100-TRY-ONE-OPEN.
           OPEN EXTEND CAPACITY-HISTORY
           IF WS-CAPHIST-NOT-FOUND
               OPEN OUTPUT CAPACITY-HISTORY
           END-IF
           IF WS-CAPHIST-OPEN-OK
               SET WS-HISTORY-IS-OPEN TO TRUE
           ELSE
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT <= WS-MAX-RETRIES
                   CALL "CBL_OC_NANOSLEEP"
                       USING WS-BACKOFF-NANOSECONDS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF
           .

       2000-SPILL-ENTRY.
           OPEN EXTEND CAPACITY-SPILL
           IF WS-SPILL-NOT-FOUND
               OPEN OUTPUT CAPACITY-SPILL
           END-IF
           WRITE CAPACITY-SPILL-RECORD FROM WS-CAPACITY-LINE
           CLOSE CAPACITY-SPILL
           .
       END PROGRAM CAPACITY-WRITER.
