      *>                   night on one business date. Every step
      *>                   and writer took the same treatment in the
      *>                   same change.
      *>   2026-09-30  dp  The LINKAGE grew CL-IN-ACCOUNT and the record
      *>                   a trailing account column (87-94) behind
      *>                   the sequence number, so the LOGSRCH search
      *>                   can answer "every calculation for this
      *>                   account" out of the archive. ARITH-OPS
      *>                   passes its caller's account; ARITH-CALC,
      *>                   which books to no account, passes spaces.
      *>                   Every reader's leading-column parse, and
      *>                   LOGCHECK's sequence column, are untouched.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CL-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-SEQUENCE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-ACCOUNT              PIC X(08).

       LINKAGE SECTION.
       01  CL-IN-OPERATION             PIC X(01).
       01  CL-IN-X                     PIC S9(9)V99 COMP-3.
       01  CL-IN-Y                     PIC S9(9)V99 COMP-3.
       01  CL-IN-Z                     PIC S9(9)V99 COMP-3.
       01  CL-IN-ACCOUNT               PIC X(08).

       PROCEDURE DIVISION USING CL-IN-OPERATION, CL-IN-ROUND-MODE,
               CL-IN-X, CL-IN-Y, CL-IN-Z, CL-IN-ACCOUNT.
       0000-MAINLINE.
           CALL "BUSDATE" USING WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE CL-IN-X          TO CL-X
           MOVE CL-IN-Y          TO CL-Y
           MOVE CL-IN-Z          TO CL-Z
           MOVE CL-IN-ACCOUNT    TO CL-ACCOUNT
           PERFORM 0500-READ-RUN-ID
           PERFORM 0600-NEXT-SEQUENCE

