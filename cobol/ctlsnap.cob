      *>                but the datasets that define the system's
      *>                BEHAVIOR -- SCHEDTAB, GREETTBL, DIAGTAB,
      *>                RUNCAL, the masters (REQMAST, ACCTMAST,
      *>                RATETAB, ERRCAT, OPERID, ONCALL, SLATAB), the
      *>                RPTDIST distribution table, and the parm cards
      *>                (VARPARM, TIMEPARM, ERRPARM, LOGPARM) -- had
      *>                no backup story at all; a damaged SCHEDTAB
      *>                was reconstructed from memory. This copies
      *>                the full set into the SNAPOUT dataset (the
      *>                submitting JCL dates the DSN, one snapshot per
      *>                submission):
      *>                  "S" snapshot header (date, time)
      *>                  "M" member header per dataset
      *>                  "D" one record per copied record, tagged
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-01  dp  Initial version.
      *>   2026-10-01  dp  RPTDIST (RPTDMNT's report distribution
      *>                   table) added to the member set.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                  PIC X(08) VALUE "OPERID".
           05  FILLER                  PIC X(08) VALUE "ONCALL".
           05  FILLER                  PIC X(08) VALUE "SLATAB".
           05  FILLER                  PIC X(08) VALUE "RPTDIST".
           05  FILLER                  PIC X(08) VALUE "VARPARM".
           05  FILLER                  PIC X(08) VALUE "TIMEPARM".
           05  FILLER                  PIC X(08) VALUE "ERRPARM".
           05  FILLER                  PIC X(08) VALUE "LOGPARM".
       01  FILLER REDEFINES WS-MEMBER-LIST.
           05  WS-MEMBER OCCURS 16 TIMES
                                       PIC X(08).
       01  WS-MEMBER-INDEX             PIC 9(02) COMP-5.


           PERFORM 1000-SNAPSHOT-ONE-MEMBER
               VARYING WS-MEMBER-INDEX FROM 1 BY 1
               UNTIL WS-MEMBER-INDEX > 16

           MOVE WS-MEMBERS-WRITTEN TO EN-MEMBER-COUNT
           WRITE SNAPSHOT-OUT-RECORD FROM WS-END-LINE
