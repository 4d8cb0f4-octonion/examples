       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDREVW.
      *> ==================================================================
      *> Author:        Data Processing / Batch Systems
      *> Date-Written:  2026-09-26
      *> Purpose:       Consolidated maintenance and operator-action
      *>                audit review for the quarterly access review.
      *>                The who-changed-what trail is spread over an
      *>                audit file per maintenance program and console,
      *>                each in its own layout; this reads them all --
      *>                ACCTAUD, RATEAUD, REQMAUD, RECMAUD, ERRCAUD,
      *>                SCHDAUD, GREETAUD, ALLOCAUD, BUDGAUD, RECURAUD,
      *>                RCVMAUD, FRZCAUD, OPERAUD, ONCALAUD, RPTDAUD,
      *>                REGRAUD (the table maintenance runs and the
      *>                regression golden-copy approvals),
      *>                OPSAUD and SUSPAUD (the OPSACT and SUSPFIX
      *>                consoles), ADJAUD (the ADJDESK maker-checker
      *>                desk), and RECOVAUD (the automatic actions the
      *>                driver takes in the operator's place) -- for
      *>                the period carded on AUDRPARM, and normalizes
      *>                every entry to date, time, operator, table or
      *>                console, action, key, and disposition. AUDREVW
      *>                then shows:
      *>                  - the audit sources read and the entries
      *>                    each contributed to the period (a source
      *>                    not present is listed as such)
      *>                  - one chronological listing of every entry
      *>                  - a per-operator summary: name and level
      *>                    from OPERID, entries, applied changes,
      *>                    rejected commands, off-hours changes, and
      *>                    first and last date seen
      *>                  - the rejected commands (REJECTED - ...,
      *>                    REFUSED ..., RUN REFUSED ...)
      *>                  - changes made outside business hours: a
      *>                    Saturday or Sunday, or a time before the
      *>                    day start or at or after the day end
      *>                  - changes by operators not on OPERID or
      *>                    revoked there (and unsigned entries from
      *>                    before OPERSIGN)
      *>                  - self-approved or single-operator changes
      *>                    where dual control is expected: a GREETTBL
      *>                    change applied with no submitter or by its
      *>                    own submitter, a refused approval of one's
      *>                    own submission, and an ADJDESK approval by
      *>                    the adjustment's maker
      *>                AUDRPARM: from date, to date (YYYYMMDD, both
      *>                inclusive), business day start and end (HHMM);
      *>                a field left blank takes every date on file and
      *>                0700 to 1900. Read-only against every dataset.
      *>                RETURN-CODE: 4 when any exception is listed or
      *>                the listing was truncated, otherwise 0.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-26  dp  Initial version.
      *>   2026-09-27  dp  OPERAUD (OPERMNT's changes to OPERID) added
      *>                   to the sources. A code revoked on OPERID is
      *>                   no longer counted as active: its changes
      *>                   are listed with those by operators not on
      *>                   OPERID and its summary name is marked.
      *>   2026-09-28  dp  ONCALAUD (ONCALMNT's changes to the ONCALL
      *>                   roster) added to the sources.
      *>   2026-10-01  dp  RPTDAUD (RPTDMNT's changes to the RPTDIST
      *>                   distribution table) added to the sources.
      *>   2026-10-02  dp  REGRAUD (REGRCMP's re-approvals of the
      *>                   regression golden copies) added to the
      *>                   sources.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN ASSIGN USING WS-AUDIT-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.

           SELECT REVIEW-PARM ASSIGN TO "AUDRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDRPARM-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "AUDREVW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD.
           05  AI-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AI-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AI-REST                 PIC X(142).

       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           05  OM-CODE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  OM-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  OM-PERM-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  OM-STATUS               PIC X(01).

       FD  REVIEW-PARM.
       01  REVIEW-PARM-RECORD.
           05  RP-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  RP-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RP-DAY-START            PIC X(04).
           05  FILLER                  PIC X(01).
           05  RP-DAY-END              PIC X(04).

       FD  REVIEW-REPORT.
       01  REVIEW-REPORT-RECORD        PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-DD-NAME            PIC X(08).
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDIT-FOUND                  VALUE "00".
       01  WS-OPERID-STATUS            PIC X(02) VALUE SPACES.
           88  WS-OPERID-FOUND                 VALUE "00".
       01  WS-AUDRPARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-AUDRPARM-FOUND               VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-OPERID-READ-SWITCH       PIC X(01) VALUE "N".
           88  WS-OPERID-LOADED                VALUE "Y".

       01  WS-PERIOD-FROM              PIC X(08) VALUE "00000000".
       01  WS-PERIOD-TO                PIC X(08) VALUE "99999999".
       01  WS-DAY-START                PIC X(04) VALUE "0700".
       01  WS-DAY-END                  PIC X(04) VALUE "1900".

      *> The audit sources: DD name, table or console shown in the
      *> listing, layout type, and where the layout reads them from
      *> here the key position and length, disposition position and
      *> length, and operator position. Date, time, and (for the
      *> maintenance layouts) the three-byte action sit in the same
      *> columns in every file.
      *>   M  table maintenance: date time action key ... disposition
      *>      ... operator
      *>   G  GREETAUD: maintenance layout plus GREETAPP's submitter
      *>   O  OPSAUD    S  SUSPAUD    A  ADJAUD    D  RECOVAUD
      *>        DD      TABLE   T KEY   DISP  OPER
       01  WS-SOURCE-LIST.
           05  FILLER                  PIC X(30) VALUE
               "ACCTAUD ACCTMASTM0230807330104".
           05  FILLER                  PIC X(30) VALUE
               "RATEAUD RATETAB M0231204230073".
           05  FILLER                  PIC X(30) VALUE
               "REQMAUD REQMAST M0230408030111".
           05  FILLER                  PIC X(30) VALUE
               "RECMAUD RECMAST M0232006530096".
           05  FILLER                  PIC X(30) VALUE
               "ERRCAUD ERRCAT  M0230609230123".
           05  FILLER                  PIC X(30) VALUE
               "SCHDAUD SCHEDTABM0232006540106".
           05  FILLER                  PIC X(30) VALUE
               "GREETAUDGREETTBLG0230206730098".
           05  FILLER                  PIC X(30) VALUE
               "ALLOCAUDALLOCTABM0231706130092".
           05  FILLER                  PIC X(30) VALUE
               "BUDGAUD ACCTBUDGM0231505430085".
           05  FILLER                  PIC X(30) VALUE
               "RECURAUDADDRECURM0230809630127".
           05  FILLER                  PIC X(30) VALUE
               "RCVMAUD RECOVTABM0232007540116".
           05  FILLER                  PIC X(30) VALUE
               "FRZCAUD FRZCAL  M0232406430095".
           05  FILLER                  PIC X(30) VALUE
               "OPERAUD OPERID  M0231306630097".
           05  FILLER                  PIC X(30) VALUE
               "ONCALAUDONCALL  M0233008530116".
           05  FILLER                  PIC X(30) VALUE
               "RPTDAUD RPTDIST M0232007230103".
           05  FILLER                  PIC X(30) VALUE
               "REGRAUD REGRGOLDM0230804530076".
           05  FILLER                  PIC X(30) VALUE
               "OPSAUD  OPSACT  O0000000000019".
           05  FILLER                  PIC X(30) VALUE
               "SUSPAUD SUSPFIX S0000000000019".
           05  FILLER                  PIC X(30) VALUE
               "ADJAUD  ADJDESK A0370600000019".
           05  FILLER                  PIC X(30) VALUE
               "RECOVAUDDRIVER  D0322009510000".
       01  FILLER REDEFINES WS-SOURCE-LIST.
           05  WS-SOURCE OCCURS 20 TIMES.
               10  WS-SRC-DD-NAME      PIC X(08).
               10  WS-SRC-TABLE        PIC X(08).
               10  WS-SRC-TYPE         PIC X(01).
                   88  WS-SRC-MAINT            VALUE "M".
                   88  WS-SRC-GREET            VALUE "G".
                   88  WS-SRC-OPSACT           VALUE "O".
                   88  WS-SRC-SUSPFIX          VALUE "S".
                   88  WS-SRC-ADJDESK          VALUE "A".
                   88  WS-SRC-DRIVER           VALUE "D".
               10  WS-SRC-KEY-POS      PIC 9(03).
               10  WS-SRC-KEY-LEN      PIC 9(02).
               10  WS-SRC-DISP-POS     PIC 9(03).
               10  WS-SRC-DISP-LEN     PIC 9(02).
               10  WS-SRC-OPER-POS     PIC 9(03).
       01  WS-SOURCE-COUNT             PIC 9(02) COMP-5 VALUE 20.
       01  WS-SOURCE-INDEX             PIC 9(02) COMP-5.
       01  WS-SOURCE-RESULTS.
           05  WS-SRC-RESULT OCCURS 20 TIMES.
               10  WS-SRC-PRESENT-SWITCH
                                       PIC X(01).
                   88  WS-SRC-PRESENT          VALUE "Y".
               10  WS-SRC-IN-PERIOD    PIC 9(06) COMP-5.
       01  WS-KEY-POS                  PIC 9(03) COMP-5.
       01  WS-KEY-LEN                  PIC 9(02) COMP-5.
       01  WS-DISP-POS                 PIC 9(03) COMP-5.
       01  WS-DISP-LEN                 PIC 9(02) COMP-5.
       01  WS-OPER-POS                 PIC 9(03) COMP-5.

      *> OPERID, loaded once: the review's idea of "active"
       01  WS-OPER-COUNT               PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-OPER-INDEX               PIC 9(03) COMP-5.
       01  WS-OPER-FOUND-SWITCH        PIC X(01).
           88  WS-OPER-FOUND                   VALUE "Y".
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 200 TIMES.
               10  WS-OPER-CODE        PIC X(08).
               10  WS-OPER-NAME        PIC X(20).
               10  WS-OPER-LEVEL       PIC X(01).
               10  WS-OPER-STATUS      PIC X(01).
                   88  WS-OPER-REVOKED         VALUE "R".

      *> one normalized entry, built from whichever layout was read
       01  WS-KEEP-SWITCH              PIC X(01).
           88  WS-KEEP-ENTRY                   VALUE "Y".
       01  WS-NEW-ENTRY.
           05  NE-STAMP.
               10  NE-DATE             PIC X(08).
               10  NE-TIME             PIC X(08).
           05  NE-OPERATOR             PIC X(08).
           05  NE-SOURCE               PIC X(08).
           05  NE-ACTION               PIC X(08).
           05  NE-KEY                  PIC X(30).
           05  NE-DISPOSITION          PIC X(40).
           05  NE-CLASS                PIC X(01).
               88  NE-CHANGE                   VALUE "C".
               88  NE-REJECTED                 VALUE "R".
               88  NE-AUTOMATIC                VALUE "A".
           05  NE-OFF-HOURS-SWITCH     PIC X(01).
               88  NE-OFF-HOURS                VALUE "Y".
           05  NE-OPERID-SWITCH        PIC X(01).
               88  NE-NOT-ON-OPERID            VALUE "N".
           05  NE-DUAL-NOTE            PIC X(14).

      *> the chronological listing, kept in date-and-time order as it
      *> is loaded; entries past the end are counted, not listed
       01  WS-ENTRY-LIMIT              PIC 9(04) COMP-5 VALUE 3000.
       01  WS-ENTRY-COUNT              PIC 9(04) COMP-5 VALUE ZERO.
       01  WS-ENTRY-INDEX              PIC 9(04) COMP-5.
       01  WS-INSERT-INDEX             PIC 9(04) COMP-5.
       01  WS-INSERT-SWITCH            PIC X(01).
           88  WS-INSERT-PLACED                VALUE "Y".
       01  WS-DROPPED-COUNT            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 3000 TIMES.
               10  EN-STAMP            PIC X(16).
               10  EN-OPERATOR         PIC X(08).
               10  EN-SOURCE           PIC X(08).
               10  EN-ACTION           PIC X(08).
               10  EN-KEY              PIC X(30).
               10  EN-DISPOSITION      PIC X(40).
               10  EN-CLASS            PIC X(01).
                   88  EN-CHANGE               VALUE "C".
                   88  EN-REJECTED             VALUE "R".
                   88  EN-AUTOMATIC            VALUE "A".
               10  EN-OFF-HOURS-SWITCH PIC X(01).
                   88  EN-OFF-HOURS            VALUE "Y".
               10  EN-OPERID-SWITCH    PIC X(01).
                   88  EN-NOT-ON-OPERID        VALUE "N".
               10  EN-DUAL-NOTE        PIC X(14).

      *> per-operator counts, taken over every entry in the period
      *> (a truncated listing does not shorten the summary)
       01  WS-SUMMARY-COUNT            PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-SUMMARY-INDEX            PIC 9(03) COMP-5.
       01  WS-SUMMARY-FOUND-SWITCH     PIC X(01).
           88  WS-SUMMARY-FOUND                VALUE "Y".
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-ENTRY OCCURS 100 TIMES.
               10  WS-SUM-OPERATOR     PIC X(08).
               10  WS-SUM-ENTRIES      PIC 9(05) COMP-5.
               10  WS-SUM-CHANGES      PIC 9(05) COMP-5.
               10  WS-SUM-REJECTED     PIC 9(05) COMP-5.
               10  WS-SUM-OFF-HOURS    PIC 9(05) COMP-5.
               10  WS-SUM-FIRST-DATE   PIC X(08).
               10  WS-SUM-LAST-DATE    PIC X(08).
       01  WS-SWAP-SUMMARY-ENTRY       PIC X(40).
       01  WS-SORT-SWAPPED-SWITCH      PIC X(01).
           88  WS-SORT-SWAPPED                 VALUE "Y".

      *> ADJDESK makers by adjustment ID, from every ENTERED line on
      *> file (an approval inside the period may check an entry made
      *> before it)
       01  WS-MAKER-COUNT              PIC 9(03) COMP-5 VALUE ZERO.
       01  WS-MAKER-INDEX              PIC 9(03) COMP-5.
       01  WS-MAKER-FOUND-SWITCH       PIC X(01).
           88  WS-MAKER-FOUND                  VALUE "Y".
       01  WS-MAKER-TABLE.
           05  WS-MAKER-ENTRY OCCURS 500 TIMES.
               10  WS-MAKER-ID         PIC X(06).
               10  WS-MAKER-OPERATOR   PIC X(08).

       01  WS-RECORD-OPERATOR          PIC X(08).
       01  WS-SECOND-OPERATOR          PIC X(08).
       01  WS-GREET-OCCASION           PIC X(02).
       01  WS-ADJ-ID                   PIC X(06).
       01  WS-SUSP-BEFORE-RECORD       PIC X(51) VALUE SPACES.
       01  WS-RECOV-RC                 PIC X(04).
       01  WS-RECOV-ATTEMPT            PIC X(01).
       01  WS-RECORD-INTEGER           PIC 9(08) COMP-5.
       01  WS-RECORD-WEEKDAY           PIC 9(01).

       01  WS-TOTAL-ENTRIES            PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-OFF-HOURS-COUNT          PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-NOT-ON-OPERID-COUNT      PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-DUAL-COUNT               PIC 9(06) COMP-5 VALUE ZERO.
       01  WS-SECTION-LINES            PIC 9(06) COMP-5.
       01  WS-SECTION-CODE             PIC X(01).
           88  WS-SECTION-REJECTED             VALUE "R".
           88  WS-SECTION-OFF-HOURS            VALUE "H".
           88  WS-SECTION-NOT-ON-OPERID        VALUE "O".
           88  WS-SECTION-DUAL                 VALUE "D".
       01  WS-MAX-RETURN-CODE          PIC 9(03) COMP-5 VALUE ZERO.

       01  WS-ERR-PROGRAM-NAME         PIC X(20) VALUE "AUDREVW".
       01  WS-ERR-SEVERITY             PIC X(01) VALUE "W".
       01  WS-ERR-CODE                 PIC X(06) VALUE "AUD001".
       01  WS-ERR-MESSAGE              PIC X(60).
       01  WS-ERR-COUNT                PIC 9(06).

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "MAINTENANCE AND OPERATOR-ACTION AUDIT RE".
           05  FILLER                  PIC X(13) VALUE
               "VIEW  PERIOD ".
           05  RH-PERIOD-FROM          PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  RH-PERIOD-TO            PIC X(08).
           05  FILLER                  PIC X(17) VALUE
               "  BUSINESS HOURS ".
           05  RH-DAY-START            PIC X(04).
           05  FILLER                  PIC X(01) VALUE "-".
           05  RH-DAY-END              PIC X(04).

       01  WS-ALL-DATES-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "MAINTENANCE AND OPERATOR-ACTION AUDIT RE".
           05  FILLER                  PIC X(40) VALUE
               "VIEW  PERIOD ALL DATES ON FILE  BUSINESS".
           05  FILLER                  PIC X(07) VALUE
               " HOURS ".
           05  AH-DAY-START            PIC X(04).
           05  FILLER                  PIC X(01) VALUE "-".
           05  AH-DAY-END              PIC X(04).

       01  WS-SOURCES-HEADING          PIC X(134) VALUE
           "AUDIT SOURCES".

       01  WS-SOURCE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-DD-NAME              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-TABLE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-RESULT               PIC X(30).

       01  WS-SOURCE-COUNT-TEXT.
           05  SC-COUNT                PIC ZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               " ENTRIES IN PERIOD".

       01  WS-LISTING-HEADING          PIC X(134) VALUE
           "CHRONOLOGICAL LISTING".

       01  WS-ENTRY-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               "  DATE     TIME     OPERATOR TABLE    AC".
           05  FILLER                  PIC X(40) VALUE
               "TION   KEY                            DI".
           05  FILLER                  PIC X(09) VALUE
               "SPOSITION".

       01  WS-ENTRY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-ACTION               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-KEY                  PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-DISPOSITION          PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-NOTE                 PIC X(14).

       01  WS-NO-ENTRIES-LINE          PIC X(134) VALUE
           "  NO AUDIT ENTRIES IN THE REPORTING PERIOD".

       01  WS-TRUNCATED-LINE.
           05  FILLER                  PIC X(31) VALUE
               "  LISTING FULL AT 3000 ENTRIES ".
           05  TR-DROPPED              PIC ZZZZZ9.
           05  FILLER                  PIC X(40) VALUE
               " MORE NOT LISTED -- NARROW THE PERIOD".

       01  WS-SUMMARY-HEADING          PIC X(134) VALUE
           "PER-OPERATOR SUMMARY".

       01  WS-SUMMARY-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               "  OPERATOR NAME                LVL ENTRI".
           05  FILLER                  PIC X(40) VALUE
               "ES CHANGES REJECTED OFF-HRS  FIRST    LA".
           05  FILLER                  PIC X(02) VALUE
               "ST".

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SM-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-NAME                 PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SM-LEVEL                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-ENTRIES              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-CHANGES              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-REJECTED             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-OFF-HOURS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SM-FIRST-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LAST-DATE            PIC X(08).

       01  WS-NO-OPERID-LINE           PIC X(134) VALUE
           "  OPERID NOT PRESENT -- OPERATORS NOT CHECKED".

       01  WS-REJECTED-HEADING         PIC X(134) VALUE
           "REJECTED COMMANDS".
       01  WS-OFF-HOURS-HEADING        PIC X(134) VALUE
           "CHANGES OUTSIDE BUSINESS HOURS".
       01  WS-NOT-ON-OPERID-HEADING    PIC X(134) VALUE
           "CHANGES BY OPERATORS NOT ACTIVE ON OPERID".
       01  WS-DUAL-HEADING             PIC X(134) VALUE
           "SELF-APPROVED OR SINGLE-OPERATOR CHANGES".
       01  WS-NONE-LINE                PIC X(134) VALUE
           "  NONE".

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(09) VALUE "ENTRIES: ".
           05  TL-ENTRIES              PIC ZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   REJECTED: ".
           05  TL-REJECTED             PIC ZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   OFF-HOURS: ".
           05  TL-OFF-HOURS            PIC ZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   NOT ON OPERID: ".
           05  TL-NOT-ON-OPERID        PIC ZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               "   DUAL CONTROL: ".
           05  TL-DUAL                 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-READ-REVIEW-PARM
           PERFORM 1100-LOAD-OPERATORS

           PERFORM 2000-READ-ONE-SOURCE THRU 2000-EXIT
               VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT

           OPEN OUTPUT REVIEW-REPORT
           PERFORM 5000-WRITE-HEADING
           PERFORM 5100-LIST-SOURCES
           PERFORM 5200-LIST-ENTRIES
           PERFORM 5300-LIST-OPERATOR-SUMMARY

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD FROM WS-REJECTED-HEADING
           SET WS-SECTION-REJECTED TO TRUE
           PERFORM 5400-LIST-EXCEPTION-SECTION

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD FROM WS-OFF-HOURS-HEADING
           SET WS-SECTION-OFF-HOURS TO TRUE
           PERFORM 5400-LIST-EXCEPTION-SECTION

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD FROM WS-NOT-ON-OPERID-HEADING
           IF WS-OPERID-LOADED
               SET WS-SECTION-NOT-ON-OPERID TO TRUE
               PERFORM 5400-LIST-EXCEPTION-SECTION
           ELSE
               WRITE REVIEW-REPORT-RECORD FROM WS-NO-OPERID-LINE
           END-IF

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD FROM WS-DUAL-HEADING
           SET WS-SECTION-DUAL TO TRUE
           PERFORM 5400-LIST-EXCEPTION-SECTION

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE WS-TOTAL-ENTRIES       TO TL-ENTRIES
           MOVE WS-REJECTED-COUNT      TO TL-REJECTED
           MOVE WS-OFF-HOURS-COUNT     TO TL-OFF-HOURS
           MOVE WS-NOT-ON-OPERID-COUNT TO TL-NOT-ON-OPERID
           MOVE WS-DUAL-COUNT          TO TL-DUAL
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTALS-LINE
           CLOSE REVIEW-REPORT

           IF WS-DROPPED-COUNT > ZERO
               PERFORM 8000-LOG-TRUNCATION
           END-IF
           IF WS-OFF-HOURS-COUNT > ZERO
               OR WS-NOT-ON-OPERID-COUNT > ZERO
               OR WS-DUAL-COUNT > ZERO
               OR WS-DROPPED-COUNT > ZERO
               MOVE 4 TO WS-MAX-RETURN-CODE
           END-IF
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       1000-READ-REVIEW-PARM.
           OPEN INPUT REVIEW-PARM
           IF WS-AUDRPARM-FOUND
               READ REVIEW-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-FROM-DATE IS NUMERIC
                           MOVE RP-FROM-DATE TO WS-PERIOD-FROM
                       END-IF
                       IF RP-TO-DATE IS NUMERIC
                           MOVE RP-TO-DATE TO WS-PERIOD-TO
                       END-IF
                       IF RP-DAY-START IS NUMERIC
                           MOVE RP-DAY-START TO WS-DAY-START
                       END-IF
                       IF RP-DAY-END IS NUMERIC
                           MOVE RP-DAY-END TO WS-DAY-END
                       END-IF
               END-READ
               CLOSE REVIEW-PARM
           END-IF
           .

       1100-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERID-FOUND
               SET WS-OPERID-LOADED TO TRUE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1110-READ-OPERATOR
               PERFORM 1120-KEEP-ONE-OPERATOR
                   UNTIL WS-END-OF-FILE
               CLOSE OPERATOR-MASTER
           END-IF
           .

       1110-READ-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       1120-KEEP-ONE-OPERATOR.
           IF OM-CODE NOT = SPACES
               AND WS-OPER-COUNT < 200
               ADD 1 TO WS-OPER-COUNT
               MOVE OM-CODE       TO WS-OPER-CODE (WS-OPER-COUNT)
               MOVE OM-NAME       TO WS-OPER-NAME (WS-OPER-COUNT)
               MOVE OM-PERM-LEVEL TO WS-OPER-LEVEL (WS-OPER-COUNT)
               MOVE OM-STATUS     TO WS-OPER-STATUS (WS-OPER-COUNT)
           END-IF
           PERFORM 1110-READ-OPERATOR
           .

      *> ------------------------------------------------------------
      *> Load: each source in turn, every record normalized, the ones
      *> inside the period classified and placed in the listing
      *> ------------------------------------------------------------
       2000-READ-ONE-SOURCE.
           MOVE "N" TO WS-SRC-PRESENT-SWITCH (WS-SOURCE-INDEX)
           MOVE ZERO TO WS-SRC-IN-PERIOD (WS-SOURCE-INDEX)
           MOVE WS-SRC-DD-NAME (WS-SOURCE-INDEX) TO WS-AUDIT-DD-NAME
           MOVE WS-SRC-KEY-POS (WS-SOURCE-INDEX)  TO WS-KEY-POS
           MOVE WS-SRC-KEY-LEN (WS-SOURCE-INDEX)  TO WS-KEY-LEN
           MOVE WS-SRC-DISP-POS (WS-SOURCE-INDEX) TO WS-DISP-POS
           MOVE WS-SRC-DISP-LEN (WS-SOURCE-INDEX) TO WS-DISP-LEN
           MOVE WS-SRC-OPER-POS (WS-SOURCE-INDEX) TO WS-OPER-POS
           MOVE SPACES TO WS-SUSP-BEFORE-RECORD

           OPEN INPUT AUDIT-IN
           IF NOT WS-AUDIT-FOUND
               GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO WS-SRC-PRESENT-SWITCH (WS-SOURCE-INDEX)
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-AUDIT
           PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE AUDIT-IN
           .
       2000-EXIT.
           EXIT
           .

       2100-READ-AUDIT.
           READ AUDIT-IN
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-LOAD-ONE-RECORD.
           IF AI-DATE IS NOT NUMERIC
               GO TO 2200-NEXT
           END-IF
           MOVE SPACES TO WS-NEW-ENTRY
           MOVE AI-DATE TO NE-DATE
           MOVE AI-TIME TO NE-TIME
           MOVE WS-SRC-TABLE (WS-SOURCE-INDEX) TO NE-SOURCE
           MOVE "Y" TO WS-KEEP-SWITCH

           EVALUATE TRUE
               WHEN WS-SRC-MAINT (WS-SOURCE-INDEX)
                   PERFORM 3000-NORMALIZE-MAINTENANCE
               WHEN WS-SRC-GREET (WS-SOURCE-INDEX)
                   PERFORM 3000-NORMALIZE-MAINTENANCE
                   PERFORM 3100-NORMALIZE-GREETING
               WHEN WS-SRC-OPSACT (WS-SOURCE-INDEX)
                   PERFORM 3200-NORMALIZE-OPSACT
               WHEN WS-SRC-SUSPFIX (WS-SOURCE-INDEX)
                   PERFORM 3300-NORMALIZE-SUSPFIX
               WHEN WS-SRC-ADJDESK (WS-SOURCE-INDEX)
                   PERFORM 3400-NORMALIZE-ADJDESK
               WHEN WS-SRC-DRIVER (WS-SOURCE-INDEX)
                   PERFORM 3500-NORMALIZE-DRIVER
           END-EVALUATE

           IF NOT WS-KEEP-ENTRY
               OR NE-DATE < WS-PERIOD-FROM
               OR NE-DATE > WS-PERIOD-TO
               GO TO 2200-NEXT
           END-IF
           IF NE-OPERATOR = SPACES
               MOVE "UNSIGNED" TO NE-OPERATOR
           END-IF
           ADD 1 TO WS-SRC-IN-PERIOD (WS-SOURCE-INDEX)
           ADD 1 TO WS-TOTAL-ENTRIES
           PERFORM 4000-CLASSIFY-ENTRY THRU 4000-EXIT
           PERFORM 4200-COUNT-FOR-OPERATOR THRU 4200-EXIT
           PERFORM 4400-PLACE-IN-LISTING THRU 4400-EXIT
           .
       2200-NEXT.
           PERFORM 2100-READ-AUDIT
           .
       2200-EXIT.
           EXIT
           .

      *> table maintenance layouts: the action at column 19, the key,
      *> disposition, and operator where the source table puts them
       3000-NORMALIZE-MAINTENANCE.
           MOVE AUDIT-IN-RECORD (19:3) TO NE-ACTION
           MOVE AUDIT-IN-RECORD (WS-KEY-POS:WS-KEY-LEN) TO NE-KEY
           MOVE AUDIT-IN-RECORD (WS-DISP-POS:WS-DISP-LEN)
               TO NE-DISPOSITION
           MOVE AUDIT-IN-RECORD (WS-OPER-POS:8) TO NE-OPERATOR
           .

      *> GREETAUD carries GREETMNT submissions and GREETAPP decisions.
      *> A GREETAPP line has the submitter after the approver and the
      *> occasion at column 134; GREETMNT's own line has no submitter
      *> and its occasion one column further on.
       3100-NORMALIZE-GREETING.
           MOVE AUDIT-IN-RECORD (107:8) TO WS-SECOND-OPERATOR
           IF WS-SECOND-OPERATOR = SPACES
               MOVE AUDIT-IN-RECORD (135:2) TO WS-GREET-OCCASION
           ELSE
               MOVE AUDIT-IN-RECORD (134:2) TO WS-GREET-OCCASION
           END-IF
           MOVE SPACES TO NE-KEY
           IF WS-GREET-OCCASION = SPACES
               MOVE AUDIT-IN-RECORD (23:2) TO NE-KEY (1:2)
           ELSE
               STRING AUDIT-IN-RECORD (23:2) "/" WS-GREET-OCCASION
                   DELIMITED BY SIZE INTO NE-KEY
           END-IF
           IF WS-SECOND-OPERATOR NOT = SPACES
               MOVE "SUBMITTED BY" TO NE-KEY (8:12)
               MOVE WS-SECOND-OPERATOR TO NE-KEY (21:8)
           END-IF

           EVALUATE TRUE
               WHEN NE-DISPOSITION = "REFUSED - OWN SUBMISSION"
                   MOVE "SELF-APPR TRY" TO NE-DUAL-NOTE
               WHEN NE-DISPOSITION NOT = "ADDED"
                   AND NE-DISPOSITION NOT = "UPDATED"
                   AND NE-DISPOSITION NOT = "RETIRED"
                   CONTINUE
               WHEN WS-SECOND-OPERATOR = SPACES
                   MOVE "NO 2ND OPER" TO NE-DUAL-NOTE
               WHEN WS-SECOND-OPERATOR = NE-OPERATOR
                   MOVE "SELF-APPROVED" TO NE-DUAL-NOTE
           END-EVALUATE
           .

      *> OPSAUD: operator, action, and a free-text detail whose shape
      *> depends on the action
       3200-NORMALIZE-OPSACT.
           MOVE AUDIT-IN-RECORD (19:8) TO NE-OPERATOR
           MOVE AUDIT-IN-RECORD (28:8) TO NE-ACTION
           EVALUATE NE-ACTION
               WHEN "ALERTACK"
                   MOVE AUDIT-IN-RECORD (37:20) TO NE-KEY
                   MOVE "ACKNOWLEDGED" TO NE-DISPOSITION
               WHEN "SCHEDTAB"
                   MOVE AUDIT-IN-RECORD (60:20) TO NE-KEY
                   MOVE AUDIT-IN-RECORD (37:18) TO NE-DISPOSITION
               WHEN "CKPTCLR"
                   UNSTRING AUDIT-IN-RECORD (37:60)
                       DELIMITED BY SPACE INTO NE-KEY
                   MOVE "CLEARED" TO NE-DISPOSITION
               WHEN OTHER
                   MOVE AUDIT-IN-RECORD (37:30) TO NE-KEY
                   MOVE "APPLIED" TO NE-DISPOSITION
           END-EVALUATE
           .

      *> SUSPAUD writes a BEFORE/AFTER pair per correction; the pair
      *> is one action, listed at the AFTER line
       3300-NORMALIZE-SUSPFIX.
           IF AUDIT-IN-RECORD (28:7) = "BEFORE"
               MOVE AUDIT-IN-RECORD (39:51) TO WS-SUSP-BEFORE-RECORD
               MOVE "N" TO WS-KEEP-SWITCH
           ELSE
               MOVE AUDIT-IN-RECORD (19:8) TO NE-OPERATOR
               MOVE "CORRECT" TO NE-ACTION
               STRING "REASON " AUDIT-IN-RECORD (36:2) " "
                   AUDIT-IN-RECORD (39:20)
                   DELIMITED BY SIZE INTO NE-KEY
               IF AUDIT-IN-RECORD (39:51) = WS-SUSP-BEFORE-RECORD
                   MOVE "RESUBMITTED UNCHANGED" TO NE-DISPOSITION
               ELSE
                   MOVE "CORRECTED AND RESUBMITTED" TO NE-DISPOSITION
               END-IF
               MOVE SPACES TO WS-SUSP-BEFORE-RECORD
           END-IF
           .

      *> ADJAUD: the maker of every adjustment is remembered whatever
      *> its date; an approval by that same operator is self-approved
       3400-NORMALIZE-ADJDESK.
           MOVE AUDIT-IN-RECORD (19:8) TO NE-OPERATOR
           MOVE AUDIT-IN-RECORD (28:8) TO NE-ACTION
           MOVE AUDIT-IN-RECORD (WS-KEY-POS:WS-KEY-LEN) TO WS-ADJ-ID
           STRING "ADJ " WS-ADJ-ID DELIMITED BY SIZE INTO NE-KEY

           PERFORM 3410-FIND-MAKER
           EVALUATE NE-ACTION
               WHEN "ENTERED"
                   MOVE "PENDING APPROVAL" TO NE-DISPOSITION
                   IF NOT WS-MAKER-FOUND
                       AND WS-MAKER-COUNT < 500
                       ADD 1 TO WS-MAKER-COUNT
                       MOVE WS-ADJ-ID
                           TO WS-MAKER-ID (WS-MAKER-COUNT)
                       MOVE NE-OPERATOR
                           TO WS-MAKER-OPERATOR (WS-MAKER-COUNT)
                   END-IF
               WHEN "APPROVED"
                   MOVE "APPROVED FOR BOOKING" TO NE-DISPOSITION
                   IF WS-MAKER-FOUND
                       MOVE "MADE BY" TO NE-KEY (12:7)
                       MOVE WS-MAKER-OPERATOR (WS-MAKER-INDEX)
                           TO NE-KEY (20:8)
                       IF WS-MAKER-OPERATOR (WS-MAKER-INDEX)
                               = NE-OPERATOR
                           MOVE "SELF-APPROVED" TO NE-DUAL-NOTE
                       END-IF
                   END-IF
               WHEN "REJECTED"
                   MOVE "REJECTED BY CHECKER" TO NE-DISPOSITION
           END-EVALUATE
           .

       3410-FIND-MAKER.
           MOVE "N" TO WS-MAKER-FOUND-SWITCH
           PERFORM 3420-MATCH-ONE-MAKER
               VARYING WS-MAKER-INDEX FROM 1 BY 1
               UNTIL WS-MAKER-INDEX > WS-MAKER-COUNT
                   OR WS-MAKER-FOUND
           IF WS-MAKER-FOUND
               SUBTRACT 1 FROM WS-MAKER-INDEX
           END-IF
           .

       3420-MATCH-ONE-MAKER.
           IF WS-MAKER-ID (WS-MAKER-INDEX) = WS-ADJ-ID
               SET WS-MAKER-FOUND TO TRUE
           END-IF
           .

      *> RECOVAUD: the recovery actions the driver takes on its own
      *> -- listed under DRIVER, never an operator exception
       3500-NORMALIZE-DRIVER.
           MOVE "DRIVER" TO NE-OPERATOR
           MOVE AUDIT-IN-RECORD (59:7) TO NE-ACTION
           MOVE AUDIT-IN-RECORD (WS-KEY-POS:WS-KEY-LEN) TO NE-KEY
           MOVE AUDIT-IN-RECORD (67:1) TO WS-RECOV-ATTEMPT
           MOVE AUDIT-IN-RECORD (69:4) TO WS-RECOV-RC
           STRING AUDIT-IN-RECORD (WS-DISP-POS:WS-DISP-LEN)
                  " RC " WS-RECOV-RC " ATTEMPT " WS-RECOV-ATTEMPT
               DELIMITED BY SIZE INTO NE-DISPOSITION
           .

      *> ------------------------------------------------------------
      *> Classify: applied change, rejected command, or automatic
      *> action; then the off-hours, OPERID, and dual-control tests
      *> ------------------------------------------------------------
       4000-CLASSIFY-ENTRY.
           EVALUATE TRUE
               WHEN WS-SRC-DRIVER (WS-SOURCE-INDEX)
                   SET NE-AUTOMATIC TO TRUE
               WHEN NE-DISPOSITION (1:10) = "REJECTED -"
                   OR NE-DISPOSITION (1:7) = "REFUSED"
                   OR NE-DISPOSITION (1:11) = "RUN REFUSED"
                   SET NE-REJECTED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   SET NE-CHANGE TO TRUE
           END-EVALUATE
           IF NE-AUTOMATIC
               GO TO 4000-EXIT
           END-IF

           IF NE-CHANGE
               PERFORM 4100-TEST-BUSINESS-HOURS
               IF NE-OFF-HOURS
                   ADD 1 TO WS-OFF-HOURS-COUNT
               END-IF
           END-IF

           IF WS-OPERID-LOADED
               PERFORM 4150-FIND-OPERATOR
               IF NOT WS-OPER-FOUND
                   OR WS-OPER-REVOKED (WS-OPER-INDEX)
                   MOVE "N" TO NE-OPERID-SWITCH
                   ADD 1 TO WS-NOT-ON-OPERID-COUNT
               END-IF
           END-IF

           IF NE-DUAL-NOTE NOT = SPACES
               ADD 1 TO WS-DUAL-COUNT
           END-IF
           .
       4000-EXIT.
           EXIT
           .

      *> weekday from the integer date: day 1 of the integer calendar
      *> was a Monday, so 6 and 7 are Saturday and Sunday
       4100-TEST-BUSINESS-HOURS.
           COMPUTE WS-RECORD-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(NE-DATE))
           COMPUTE WS-RECORD-WEEKDAY =
               FUNCTION MOD(WS-RECORD-INTEGER - 1, 7) + 1
           IF WS-RECORD-WEEKDAY > 5
               OR NE-TIME (1:4) < WS-DAY-START
               OR NE-TIME (1:4) NOT < WS-DAY-END
               MOVE "Y" TO NE-OFF-HOURS-SWITCH
           END-IF
           .

       4150-FIND-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-SWITCH
           PERFORM 4160-MATCH-ONE-OPERATOR
               VARYING WS-OPER-INDEX FROM 1 BY 1
               UNTIL WS-OPER-INDEX > WS-OPER-COUNT
                   OR WS-OPER-FOUND
           IF WS-OPER-FOUND
               SUBTRACT 1 FROM WS-OPER-INDEX
           END-IF
           .

       4160-MATCH-ONE-OPERATOR.
           IF WS-OPER-CODE (WS-OPER-INDEX) = NE-OPERATOR
               SET WS-OPER-FOUND TO TRUE
           END-IF
           .

       4200-COUNT-FOR-OPERATOR.
           MOVE "N" TO WS-SUMMARY-FOUND-SWITCH
           PERFORM 4210-MATCH-ONE-SUMMARY
               VARYING WS-SUMMARY-INDEX FROM 1 BY 1
               UNTIL WS-SUMMARY-INDEX > WS-SUMMARY-COUNT
                   OR WS-SUMMARY-FOUND
           IF WS-SUMMARY-FOUND
               SUBTRACT 1 FROM WS-SUMMARY-INDEX
           ELSE
               IF WS-SUMMARY-COUNT < 100
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-INDEX
                   PERFORM 4220-START-ONE-SUMMARY
               ELSE
                   GO TO 4200-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-SUM-ENTRIES (WS-SUMMARY-INDEX)
           EVALUATE TRUE
               WHEN NE-CHANGE
                   ADD 1 TO WS-SUM-CHANGES (WS-SUMMARY-INDEX)
               WHEN NE-REJECTED
                   ADD 1 TO WS-SUM-REJECTED (WS-SUMMARY-INDEX)
           END-EVALUATE
           IF NE-OFF-HOURS
               ADD 1 TO WS-SUM-OFF-HOURS (WS-SUMMARY-INDEX)
           END-IF
           IF NE-DATE < WS-SUM-FIRST-DATE (WS-SUMMARY-INDEX)
               MOVE NE-DATE TO WS-SUM-FIRST-DATE (WS-SUMMARY-INDEX)
           END-IF
           IF NE-DATE > WS-SUM-LAST-DATE (WS-SUMMARY-INDEX)
               MOVE NE-DATE TO WS-SUM-LAST-DATE (WS-SUMMARY-INDEX)
           END-IF
           .
       4200-EXIT.
           EXIT
           .

       4210-MATCH-ONE-SUMMARY.
           IF WS-SUM-OPERATOR (WS-SUMMARY-INDEX) = NE-OPERATOR
               SET WS-SUMMARY-FOUND TO TRUE
           END-IF
           .

       4220-START-ONE-SUMMARY.
           MOVE NE-OPERATOR TO WS-SUM-OPERATOR (WS-SUMMARY-INDEX)
           MOVE ZERO TO WS-SUM-ENTRIES (WS-SUMMARY-INDEX)
                        WS-SUM-CHANGES (WS-SUMMARY-INDEX)
                        WS-SUM-REJECTED (WS-SUMMARY-INDEX)
                        WS-SUM-OFF-HOURS (WS-SUMMARY-INDEX)
           MOVE NE-DATE TO WS-SUM-FIRST-DATE (WS-SUMMARY-INDEX)
                           WS-SUM-LAST-DATE (WS-SUMMARY-INDEX)
           .

      *> Insertion from the end: each audit file is written in time
      *> order, so a new entry seldom travels far. An entry with the
      *> same stamp stays behind the ones already placed.
       4400-PLACE-IN-LISTING.
           IF WS-ENTRY-COUNT NOT < WS-ENTRY-LIMIT
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 4400-EXIT
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-INSERT-INDEX
           MOVE "N" TO WS-INSERT-SWITCH
           PERFORM 4410-SHIFT-ONE-ENTRY
               UNTIL WS-INSERT-PLACED
           MOVE WS-NEW-ENTRY TO WS-ENTRY (WS-INSERT-INDEX)
           .
       4400-EXIT.
           EXIT
           .

       4410-SHIFT-ONE-ENTRY.
           IF WS-INSERT-INDEX = 1
               SET WS-INSERT-PLACED TO TRUE
           ELSE
               IF EN-STAMP (WS-INSERT-INDEX - 1) > NE-STAMP
                   MOVE WS-ENTRY (WS-INSERT-INDEX - 1)
                       TO WS-ENTRY (WS-INSERT-INDEX)
                   SUBTRACT 1 FROM WS-INSERT-INDEX
               ELSE
                   SET WS-INSERT-PLACED TO TRUE
               END-IF
           END-IF
           .

      *> ------------------------------------------------------------
      *> Report
      *> ------------------------------------------------------------
       5000-WRITE-HEADING.
           IF WS-PERIOD-FROM = "00000000"
               AND WS-PERIOD-TO = "99999999"
               MOVE WS-DAY-START TO AH-DAY-START
               MOVE WS-DAY-END   TO AH-DAY-END
               WRITE REVIEW-REPORT-RECORD FROM WS-ALL-DATES-HEADING
           ELSE
               MOVE WS-PERIOD-FROM TO RH-PERIOD-FROM
               MOVE WS-PERIOD-TO   TO RH-PERIOD-TO
               MOVE WS-DAY-START   TO RH-DAY-START
               MOVE WS-DAY-END     TO RH-DAY-END
               WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-HEADING
           END-IF
           .

       5100-LIST-SOURCES.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD FROM WS-SOURCES-HEADING
           PERFORM 5110-LIST-ONE-SOURCE
               VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
           .

       5110-LIST-ONE-SOURCE.
           MOVE WS-SRC-DD-NAME (WS-SOURCE-INDEX) TO SL-DD-NAME
           MOVE WS-SRC-TABLE (WS-SOURCE-INDEX)   TO SL-TABLE
           IF WS-SRC-PRESENT (WS-SOURCE-INDEX)
               MOVE WS-SRC-IN-PERIOD (WS-SOURCE-INDEX) TO SC-COUNT
               MOVE WS-SOURCE-COUNT-TEXT TO SL-RESULT
           ELSE
               MOVE "NOT PRESENT" TO SL-RESULT
           END-IF
           WRITE REVIEW-REPORT-RECORD FROM WS-SOURCE-LINE
           .

       5200-LIST-ENTRIES.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD FROM WS-LISTING-HEADING
           WRITE REVIEW-REPORT-RECORD FROM WS-ENTRY-COLUMNS
           IF WS-ENTRY-COUNT = ZERO
               WRITE REVIEW-REPORT-RECORD FROM WS-NO-ENTRIES-LINE
           END-IF
           PERFORM 5210-LIST-ONE-ENTRY
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           IF WS-DROPPED-COUNT > ZERO
               MOVE WS-DROPPED-COUNT TO TR-DROPPED
               WRITE REVIEW-REPORT-RECORD FROM WS-TRUNCATED-LINE
           END-IF
           .

       5210-LIST-ONE-ENTRY.
           PERFORM 5900-FORMAT-ENTRY-LINE
           MOVE SPACES TO EL-NOTE
           WRITE REVIEW-REPORT-RECORD FROM WS-ENTRY-LINE
           .

       5300-LIST-OPERATOR-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD FROM WS-SUMMARY-HEADING
           WRITE REVIEW-REPORT-RECORD FROM WS-SUMMARY-COLUMNS
           IF WS-SUMMARY-COUNT = ZERO
               WRITE REVIEW-REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           MOVE "Y" TO WS-SORT-SWAPPED-SWITCH
           PERFORM 5320-SORT-ONE-PASS
               UNTIL NOT WS-SORT-SWAPPED
           PERFORM 5310-LIST-ONE-OPERATOR
               VARYING WS-SUMMARY-INDEX FROM 1 BY 1
               UNTIL WS-SUMMARY-INDEX > WS-SUMMARY-COUNT
           .

       5310-LIST-ONE-OPERATOR.
           MOVE WS-SUM-OPERATOR (WS-SUMMARY-INDEX) TO SM-OPERATOR
           MOVE WS-SUM-OPERATOR (WS-SUMMARY-INDEX) TO NE-OPERATOR
           MOVE SPACES TO SM-NAME
           MOVE "-" TO SM-LEVEL
           EVALUATE TRUE
               WHEN NE-OPERATOR = "DRIVER"
                   MOVE "AUTOMATIC RECOVERY" TO SM-NAME
               WHEN NE-OPERATOR = "UNSIGNED"
                   MOVE "NO OPERATOR RECORDED" TO SM-NAME
               WHEN NOT WS-OPERID-LOADED
                   CONTINUE
               WHEN OTHER
                   PERFORM 4150-FIND-OPERATOR
                   IF WS-OPER-FOUND
                       MOVE WS-OPER-NAME (WS-OPER-INDEX) TO SM-NAME
                       MOVE WS-OPER-LEVEL (WS-OPER-INDEX) TO SM-LEVEL
                       IF WS-OPER-REVOKED (WS-OPER-INDEX)
                           STRING "REVOKED "
                               WS-OPER-NAME (WS-OPER-INDEX)
                               DELIMITED BY SIZE INTO SM-NAME
                       END-IF
                   ELSE
                       MOVE "NOT ON OPERID" TO SM-NAME
                   END-IF
           END-EVALUATE
           MOVE WS-SUM-ENTRIES (WS-SUMMARY-INDEX)    TO SM-ENTRIES
           MOVE WS-SUM-CHANGES (WS-SUMMARY-INDEX)    TO SM-CHANGES
           MOVE WS-SUM-REJECTED (WS-SUMMARY-INDEX)   TO SM-REJECTED
           MOVE WS-SUM-OFF-HOURS (WS-SUMMARY-INDEX)  TO SM-OFF-HOURS
           MOVE WS-SUM-FIRST-DATE (WS-SUMMARY-INDEX) TO SM-FIRST-DATE
           MOVE WS-SUM-LAST-DATE (WS-SUMMARY-INDEX)  TO SM-LAST-DATE
           WRITE REVIEW-REPORT-RECORD FROM WS-SUMMARY-LINE
           .

      *> Simple exchange sort on operator code -- a quarter's review
      *> sees a few dozen operators at most.
       5320-SORT-ONE-PASS.
           MOVE "N" TO WS-SORT-SWAPPED-SWITCH
           PERFORM 5330-SORT-ONE-PAIR
               VARYING WS-SUMMARY-INDEX FROM 1 BY 1
               UNTIL WS-SUMMARY-INDEX >= WS-SUMMARY-COUNT
           .

       5330-SORT-ONE-PAIR.
           IF WS-SUM-OPERATOR (WS-SUMMARY-INDEX) >
                   WS-SUM-OPERATOR (WS-SUMMARY-INDEX + 1)
               MOVE WS-SUMMARY-ENTRY (WS-SUMMARY-INDEX)
                   TO WS-SWAP-SUMMARY-ENTRY
               MOVE WS-SUMMARY-ENTRY (WS-SUMMARY-INDEX + 1)
                   TO WS-SUMMARY-ENTRY (WS-SUMMARY-INDEX)
               MOVE WS-SWAP-SUMMARY-ENTRY
                   TO WS-SUMMARY-ENTRY (WS-SUMMARY-INDEX + 1)
               SET WS-SORT-SWAPPED TO TRUE
           END-IF
           .

      *> one pass over the listing per exception section; the section
      *> code picks the entries and the note shown against each
       5400-LIST-EXCEPTION-SECTION.
           WRITE REVIEW-REPORT-RECORD FROM WS-ENTRY-COLUMNS
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM 5410-LIST-IF-EXCEPTION THRU 5410-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           IF WS-SECTION-LINES = ZERO
               WRITE REVIEW-REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           .

       5410-LIST-IF-EXCEPTION.
           EVALUATE TRUE
               WHEN WS-SECTION-REJECTED
                   AND EN-REJECTED (WS-ENTRY-INDEX)
                   MOVE SPACES TO EL-NOTE
               WHEN WS-SECTION-OFF-HOURS
                   AND EN-OFF-HOURS (WS-ENTRY-INDEX)
                   MOVE SPACES TO EL-NOTE
               WHEN WS-SECTION-NOT-ON-OPERID
                   AND EN-NOT-ON-OPERID (WS-ENTRY-INDEX)
                   MOVE SPACES TO EL-NOTE
               WHEN WS-SECTION-DUAL
                   AND EN-DUAL-NOTE (WS-ENTRY-INDEX) NOT = SPACES
                   MOVE EN-DUAL-NOTE (WS-ENTRY-INDEX) TO EL-NOTE
               WHEN OTHER
                   GO TO 5410-EXIT
           END-EVALUATE
           PERFORM 5900-FORMAT-ENTRY-LINE
           WRITE REVIEW-REPORT-RECORD FROM WS-ENTRY-LINE
           ADD 1 TO WS-SECTION-LINES
           .
       5410-EXIT.
           EXIT
           .

       5900-FORMAT-ENTRY-LINE.
           MOVE EN-STAMP (WS-ENTRY-INDEX) (1:8)  TO EL-DATE
           MOVE EN-STAMP (WS-ENTRY-INDEX) (9:8)  TO EL-TIME
           MOVE EN-OPERATOR (WS-ENTRY-INDEX)     TO EL-OPERATOR
           MOVE EN-SOURCE (WS-ENTRY-INDEX)       TO EL-SOURCE
           MOVE EN-ACTION (WS-ENTRY-INDEX)       TO EL-ACTION
           MOVE EN-KEY (WS-ENTRY-INDEX)          TO EL-KEY
           MOVE EN-DISPOSITION (WS-ENTRY-INDEX)  TO EL-DISPOSITION
           .

       8000-LOG-TRUNCATION.
           MOVE WS-DROPPED-COUNT TO WS-ERR-COUNT
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "REVIEW LISTING FULL - " DELIMITED BY SIZE
                  WS-ERR-COUNT DELIMITED BY SIZE
                  " ENTRIES NOT LISTED" DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           END-STRING
           CALL "ERROR-LOG-WRITER" USING WS-ERR-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           .
       END PROGRAM AUDREVW.
