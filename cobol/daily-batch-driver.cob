      *>                   legacy abort does), so a rerun resumes at
      *>                   the failed step and re-judges its
      *>                   dependents.
      *>   2026-09-20  dp  SCHEDTAB grew a frequency column after the
      *>                   predecessors: blank or D (every night), Wn
      *>                   (weekday), MF / ML (first / last business
      *>                   day of the month), QL (last business day of
      *>                   the quarter), or Mdd (day of month rolled to
      *>                   the nearest business day), judged by the
      *>                   shared RUNFREQ service against RUNCAL and
      *>                   PROCDATE. SUSPAGE, ACCTCLSE, FIBCHRG, and
      *>                   OPSCORE were being submitted by hand on the
      *>                   right day and forgotten; carded with their
      *>                   frequency they run on their due nights and
      *>                   report NOTDUE on the others. NOTDUE is
      *>                   terminal and failed nothing, so it releases
      *>                   dependents and checkpoints its position the
      *>                   way DISABLD does. A missing column (an un-
      *>                   migrated SCHEDTAB) loads as daily, and so
      *>                   does a code RUNFREQ cannot read.
      *>   2026-09-21  dp  Input-arrival gating. A late ADDTRANS or
      *>                   FIBIN transfer used to let the step run
      *>                   against yesterday's file or no file at all,
      *>                   found out in the morning. The new INPGATE
      *>                   table (companion to SCHEDTAB, whose shared
      *>                   132-byte record OPSACT, CTLSNAP, and CTLREST
      *>                   copy raw has no room for dataset names)
      *>                   cards, per step, each input DD the step
      *>                   needs, a polling interval in minutes, and
      *>                   the latest clock time to wait until. A
      *>                   gated step is released only once every
      *>                   named dataset is present with a standard "H"
      *>                   header dated tonight's PROCDATE; until then
      *>                   it and its dependents are held -- in legacy
      *>                   mode the steps behind it on its own track --
      *>                   while every other step keeps running, and
      *>                   when nothing else can move the driver
      *>                   sleeps one polling interval and looks again.
      *>                   A wait that runs out reports LATE-INPUT
      *>                   (BATCHRPT's status column went to ten
      *>                   bytes for it), RC 8, and writes ERRLOG
      *>                   ERROR DBD001 so OPALERT and OPNOTIFY page
      *>                   the on-call person; LATE-INPUT blocks its
      *>                   dependents exactly as a FAILED step does
      *>                   and freezes the checkpoint so the rerun
      *>                   resumes there. A wait also stops further
      *>                   checkpoint writes for the run (release
      *>                   order then depends on arrival time, not
      *>                   the schedule), degrading an abend after a
      *>                   wait to re-running steps rather than ever
      *>                   skipping one. A missing INPGATE gates
      *>                   nothing.
      *>   2026-09-22  dp  Automated recovery. A failing step is looked
      *>                   up on the RECOVTAB rules table (maintained
      *>                   by RECOVMNT) by step name and return-code
      *>                   range, and the first matching rule is
      *>                   applied on the spot: R retries the step up
      *>                   to N times with a delay between tries, F
      *>                   runs the named recovery program first and
      *>                   then retries, S lets the failure continue
      *>                   (dependents and the rest of the suite run,
      *>                   as if carded continue-on-error), and P stops
      *>                   the suite and pages -- ERRLOG SEVERE DBD002.
      *>                   The step program is CANCELled before each
      *>                   retry so it starts from fresh storage. A
      *>                   retry that comes back clean reports
      *>                   RECOVERED (driver RC at least 4); a rule
      *>                   that could not recover the step logs ERRLOG
      *>                   ERROR DBD003 and is spent for the night.
      *>                   Every action, and the rule's result, goes
      *>                   to BATCHRPT as "  > " lines under the step
      *>                   (status column blank, so DAYEND passes over
      *>                   them) and to the RECOVAUD audit file; a
      *>                   rule whose result is on RECOVAUD as FAILED
      *>                   for tonight's business date is never tried
      *>                   again -- a rerun submission reports it NOT
      *>                   TRIED and takes the failure as carded.
      *>   2026-09-23  dp  Catch-up mode. After an outage RUNIDGEN
      *>                   cuts PROCDATE for the night the window
      *>                   finally opens, and the business dates lost
      *>                   in between were being hand-fed with faked
      *>                   PROCDATEs -- booking into the wrong ACCTPTD
      *>                   period. A CATCHUP card switches the driver
      *>                   to running the full schedule once per
      *>                   missed business date, oldest first: the
      *>                   dates after the last night on RUNHIST (or
      *>                   after a date carded on the card) and
      *>                   before tonight that RUNCAL does not card
      *>                   as non-processing days. Each date gets its
      *>                   own PROCDATE and run ID, has its input
      *>                   generations staged into the input DDs
      *>                   carded on CATCHINP (DD name plus the
      *>                   generation DD prefix; the date's MMDD
      *>                   completes the generation's DD name), runs
      *>                   as a night of its own -- BATCHRPT block,
      *>                   report generation, checkpointing -- and is
      *>                   reconciled by RUNRECON, whose RUNHIST
      *>                   records mark it completed before the next
      *>                   date starts. A date that does not complete
      *>                   (suite stopped, checkpoint frozen, invalid
      *>                   schedule) stops the catch-up there with
      *>                   ERRLOG ERROR DBD004; its checkpoint is
      *>                   stamped as a catch-up checkpoint for that
      *>                   date, so only the resubmitted catch-up
      *>                   resumes from it and a regular run never
      *>                   does. CATCHRPT lists every missed date,
      *>                   its run ID, inputs, RC, and verdict; the
      *>                   card is emptied once every missed date is
      *>                   complete. PROCDATE and RUNID are put back
      *>                   to tonight's at the end.
      *>   2026-09-24  dp  Each night's schedule step count is
      *>                   reported to CAPACITY-WRITER against the
      *>                   20-entry step table, for CAPRPT.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT INPUT-GATE-TABLE ASSIGN TO "INPGATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPGATE-STATUS.

           SELECT GATED-INPUT ASSIGN USING WS-GATE-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATED-STATUS.

           SELECT RECOVERY-TABLE ASSIGN TO "RECOVTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVTAB-STATUS.

           SELECT RECOVERY-AUDIT ASSIGN TO "RECOVAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVAUD-STATUS.

           SELECT CATCH-UP-CARD ASSIGN TO "CATCHUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHUP-STATUS.

           SELECT CATCH-UP-INPUT-TABLE ASSIGN TO "CATCHINP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHINP-STATUS.

           SELECT CATCH-UP-GENERATION ASSIGN USING WS-GENERATION-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT CATCH-UP-LIVE-INPUT ASSIGN USING WS-LIVE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CATCH-UP-REPORT ASSIGN TO "CATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT PROC-DATE-OUT ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT RUN-ID-OUT ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-OUT-STATUS.


       DATA DIVISION.
       FILE SECTION.
           05  DC-TRACK                PIC X(01).
           05  FILLER                  PIC X(01).
           05  DC-WRITTEN-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  DC-RUN-MODE             PIC X(01).
               88  DC-CATCH-UP-CKPT            VALUE "C".

       FD  SCHED-TABLE.
       01  SCHEDTAB-RECORD.
           05  SC-IN-TRACK             PIC X(01).
           05  FILLER                  PIC X(01).
           05  SC-IN-PREDECESSORS      PIC X(62).
           05  FILLER                  PIC X(01).
           05  SC-IN-FREQUENCY         PIC X(04).


       FD  REPORT-GENERATION.
       01  TRACK-SELECT-RECORD.
           05  TS-TRACK                PIC X(01).

       FD  INPUT-GATE-TABLE.
       01  INPUT-GATE-RECORD.
           05  IG-IN-STEP-NAME         PIC X(20).
           05  FILLER                  PIC X(01).
           05  IG-IN-DD-NAME           PIC X(08).
           05  FILLER                  PIC X(01).
           05  IG-IN-POLL-MINUTES      PIC X(03).
           05  FILLER                  PIC X(01).
           05  IG-IN-LATEST-TIME.
               10  IG-IN-LATEST-HH     PIC 9(02).
               10  IG-IN-LATEST-MM     PIC 9(02).

      *> only the standard control header is looked at: record type
      *> and the creation date it carries
       FD  GATED-INPUT.
       01  GATED-INPUT-RECORD.
           05  GI-REC-TYPE             PIC X(01).
               88  GI-REC-HEADER               VALUE "H".
           05  FILLER                  PIC X(01).
           05  GI-HEADER-DATE          PIC X(08).

       FD  RECOVERY-TABLE.
       01  RECOVERY-TABLE-RECORD.
           05  RT-IN-STEP-NAME         PIC X(20).
           05  FILLER                  PIC X(01).
           05  RT-IN-RC-LOW            PIC X(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-RC-HIGH           PIC X(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-ACTION            PIC X(01).
               88  RT-IN-ACTION-VALID          VALUE "R" "F" "S" "P".
           05  FILLER                  PIC X(01).
           05  RT-IN-RETRIES           PIC X(01).
           05  FILLER                  PIC X(01).
           05  RT-IN-DELAY-SECONDS     PIC X(03).
           05  FILLER                  PIC X(01).
           05  RT-IN-PROGRAM           PIC X(20).

      *> one record per automatic action, plus a RESULT record per
      *> rule applied; tonight's FAILED results are read back at
      *> start so a spent rule is never tried twice in one night
       FD  RECOVERY-AUDIT.
       01  RECOVERY-AUDIT-RECORD.
           05  RAI-DATE                PIC X(08).
           05  FILLER                  PIC X(23).
           05  RAI-STEP-NAME           PIC X(20).
           05  FILLER                  PIC X(01).
           05  RAI-RULE-RC-LOW         PIC 9(03).
           05  FILLER                  PIC X(03).
           05  RAI-EVENT               PIC X(07).
           05  FILLER                  PIC X(29).
           05  RAI-OUTCOME             PIC X(10).

      *> CATCHUP card: the keyword, and optionally the last night
      *> to count as completed when RUNHIST cannot say
       FD  CATCH-UP-CARD.
       01  CATCH-UP-CARD-RECORD.
           05  CU-KEYWORD              PIC X(07).
               88  CU-CATCH-UP-REQUESTED       VALUE "CATCHUP".
           05  FILLER                  PIC X(01).
           05  CU-LAST-DONE-DATE       PIC X(08).

       FD  CATCH-UP-INPUT-TABLE.
       01  CATCH-UP-INPUT-RECORD.
           05  CI-IN-LIVE-DD           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CI-IN-GEN-PREFIX        PIC X(04).

       FD  CATCH-UP-GENERATION.
       01  CATCH-UP-GENERATION-RECORD  PIC X(256).

       FD  CATCH-UP-LIVE-INPUT.
       01  CATCH-UP-LIVE-RECORD        PIC X(256).

       FD  CATCH-UP-REPORT.
       01  CATCH-UP-REPORT-RECORD      PIC X(80).

      *> only the run date RUNRECON stamps on each record is needed
       FD  RUN-HISTORY.
       01  RUN-HISTORY-RECORD.
           05  RHI-DATE                PIC X(08).
           05  FILLER                  PIC X(42).

       FD  PROC-DATE-OUT.
       01  PROC-DATE-OUT-RECORD.
           05  PDO-DATE                PIC X(08).

       FD  RUN-ID-OUT.
       01  RUN-ID-OUT-RECORD.
           05  RIO-DATE                PIC X(08).
           05  RIO-DASH                PIC X(01).
           05  RIO-SEQUENCE            PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-SCHEDTAB-STATUS          PIC X(02) VALUE SPACES.
           88  WS-SCHEDTAB-FOUND               VALUE "00".
       01  WS-SORT-INDEX               PIC 9(02) COMP-5.
       01  WS-SORT-SWAPPED-SWITCH      PIC X(01).
           88  WS-SORT-SWAPPED                 VALUE "Y".
       01  WS-SWAP-ENTRY               PIC X(133).

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STEP-ENABLED-FLAG PIC X(01).
                   88  WS-STEP-ENABLED         VALUE "Y".
               10  WS-STEP-RC          PIC S9(4).
               10  WS-STEP-STATUS      PIC X(10).
               10  WS-STEP-DONE-SWITCH PIC X(01).
                   88  WS-STEP-DONE            VALUE "Y".
               10  WS-STEP-MARK-SWITCH PIC X(01).
               10  WS-STEP-PRED-COUNT  PIC 9(02).
               10  WS-STEP-PRED-NAME   PIC X(20)
                                       OCCURS 3 TIMES.
               10  WS-STEP-FREQUENCY   PIC X(04).
               10  WS-STEP-DUE-SWITCH  PIC X(01).
                   88  WS-STEP-DUE             VALUE "Y".

      *> RUNFREQ's due test for each step's frequency code
       01  WS-FREQ-FUNCTION            PIC X(01) VALUE "D".
       01  WS-FREQ-RESULT              PIC X(01).
           88  WS-FREQ-NOT-DUE                 VALUE "N".

      *> carded predecessors switch the driver into dependency mode:
      *> a failure then blocks only its dependents instead of
               "SCHEDULE INVALID: ".
           05  BS-REASON               PIC X(50).

      *> INPGATE: one entry per gated step per input dataset. A
      *> step is released only when all of its entries have arrived.
       01  WS-INPGATE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-INPGATE-FOUND                VALUE "00".
       01  WS-INPGATE-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-END-OF-INPGATE               VALUE "Y".
       01  WS-GATE-COUNT               PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-GATE-INDEX               PIC 9(02) COMP-5.
       01  WS-GATE-TABLE.
           05  WS-GATE-ENTRY OCCURS 30 TIMES.
               10  WS-GATE-STEP-NAME   PIC X(20).
               10  WS-GATE-DD          PIC X(08).
               10  WS-GATE-POLL        PIC 9(03).
               10  WS-GATE-LATEST.
                   15  WS-GATE-LATEST-HH PIC 9(02).
                   15  WS-GATE-LATEST-MM PIC 9(02).
               10  WS-GATE-ARRIVED-SWITCH PIC X(01).
                   88  WS-GATE-ARRIVED         VALUE "Y".
               10  WS-GATE-PROBED-SWITCH PIC X(01).
                   88  WS-GATE-PROBED          VALUE "Y".
               10  WS-GATE-FIRST-MINUTE PIC 9(04).
               10  WS-GATE-SPAN        PIC 9(04).
       01  WS-GATE-DD-NAME             PIC X(08).
       01  WS-GATED-STATUS             PIC X(02) VALUE SPACES.
           88  WS-GATED-FOUND                  VALUE "00".
       01  WS-GATE-RESULT-SWITCH       PIC X(01).
           88  WS-INPUTS-READY                 VALUE "R".
           88  WS-INPUTS-PENDING               VALUE "P".
           88  WS-INPUTS-LATE                  VALUE "L".
       01  WS-LATE-DD-NAME             PIC X(08).
       01  WS-INPUT-WAIT-SWITCH        PIC X(01) VALUE "N".
           88  WS-INPUT-WAITING                VALUE "Y".
       01  WS-CKPT-HOLD-SWITCH         PIC X(01) VALUE "N".
           88  WS-CKPT-HELD                    VALUE "Y".
       01  WS-TRACK-HOLDS.
           05  WS-TRACK-HOLD-SWITCH    PIC X(01) OCCURS 9 TIMES.
               88  WS-TRACK-HELD               VALUE "Y".
       01  WS-NEXT-POLL-MINUTES        PIC 9(03) COMP-5.
       01  WS-CURRENT-TIME.
           05  WS-CT-HH                PIC 9(02).
           05  WS-CT-MM                PIC 9(02).
           05  FILLER                  PIC X(04).
       01  WS-NOW-MINUTE               PIC 9(04) COMP-5.
       01  WS-ELAPSED-MINUTES          PIC S9(05) COMP-5.
       01  WS-WAIT-NANOSECONDS         USAGE BINARY-DOUBLE.

      *> RECOVTAB rules and tonight's recovery state
       01  WS-RECOVTAB-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RECOVTAB-FOUND               VALUE "00".
       01  WS-RECOVAUD-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RECOVAUD-FOUND               VALUE "00".
           88  WS-RECOVAUD-NOT-FOUND           VALUE "35".
       01  WS-RECOVERY-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-END-OF-RECOVERY-FILE         VALUE "Y".
       01  WS-RULE-COUNT               PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-RULE-INDEX               PIC 9(02) COMP-5.
       01  WS-RULE-FOUND-SWITCH        PIC X(01).
           88  WS-RULE-FOUND                   VALUE "Y".
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-STEP-NAME   PIC X(20).
               10  WS-RULE-RC-LOW      PIC 9(03).
               10  WS-RULE-RC-HIGH     PIC 9(03).
               10  WS-RULE-ACTION      PIC X(01).
                   88  WS-RULE-RETRY           VALUE "R".
                   88  WS-RULE-FIX-AND-RETRY   VALUE "F".
                   88  WS-RULE-SKIP            VALUE "S".
                   88  WS-RULE-STOP-AND-PAGE   VALUE "P".
               10  WS-RULE-RETRIES     PIC 9(01).
               10  WS-RULE-DELAY       PIC 9(03).
               10  WS-RULE-PROGRAM     PIC X(20).
               10  WS-RULE-SPENT-SWITCH PIC X(01).
                   88  WS-RULE-SPENT           VALUE "Y".
       01  WS-ATTEMPT-RC               PIC S9(4) COMP-5.
       01  WS-FIX-RC                   PIC S9(4) COMP-5.
       01  WS-RETRY-NUMBER             PIC 9(01).
       01  WS-RECOVERY-OUTCOME-SWITCH  PIC X(01).
           88  WS-NO-RECOVERY                  VALUE SPACE.
           88  WS-STEP-RECOVERED               VALUE "R".
           88  WS-RECOVERY-FAILED              VALUE "F".
           88  WS-RECOVERY-SKIPPED             VALUE "S".
           88  WS-RECOVERY-PAGED               VALUE "P".
           88  WS-RECOVERY-NOT-TRIED           VALUE "N".
       01  WS-RC-DISPLAY               PIC 9(04).
       01  WS-RETRY-DISPLAY            PIC 9(01).
       01  WS-RANGE-DISPLAY.
           05  WS-RANGE-LOW            PIC 9(03).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-RANGE-HIGH           PIC 9(03).

       01  WS-RECOVERY-AUDIT-LINE.
           05  RA-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-RULE-RC-LOW          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-RULE-ACTION          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-EVENT                PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-ATTEMPT              PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-RC                   PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-PROGRAM              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-OUTCOME              PIC X(10).

      *> recovery actions held per step for the end-of-run summary
       01  WS-EVENT-COUNT              PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-EVENT-INDEX              PIC 9(02) COMP-5.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 60 TIMES.
               10  WS-EVENT-STEP-INDEX PIC 9(02).
               10  WS-EVENT-ACTION     PIC X(24).
               10  WS-EVENT-RESULT     PIC X(41).
       01  WS-NEW-EVENT-ACTION         PIC X(24).
       01  WS-NEW-EVENT-RESULT         PIC X(41).

      *> The status column stays blank so DAYEND, which counts the
      *> detail lines of tonight's block by status, passes over these.
       01  WS-RECOVERY-LINE.
           05  FILLER                  PIC X(04) VALUE "  > ".
           05  RL-ACTION               PIC X(24).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  RL-RESULT               PIC X(41).

      *> catch-up mode: the missed business dates, oldest first, and
      *> how each one's night went
       01  WS-CATCHUP-STATUS           PIC X(02) VALUE SPACES.
           88  WS-CATCHUP-FOUND                VALUE "00".
       01  WS-CATCH-UP-SWITCH          PIC X(01) VALUE "N".
           88  WS-CATCH-UP-MODE                VALUE "Y".
       01  WS-CATCH-UP-STOP-SWITCH     PIC X(01) VALUE "N".
           88  WS-CATCH-UP-STOPPED             VALUE "Y".
       01  WS-CARD-LAST-DONE-DATE      PIC X(08) VALUE SPACES.
       01  WS-TONIGHT-DATE             PIC X(08).
       01  WS-TONIGHT-NUM REDEFINES WS-TONIGHT-DATE
                                       PIC 9(08).
       01  WS-TONIGHT-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-LAST-DONE-DATE           PIC X(08) VALUE SPACES.
       01  WS-LAST-DONE-NUM REDEFINES WS-LAST-DONE-DATE
                                       PIC 9(08).
       01  WS-CANDIDATE-DATE           PIC X(08).
       01  WS-CANDIDATE-NUM REDEFINES WS-CANDIDATE-DATE
                                       PIC 9(08).
       01  WS-CANDIDATE-SWITCH         PIC X(01).
           88  WS-CANDIDATE-PROCESSES          VALUE "Y".
       01  WS-DAY-INTEGER              PIC 9(07) COMP-5.
       01  WS-TONIGHT-INTEGER          PIC 9(07) COMP-5.
       01  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-RUNHIST-FOUND                VALUE "00".
       01  WS-RUNHIST-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-END-OF-RUNHIST               VALUE "Y".
       01  WS-PROCDATE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUNID-OUT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-NIGHT-SEQUENCE           PIC 9(03).
       01  WS-INDEX-SEQUENCE           PIC 9(03).
       01  WS-RPTINDEX-EOF-SWITCH      PIC X(01).
           88  WS-END-OF-RPTINDEX              VALUE "Y".
       01  WS-RECON-RC                 PIC S9(4) COMP-5.
       01  WS-CATCH-UP-WORST-RC        PIC S9(4) COMP-5 VALUE ZERO.

       01  WS-MISSED-COUNT             PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-MISSED-INDEX             PIC 9(02) COMP-5.
       01  WS-MISSED-DONE-COUNT        PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-MISSED-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
           88  WS-MISSED-OVERFLOW              VALUE "Y".
       01  WS-MISSED-TABLE.
           05  WS-MISSED-DATE          PIC X(08) OCCURS 31 TIMES.
       01  WS-COMPLETE-COUNT           PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-STOPPED-COUNT            PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-NOT-RUN-COUNT            PIC 9(02) COMP-5 VALUE ZERO.

      *> CATCHINP: the input DDs a night reads, and the prefix of the
      *> DD each date's generation is supplied under
       01  WS-CATCHINP-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CATCHINP-FOUND               VALUE "00".
       01  WS-CATCHINP-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-END-OF-CATCHINP              VALUE "Y".
       01  WS-CATCH-INPUT-COUNT        PIC 9(02) COMP-5 VALUE ZERO.
       01  WS-CATCH-INPUT-INDEX        PIC 9(02) COMP-5.
       01  WS-CATCH-INPUT-TABLE.
           05  WS-CATCH-INPUT-ENTRY OCCURS 20 TIMES.
               10  WS-CATCH-LIVE-DD    PIC X(08).
               10  WS-CATCH-GEN-PREFIX PIC X(04).
               10  WS-CATCH-GEN-DD     PIC X(08).
               10  WS-CATCH-STAGED-SWITCH PIC X(01).
                   88  WS-CATCH-STAGED         VALUE "Y".
       01  WS-STAGED-COUNT             PIC 9(02) COMP-5.
       01  WS-GENERATION-DD            PIC X(08).
       01  WS-GENERATION-STATUS        PIC X(02) VALUE SPACES.
           88  WS-GENERATION-FOUND             VALUE "00".
       01  WS-GENERATION-EOF-SWITCH    PIC X(01).
           88  WS-END-OF-GENERATION            VALUE "Y".
       01  WS-LIVE-DD                  PIC X(08).
       01  WS-LIVE-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CATCH-UP-HEADING-1.
           05  FILLER                  PIC X(22) VALUE
               "CATCH-UP FOR NIGHT OF ".
           05  CH-TONIGHT-DATE         PIC X(08).
           05  FILLER                  PIC X(24) VALUE
               "   LAST COMPLETED NIGHT ".
           05  CH-LAST-DONE-DATE       PIC X(08).
       01  WS-CATCH-UP-HEADING-2.
           05  FILLER                  PIC X(46) VALUE
               "DATE      RUN ID        INPUTS  RC    RECON RC".
           05  FILLER                  PIC X(09) VALUE
               "  VERDICT".
       01  WS-CATCH-UP-DETAIL-LINE.
           05  CD-DATE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-STAGED               PIC Z9.
           05  CD-SLASH                PIC X(01) VALUE "/".
           05  CD-INPUTS               PIC 9(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CD-RC                   PIC -9(4).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CD-RECON-RC             PIC -9(4).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CD-VERDICT              PIC X(10).
       01  WS-CATCH-UP-NOT-RUN-LINE.
           05  NR-DATE                 PIC X(08).
           05  FILLER                  PIC X(41) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "NOT RUN".
       01  WS-CATCH-UP-NOTE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  CN-TEXT                 PIC X(70).
       01  WS-CATCH-UP-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE
               "MISSED DATES ".
           05  CT-MISSED               PIC Z9.
           05  FILLER                  PIC X(11) VALUE
               "  COMPLETE ".
           05  CT-COMPLETE             PIC Z9.
           05  FILLER                  PIC X(13) VALUE
               "  EXCEPTIONS ".
           05  CT-EXCEPTIONS           PIC Z9.
           05  FILLER                  PIC X(10) VALUE
               "  STOPPED ".
           05  CT-STOPPED              PIC Z9.
           05  FILLER                  PIC X(10) VALUE
               "  NOT RUN ".
           05  CT-NOT-RUN              PIC Z9.

       01  WS-ERR-SEVERITY             PIC X(01).
       01  WS-ERR-CODE                 PIC X(06).
       01  WS-ERR-MESSAGE              PIC X(60).

       01  WS-TRACKSEL-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TRACKSEL-FOUND               VALUE "00".
       01  WS-SELECTED-TRACK           PIC 9(01) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RC                   PIC -9(4).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STATUS               PIC X(10).

      *> The run date rides on the heading line so BATCHRPT's block-
      *> per-run accumulation stays datable: DAYEND only folds the
       01  WS-GEN-NAME                 PIC X(08).
       01  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPTINDEX-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPTINDEX-FOUND               VALUE "00".
           88  WS-RPTINDEX-NOT-FOUND           VALUE "35".
       01  WS-GEN-RUN-ID               PIC X(12) VALUE SPACES.
       01  WS-RUNID-STATUS             PIC X(02) VALUE SPACES.

       01  WS-JOBLOG-PROGRAM-NAME      PIC X(20) VALUE
           "DAILY-BATCH-DRIVER".
       01  WS-CAP-TABLE-NAME           PIC X(20) VALUE "STEP-TABLE".
       01  WS-CAP-PEAK                 PIC 9(05) COMP-5 VALUE ZERO.
       01  WS-CAP-LIMIT                PIC 9(05) COMP-5 VALUE 20.
       01  WS-JOBLOG-EVENT-START       PIC X(05) VALUE "START".
       01  WS-JOBLOG-EVENT-END         PIC X(05) VALUE "END".
       01  WS-DRIVER-FINAL-RC          PIC 9(03) COMP-5 VALUE ZERO.
           CALL "RUNIDGEN"
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-START, WS-DRIVER-FINAL-RC
           OPEN OUTPUT BATCH-REPORT
           PERFORM 0100-READ-CATCH-UP-CARD

           IF WS-CATCH-UP-MODE
               PERFORM 5000-RUN-CATCH-UP THRU 5000-EXIT
           ELSE
               PERFORM 0200-RUN-ONE-NIGHT
           END-IF

           IF WS-WORST-RC > ZERO
               MOVE WS-WORST-RC TO WS-DRIVER-FINAL-RC
           END-IF
           CALL "JOBLOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-JOBLOG-EVENT-END, WS-DRIVER-FINAL-RC
           CLOSE BATCH-REPORT
           MOVE WS-DRIVER-FINAL-RC TO RETURN-CODE
           GOBACK
           .

      *> An empty or absent CATCHUP card is the ordinary night.
       0100-READ-CATCH-UP-CARD.
           OPEN INPUT CATCH-UP-CARD
           IF WS-CATCHUP-FOUND
               READ CATCH-UP-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CU-CATCH-UP-REQUESTED
                           SET WS-CATCH-UP-MODE TO TRUE
                           IF CU-LAST-DONE-DATE IS NUMERIC
                               MOVE CU-LAST-DONE-DATE
                                   TO WS-CARD-LAST-DONE-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE CATCH-UP-CARD
           END-IF
           .

      *> One business night: its own BATCHRPT block and report
      *> generation, under whatever PROCDATE and run ID are current.
       0200-RUN-ONE-NIGHT.
           PERFORM 1000-INITIALIZE

           IF WS-SCHEDULE-VALID
           END-IF

           PERFORM 8000-PRINT-SUMMARY
           MOVE WS-STEP-COUNT TO WS-CAP-PEAK
           CALL "CAPACITY-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-CAP-TABLE-NAME, WS-CAP-PEAK, WS-CAP-LIMIT
      *> a frozen checkpoint (hard failure) survives the end of the
      *> run exactly as a legacy abort's does, so the operator's
      *> rerun resumes at the failed step instead of from the top
               AND WS-SCHEDULE-VALID
               PERFORM 1900-CLEAR-DRIVER-CHECKPOINT
           END-IF
           PERFORM 0350-CLOSE-REPORT-GENERATION
           .

       1000-INITIALIZE.
           PERFORM 0300-OPEN-REPORT-GENERATION
           PERFORM 1100-CHECK-CALENDAR
           MOVE WS-TODAY-DATE TO HL-RUN-DATE
               PERFORM 1400-DEFAULT-SCHEDULE
           END-IF
           PERFORM 1500-SORT-SCHEDULE
           PERFORM 1300-LOAD-INPUT-GATES
           PERFORM 1330-LOAD-RECOVERY-RULES
           PERFORM 1600-INIT-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               END-READ
               CLOSE TRACK-SELECT
           END-IF
      *> a catch-up night is the whole night, every track
           IF WS-CATCH-UP-MODE
               MOVE ZERO TO WS-SELECTED-TRACK
           END-IF
           .

      *> A date carded in RUNCAL is a non-processing day; nothing
               (WS-STEP-TRACK (WS-STEP-COUNT) * 1000)
               + WS-STEP-ORDER (WS-STEP-COUNT)
           PERFORM 1230-PARSE-PREDECESSORS
           MOVE SC-IN-FREQUENCY
               TO WS-STEP-FREQUENCY (WS-STEP-COUNT)
           PERFORM 1210-READ-SCHEDTAB
           .
       1220-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> INPGATE: step name, input DD name, polling interval in
      *> minutes, latest wait time HHMM. A card naming no step or no
      *> DD is ignored; a missing or zero interval polls every five
      *> minutes, and a blank or impossible latest time means no wait
      *> at all -- the dataset must already be in when the step comes
      *> up. Cards for a step not on tonight's schedule simply never
      *> match.
      *> ------------------------------------------------------------
       1300-LOAD-INPUT-GATES.
           OPEN INPUT INPUT-GATE-TABLE
           IF WS-INPGATE-FOUND
               PERFORM 1310-READ-INPGATE
               PERFORM 1320-LOAD-ONE-GATE THRU 1320-EXIT
                   UNTIL WS-END-OF-INPGATE
                   OR WS-GATE-COUNT = 30
               CLOSE INPUT-GATE-TABLE
           END-IF
           .

       1310-READ-INPGATE.
           READ INPUT-GATE-TABLE
               AT END
                   SET WS-END-OF-INPGATE TO TRUE
           END-READ
           .

       1320-LOAD-ONE-GATE.
           IF WS-END-OF-INPGATE
               GO TO 1320-EXIT
           END-IF
           IF IG-IN-STEP-NAME = SPACES
               OR IG-IN-DD-NAME = SPACES
               PERFORM 1310-READ-INPGATE
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO WS-GATE-COUNT
           MOVE IG-IN-STEP-NAME TO WS-GATE-STEP-NAME (WS-GATE-COUNT)
           MOVE IG-IN-DD-NAME TO WS-GATE-DD (WS-GATE-COUNT)
           IF IG-IN-POLL-MINUTES IS NUMERIC
               AND IG-IN-POLL-MINUTES NOT = "000"
               MOVE IG-IN-POLL-MINUTES TO WS-GATE-POLL (WS-GATE-COUNT)
           ELSE
               MOVE 5 TO WS-GATE-POLL (WS-GATE-COUNT)
           END-IF
           IF IG-IN-LATEST-TIME IS NUMERIC
               AND IG-IN-LATEST-HH < 24
               AND IG-IN-LATEST-MM < 60
               MOVE IG-IN-LATEST-TIME TO WS-GATE-LATEST (WS-GATE-COUNT)
           ELSE
               MOVE SPACES TO WS-GATE-LATEST (WS-GATE-COUNT)
           END-IF
      *> a missed night's generation is staged before the night
      *> starts or not at all -- there is nothing to wait for
           IF WS-CATCH-UP-MODE
               MOVE SPACES TO WS-GATE-LATEST (WS-GATE-COUNT)
           END-IF
           MOVE "N" TO WS-GATE-ARRIVED-SWITCH (WS-GATE-COUNT)
           MOVE "N" TO WS-GATE-PROBED-SWITCH (WS-GATE-COUNT)
           PERFORM 1310-READ-INPGATE
           .
       1320-EXIT.
           EXIT
           .

      *> ------------------------------------------------------------
      *> RECOVTAB: step name, RC range, action (R / F / S / P),
      *> retries, delay in seconds, recovery program. RECOVMNT edits
      *> the table; a card that still will not read here is passed
      *> over rather than guessed at. Tonight's FAILED results on
      *> RECOVAUD then mark their rules spent.
      *> ------------------------------------------------------------
       1330-LOAD-RECOVERY-RULES.
           OPEN INPUT RECOVERY-TABLE
           IF WS-RECOVTAB-FOUND
               MOVE "N" TO WS-RECOVERY-EOF-SWITCH
               PERFORM 1340-READ-RECOVTAB
               PERFORM 1350-LOAD-ONE-RULE THRU 1350-EXIT
                   UNTIL WS-END-OF-RECOVERY-FILE
                   OR WS-RULE-COUNT = 50
               CLOSE RECOVERY-TABLE
           END-IF
           IF WS-RULE-COUNT > ZERO
               OPEN INPUT RECOVERY-AUDIT
               IF WS-RECOVAUD-FOUND
                   MOVE "N" TO WS-RECOVERY-EOF-SWITCH
                   PERFORM 1360-READ-RECOVAUD
                   PERFORM 1370-CHECK-ONE-AUDIT
                       UNTIL WS-END-OF-RECOVERY-FILE
                   CLOSE RECOVERY-AUDIT
               END-IF
           END-IF
           .

       1340-READ-RECOVTAB.
           READ RECOVERY-TABLE
               AT END
                   SET WS-END-OF-RECOVERY-FILE TO TRUE
           END-READ
           .

       1350-LOAD-ONE-RULE.
           IF WS-END-OF-RECOVERY-FILE
               GO TO 1350-EXIT
           END-IF
           IF RT-IN-STEP-NAME = SPACES
               OR RT-IN-RC-LOW IS NOT NUMERIC
               OR RT-IN-RC-HIGH IS NOT NUMERIC
               OR NOT RT-IN-ACTION-VALID
               PERFORM 1340-READ-RECOVTAB
               GO TO 1350-EXIT
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE RT-IN-STEP-NAME TO WS-RULE-STEP-NAME (WS-RULE-COUNT)
           MOVE RT-IN-RC-LOW TO WS-RULE-RC-LOW (WS-RULE-COUNT)
           MOVE RT-IN-RC-HIGH TO WS-RULE-RC-HIGH (WS-RULE-COUNT)
           MOVE RT-IN-ACTION TO WS-RULE-ACTION (WS-RULE-COUNT)
           IF RT-IN-RETRIES IS NUMERIC
               MOVE RT-IN-RETRIES TO WS-RULE-RETRIES (WS-RULE-COUNT)
           ELSE
               MOVE ZERO TO WS-RULE-RETRIES (WS-RULE-COUNT)
           END-IF
           IF RT-IN-DELAY-SECONDS IS NUMERIC
               MOVE RT-IN-DELAY-SECONDS
                   TO WS-RULE-DELAY (WS-RULE-COUNT)
           ELSE
               MOVE ZERO TO WS-RULE-DELAY (WS-RULE-COUNT)
           END-IF
           MOVE RT-IN-PROGRAM TO WS-RULE-PROGRAM (WS-RULE-COUNT)
           MOVE "N" TO WS-RULE-SPENT-SWITCH (WS-RULE-COUNT)
           PERFORM 1340-READ-RECOVTAB
           .
       1350-EXIT.
           EXIT
           .

       1360-READ-RECOVAUD.
           READ RECOVERY-AUDIT
               AT END
                   SET WS-END-OF-RECOVERY-FILE TO TRUE
           END-READ
           .

       1370-CHECK-ONE-AUDIT.
           IF RAI-DATE = WS-TODAY-DATE
               AND RAI-EVENT = "RESULT"
               AND RAI-OUTCOME = "FAILED"
               PERFORM 1380-SPEND-ONE-RULE
                   VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
           END-IF
           PERFORM 1360-READ-RECOVAUD
           .

       1380-SPEND-ONE-RULE.
           IF WS-RULE-STEP-NAME (WS-RULE-INDEX) = RAI-STEP-NAME
               AND WS-RULE-RC-LOW (WS-RULE-INDEX) = RAI-RULE-RC-LOW
               MOVE "Y" TO WS-RULE-SPENT-SWITCH (WS-RULE-INDEX)
           END-IF
           .

      *> Up to three comma-separated predecessor step names; any
      *> carded predecessor anywhere flips the driver into
      *> dependency mode for the whole run.
           MOVE SPACES TO WS-STEP-PRED-NAME (WS-STEP-INDEX, 1)
           MOVE SPACES TO WS-STEP-PRED-NAME (WS-STEP-INDEX, 2)
           MOVE SPACES TO WS-STEP-PRED-NAME (WS-STEP-INDEX, 3)
           MOVE SPACES TO WS-STEP-FREQUENCY (WS-STEP-INDEX)
           .

      *> Simple exchange sort on track-then-run-order -- the table
      *> release engine marks the first DC-STEPS-DONE steps it
      *> RELEASES, which reproduces the abended run's prefix in
      *> dependency mode and equals the old positional marking when
      *> no predecessors are carded. A disabled step reports DISABLD
      *> whether or not tonight is one of its due nights.
       1600-INIT-ONE-STEP.
           MOVE ZERO TO WS-STEP-RC (WS-STEP-INDEX)
           MOVE "N" TO WS-STEP-DONE-SWITCH (WS-STEP-INDEX)
           MOVE "Y" TO WS-STEP-DUE-SWITCH (WS-STEP-INDEX)
           IF WS-BUSINESS-DAY
               CALL "RUNFREQ" USING WS-FREQ-FUNCTION,
                   WS-STEP-FREQUENCY (WS-STEP-INDEX), WS-FREQ-RESULT
               IF WS-FREQ-NOT-DUE
                   MOVE "N" TO WS-STEP-DUE-SWITCH (WS-STEP-INDEX)
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN NOT WS-BUSINESS-DAY
               MOVE "NOTSCHD" TO WS-STEP-STATUS (WS-STEP-INDEX)
               AND WS-STEP-TRACK (WS-STEP-INDEX)
                   NOT = WS-SELECTED-TRACK
               MOVE "OFF-TRK" TO WS-STEP-STATUS (WS-STEP-INDEX)
           WHEN NOT WS-STEP-ENABLED (WS-STEP-INDEX)
               MOVE "DISABLD" TO WS-STEP-STATUS (WS-STEP-INDEX)
           WHEN NOT WS-STEP-DUE (WS-STEP-INDEX)
               MOVE "NOTDUE" TO WS-STEP-STATUS (WS-STEP-INDEX)
           WHEN OTHER
               MOVE "SKIPPED" TO WS-STEP-STATUS (WS-STEP-INDEX)
           END-EVALUATE
           .

      *> degrades an abend of our own track to a rerun from the top
      *> rather than ever skipping a step that never ran. A
      *> checkpoint with no track stamp (from before the stamp
      *> existed) is simply ignored and written over. The same holds
      *> between modes: a catch-up night honors only a catch-up
      *> checkpoint written for its own date, and an ordinary run
      *> never honors a catch-up checkpoint.
       1700-READ-DRIVER-CHECKPOINT.
           OPEN INPUT DRIVER-CHECKPOINT
           IF WS-DRVCKPT-FOUND
                       WHEN DC-TRACK IS NUMERIC
                           AND DC-TRACK NOT = WS-SELECTED-TRACK
                           SET WS-CKPT-IS-FOREIGN TO TRUE
                       WHEN WS-CATCH-UP-MODE
                           AND (NOT DC-CATCH-UP-CKPT
                               OR DC-WRITTEN-DATE NOT = WS-TODAY-DATE)
                           SET WS-CKPT-IS-FOREIGN TO TRUE
                       WHEN NOT WS-CATCH-UP-MODE
                           AND DC-CATCH-UP-CKPT
                           SET WS-CKPT-IS-FOREIGN TO TRUE
                       WHEN DC-TRACK IS NUMERIC
                           AND DC-STEPS-DONE IS NUMERIC
                           MOVE DC-STEPS-DONE TO WS-CKPT-STEPS-DONE
      *> track entry sits ahead of the abend, or whenever dependency-
      *> mode release order differs from sorted order, and the rerun
      *> would mark steps RESTART that never ran. The written date
      *> rides as a trailing column for OPSACT's age display (and,
      *> with the catch-up stamp after it, pins a catch-up
      *> checkpoint to its night); an ordinary restart ignores it.
       1800-WRITE-DRIVER-CHECKPOINT.
           IF NOT WS-CKPT-IS-FOREIGN
               AND NOT WS-CKPT-FROZEN
               AND NOT WS-CKPT-HELD
               OPEN OUTPUT DRIVER-CHECKPOINT
               MOVE WS-RELEASED-COUNT TO DC-STEPS-DONE
               MOVE SPACE TO DRIVER-CHECKPOINT-RECORD (3:1)
               MOVE WS-SELECTED-TRACK TO DC-TRACK
               MOVE SPACE TO DRIVER-CHECKPOINT-RECORD (9:1)
               MOVE WS-TODAY-DATE TO DC-WRITTEN-DATE
               MOVE SPACE TO DRIVER-CHECKPOINT-RECORD (18:1)
               IF WS-CATCH-UP-MODE
                   MOVE "C" TO DC-RUN-MODE
               ELSE
                   MOVE SPACE TO DC-RUN-MODE
               END-IF
               WRITE DRIVER-CHECKPOINT-RECORD
               CLOSE DRIVER-CHECKPOINT
           END-IF
      *> runnable ones. A schedule with no predecessors resolves in
      *> strict sorted order, exactly the old single sweep. Anything
      *> left unresolved when a pass makes no progress is waiting on
      *> a failed predecessor and reports BLOCKED. A pass that makes
      *> no progress while a gated step is still inside its wait
      *> window is not a stall: the driver sleeps the shortest
      *> polling interval among the waiting datasets and tries
      *> again, until each one arrives or runs out of time.
      *> ------------------------------------------------------------
       2500-RUN-SCHEDULE.
           MOVE "Y" TO WS-PROGRESS-SWITCH
           PERFORM 2600-ONE-RELEASE-PASS
               UNTIL WS-RESOLVED-COUNT >= WS-STEP-COUNT
                   OR (NOT WS-PASS-MADE-PROGRESS
                       AND NOT WS-INPUT-WAITING)
           PERFORM 2650-MARK-ONE-BLOCKED
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT

       2600-ONE-RELEASE-PASS.
           MOVE "N" TO WS-PROGRESS-SWITCH
           MOVE "N" TO WS-INPUT-WAIT-SWITCH
           MOVE SPACES TO WS-TRACK-HOLDS
           MOVE 999 TO WS-NEXT-POLL-MINUTES
           PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
           IF NOT WS-PASS-MADE-PROGRESS
               AND WS-INPUT-WAITING
               PERFORM 2700-WAIT-ONE-POLL
           END-IF
           .

       2700-WAIT-ONE-POLL.
           COMPUTE WS-WAIT-NANOSECONDS =
               WS-NEXT-POLL-MINUTES * 60 * 1000000000
           CALL "CBL_OC_NANOSLEEP" USING WS-WAIT-NANOSECONDS
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *> A legacy-mode abort leaves the unrun steps exactly as they

       2000-RUN-ONE-STEP.
           IF WS-STEP-DONE (WS-STEP-INDEX)
               IF WS-STEP-STATUS (WS-STEP-INDEX) = "LATE-INPUT"
                   AND NOT WS-STEP-CONTINUES (WS-STEP-INDEX)
                   PERFORM 2190-HOLD-THIS-TRACK
               END-IF
               GO TO 2000-EXIT
           END-IF
      *> The abort test comes before the off-track and disabled
               PERFORM 1800-WRITE-DRIVER-CHECKPOINT
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-STEP-DUE (WS-STEP-INDEX)
               PERFORM 2090-RESOLVE-THIS-STEP
               PERFORM 1800-WRITE-DRIVER-CHECKPOINT
               GO TO 2000-EXIT
           END-IF
      *> legacy mode's only ordering is the track's run order, so a
      *> step held on its input holds everything behind it on its
      *> own track; other tracks carry on
           IF NOT WS-DEPENDENCY-MODE
               AND WS-TRACK-HELD (WS-STEP-TRACK (WS-STEP-INDEX))
               GO TO 2000-EXIT
           END-IF

           PERFORM 2050-CHECK-PREDECESSORS
           IF WS-PREDS-BLOCKED
           IF NOT WS-PREDS-READY
               GO TO 2000-EXIT
           END-IF
      *> input gating applies to a step that will actually run, not
      *> to one the restart is about to mark RESTART
           IF WS-GATE-COUNT > ZERO
               AND NOT (WS-RESTART-ACTIVE
                   AND WS-RELEASED-COUNT < WS-CKPT-STEPS-DONE)
               PERFORM 2100-CHECK-INPUT-GATES
               IF WS-INPUTS-PENDING
                   SET WS-INPUT-WAITING TO TRUE
                   SET WS-CKPT-HELD TO TRUE
                   PERFORM 2190-HOLD-THIS-TRACK
                   GO TO 2000-EXIT
               END-IF
               IF WS-INPUTS-LATE
                   PERFORM 2180-MARK-LATE-INPUT
                   GO TO 2000-EXIT
               END-IF
           END-IF

      *> released: the restart skip counts released steps, which in
      *> deterministic release order reproduces the abended run's
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL
           MOVE SPACE TO WS-RECOVERY-OUTCOME-SWITCH
           IF RETURN-CODE NOT = ZERO
               AND WS-RULE-COUNT > ZERO
               PERFORM 2300-APPLY-RECOVERY THRU 2300-EXIT
           END-IF
           PERFORM 9000-RECORD-STEP-RESULT
           IF WS-STEP-RECOVERED
               MOVE "RECOVERED" TO WS-STEP-STATUS (WS-STEP-INDEX)
               IF 4 > WS-WORST-RC
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF
           PERFORM 2090-RESOLVE-THIS-STEP
           IF NOT WS-ABORT-ACTIVE
               PERFORM 1800-WRITE-DRIVER-CHECKPOINT
           SET WS-PASS-MADE-PROGRESS TO TRUE
           .

      *> ------------------------------------------------------------
      *> Input gates for the current step. Each dataset not yet seen
      *> is probed; one that is in with tonight's header date stays
      *> arrived for the rest of the run. LATE outranks PENDING: one
      *> expired dataset ends the wait for the whole step.
      *> ------------------------------------------------------------
       2100-CHECK-INPUT-GATES.
           MOVE "R" TO WS-GATE-RESULT-SWITCH
           PERFORM 2110-CHECK-ONE-GATE THRU 2110-EXIT
               VARYING WS-GATE-INDEX FROM 1 BY 1
               UNTIL WS-GATE-INDEX > WS-GATE-COUNT
           .

       2110-CHECK-ONE-GATE.
           IF WS-GATE-STEP-NAME (WS-GATE-INDEX)
                   NOT = WS-STEP-NAME (WS-STEP-INDEX)
               OR WS-GATE-ARRIVED (WS-GATE-INDEX)
               GO TO 2110-EXIT
           END-IF
           PERFORM 2120-PROBE-ONE-GATE
           IF WS-GATE-ARRIVED (WS-GATE-INDEX)
               GO TO 2110-EXIT
           END-IF
           PERFORM 2130-TIME-ONE-GATE
           IF WS-ELAPSED-MINUTES >= WS-GATE-SPAN (WS-GATE-INDEX)
               IF NOT WS-INPUTS-LATE
                   MOVE WS-GATE-DD (WS-GATE-INDEX) TO WS-LATE-DD-NAME
               END-IF
               SET WS-INPUTS-LATE TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF WS-INPUTS-READY
               SET WS-INPUTS-PENDING TO TRUE
           END-IF
           IF WS-GATE-POLL (WS-GATE-INDEX) < WS-NEXT-POLL-MINUTES
               MOVE WS-GATE-POLL (WS-GATE-INDEX)
                   TO WS-NEXT-POLL-MINUTES
           END-IF
           .
       2110-EXIT.
           EXIT
           .

      *> Present, and the first record a standard "H" header dated
      *> tonight's business date -- yesterday's file left in place or
      *> a transfer still writing its header both read as not in.
       2120-PROBE-ONE-GATE.
           MOVE WS-GATE-DD (WS-GATE-INDEX) TO WS-GATE-DD-NAME
           OPEN INPUT GATED-INPUT
           IF WS-GATED-FOUND
               READ GATED-INPUT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GI-REC-HEADER
                           AND GI-HEADER-DATE = WS-TODAY-DATE
                           MOVE "Y" TO WS-GATE-ARRIVED-SWITCH
                               (WS-GATE-INDEX)
                       END-IF
               END-READ
               CLOSE GATED-INPUT
           END-IF
           .

      *> Minutes are counted from the first probe, so a window that
      *> crosses midnight times correctly. A latest time more than
      *> twelve hours past the first probe is taken as already gone
      *> (0130 seen at 0200 is not tomorrow's 0130), and a blank
      *> latest time never waits.
       2130-TIME-ONE-GATE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-NOW-MINUTE = (WS-CT-HH * 60) + WS-CT-MM
           IF NOT WS-GATE-PROBED (WS-GATE-INDEX)
               MOVE "Y" TO WS-GATE-PROBED-SWITCH (WS-GATE-INDEX)
               MOVE WS-NOW-MINUTE
                   TO WS-GATE-FIRST-MINUTE (WS-GATE-INDEX)
               MOVE ZERO TO WS-GATE-SPAN (WS-GATE-INDEX)
               IF WS-GATE-LATEST (WS-GATE-INDEX) IS NUMERIC
                   COMPUTE WS-ELAPSED-MINUTES =
                       (WS-GATE-LATEST-HH (WS-GATE-INDEX) * 60)
                       + WS-GATE-LATEST-MM (WS-GATE-INDEX)
                       - WS-NOW-MINUTE
                   IF WS-ELAPSED-MINUTES < ZERO
                       ADD 1440 TO WS-ELAPSED-MINUTES
                   END-IF
                   IF WS-ELAPSED-MINUTES <= 720
                       MOVE WS-ELAPSED-MINUTES
                           TO WS-GATE-SPAN (WS-GATE-INDEX)
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-ELAPSED-MINUTES = WS-NOW-MINUTE
               - WS-GATE-FIRST-MINUTE (WS-GATE-INDEX)
           IF WS-ELAPSED-MINUTES < ZERO
               ADD 1440 TO WS-ELAPSED-MINUTES
           END-IF
           .

      *> The wait ran out: the step never runs tonight. It blocks its
      *> dependents the way a FAILED step does, freezes the
      *> checkpoint so the rerun resumes here once the file is in,
      *> and goes to ERRLOG as an ERROR so OPALERT and OPNOTIFY
      *> page the on-call person.
       2180-MARK-LATE-INPUT.
           MOVE "LATE-INPUT" TO WS-STEP-STATUS (WS-STEP-INDEX)
           IF 8 > WS-WORST-RC
               MOVE 8 TO WS-WORST-RC
           END-IF
           SET WS-CKPT-FROZEN TO TRUE
           IF NOT WS-STEP-CONTINUES (WS-STEP-INDEX)
               PERFORM 2190-HOLD-THIS-TRACK
           END-IF
           MOVE "E" TO WS-ERR-SEVERITY
           MOVE "DBD001" TO WS-ERR-CODE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "STEP " DELIMITED BY SIZE
               WS-STEP-NAME (WS-STEP-INDEX) DELIMITED BY SPACE
               " LATE-INPUT: " DELIMITED BY SIZE
               WS-LATE-DD-NAME DELIMITED BY SPACE
               " NOT IN DATED " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           END-STRING
           CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           PERFORM 2090-RESOLVE-THIS-STEP
           .

      *> ------------------------------------------------------------
      *> Automated recovery for the step that just failed. The first
      *> RECOVTAB rule for this step whose RC range takes the RC is
      *> applied; the RC left in RETURN-CODE on the way out is the
      *> last attempt's, which 9000 then records as usual. Skip and
      *> stop-and-page act through the step's continue flag and the
      *> suite abort, the same levers 9000 itself pulls.
      *> ------------------------------------------------------------
       2300-APPLY-RECOVERY.
           MOVE RETURN-CODE TO WS-ATTEMPT-RC
           MOVE "N" TO WS-RULE-FOUND-SWITCH
           PERFORM 2310-MATCH-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                   OR WS-RULE-FOUND
           IF NOT WS-RULE-FOUND
               GO TO 2300-EXIT
           END-IF
           SUBTRACT 1 FROM WS-RULE-INDEX

           EVALUATE TRUE
           WHEN WS-RULE-SPENT (WS-RULE-INDEX)
               SET WS-RECOVERY-NOT-TRIED TO TRUE
               MOVE "NOT TRIED - FAILED EARLIER TONIGHT"
                   TO WS-NEW-EVENT-RESULT
               MOVE "NOT TRIED" TO RA-OUTCOME
           WHEN WS-RULE-SKIP (WS-RULE-INDEX)
               SET WS-RECOVERY-SKIPPED TO TRUE
               MOVE "Y" TO WS-STEP-CONT-FLAG (WS-STEP-INDEX)
               MOVE "SKIPPED - SUITE CONTINUES"
                   TO WS-NEW-EVENT-RESULT
               MOVE "SKIPPED" TO RA-OUTCOME
           WHEN WS-RULE-STOP-AND-PAGE (WS-RULE-INDEX)
               SET WS-RECOVERY-PAGED TO TRUE
               MOVE "N" TO WS-STEP-CONT-FLAG (WS-STEP-INDEX)
               SET WS-ABORT-ACTIVE TO TRUE
               MOVE "SUITE STOPPED - ON-CALL PAGED"
                   TO WS-NEW-EVENT-RESULT
               MOVE "PAGED" TO RA-OUTCOME
               MOVE "S" TO WS-ERR-SEVERITY
               MOVE "DBD002" TO WS-ERR-CODE
               PERFORM 2380-LOG-RECOVERY-ERROR
           WHEN OTHER
               PERFORM 2320-RECOVER-STEP THRU 2320-EXIT
           END-EVALUATE

           MOVE WS-RULE-RC-LOW (WS-RULE-INDEX) TO WS-RANGE-LOW
           MOVE WS-RULE-RC-HIGH (WS-RULE-INDEX) TO WS-RANGE-HIGH
           MOVE SPACES TO WS-NEW-EVENT-ACTION
           STRING "RULE RC " WS-RANGE-DISPLAY " ACTION "
               WS-RULE-ACTION (WS-RULE-INDEX)
               DELIMITED BY SIZE INTO WS-NEW-EVENT-ACTION
           END-STRING
           PERFORM 2370-ADD-EVENT
           MOVE "RESULT" TO RA-EVENT
           MOVE ZERO TO RA-ATTEMPT
           MOVE WS-RULE-PROGRAM (WS-RULE-INDEX) TO RA-PROGRAM
           PERFORM 2390-WRITE-RECOVERY-AUDIT
           MOVE WS-ATTEMPT-RC TO RETURN-CODE
           .
       2300-EXIT.
           EXIT
           .

       2310-MATCH-ONE-RULE.
           IF WS-RULE-STEP-NAME (WS-RULE-INDEX)
                   = WS-STEP-NAME (WS-STEP-INDEX)
               AND WS-ATTEMPT-RC >= WS-RULE-RC-LOW (WS-RULE-INDEX)
               AND WS-ATTEMPT-RC <= WS-RULE-RC-HIGH (WS-RULE-INDEX)
               SET WS-RULE-FOUND TO TRUE
           END-IF
           .

      *> R and F: the recovery program (F only) must come back clean
      *> before any retry is spent; the rule fails -- and is spent
      *> for the night -- when the fix or every retry fails.
       2320-RECOVER-STEP.
           IF WS-RULE-FIX-AND-RETRY (WS-RULE-INDEX)
               PERFORM 2340-RUN-RECOVERY-PROGRAM
               IF WS-FIX-RC NOT = ZERO
                   GO TO 2320-FAILED
               END-IF
           END-IF
           PERFORM 2330-RETRY-ONE-TIME
               VARYING WS-RETRY-NUMBER FROM 1 BY 1
               UNTIL WS-RETRY-NUMBER > WS-RULE-RETRIES (WS-RULE-INDEX)
                   OR WS-ATTEMPT-RC = ZERO
           IF WS-ATTEMPT-RC = ZERO
               SET WS-STEP-RECOVERED TO TRUE
               MOVE "RECOVERED" TO WS-NEW-EVENT-RESULT
               MOVE "RECOVERED" TO RA-OUTCOME
               GO TO 2320-EXIT
           END-IF
           .
       2320-FAILED.
           SET WS-RECOVERY-FAILED TO TRUE
           MOVE "Y" TO WS-RULE-SPENT-SWITCH (WS-RULE-INDEX)
           MOVE "FAILED - NOT TRIED AGAIN TONIGHT"
               TO WS-NEW-EVENT-RESULT
           MOVE "FAILED" TO RA-OUTCOME
           MOVE "E" TO WS-ERR-SEVERITY
           MOVE "DBD003" TO WS-ERR-CODE
           PERFORM 2380-LOG-RECOVERY-ERROR
           .
       2320-EXIT.
           EXIT
           .

       2330-RETRY-ONE-TIME.
           IF WS-RULE-DELAY (WS-RULE-INDEX) > ZERO
               COMPUTE WS-WAIT-NANOSECONDS =
                   WS-RULE-DELAY (WS-RULE-INDEX) * 1000000000
               CALL "CBL_OC_NANOSLEEP" USING WS-WAIT-NANOSECONDS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF
           CANCEL WS-STEP-PROGRAM (WS-STEP-INDEX)
           MOVE ZERO TO RETURN-CODE
           CALL WS-STEP-PROGRAM (WS-STEP-INDEX)
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-ATTEMPT-RC
           MOVE WS-RETRY-NUMBER TO WS-RETRY-DISPLAY
           MOVE WS-RULE-RETRIES (WS-RULE-INDEX) TO RA-ATTEMPT
           MOVE SPACES TO WS-NEW-EVENT-ACTION
           STRING "RETRY " WS-RETRY-DISPLAY " OF " RA-ATTEMPT
               DELIMITED BY SIZE INTO WS-NEW-EVENT-ACTION
           END-STRING
           MOVE WS-ATTEMPT-RC TO RA-RC
           MOVE "RETRY" TO RA-EVENT
           MOVE WS-RETRY-NUMBER TO RA-ATTEMPT
           MOVE WS-STEP-PROGRAM (WS-STEP-INDEX) TO RA-PROGRAM
           PERFORM 2360-RECORD-ONE-ACTION
           .

       2340-RUN-RECOVERY-PROGRAM.
           MOVE ZERO TO RETURN-CODE
           CALL WS-RULE-PROGRAM (WS-RULE-INDEX)
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-FIX-RC
           CANCEL WS-RULE-PROGRAM (WS-RULE-INDEX)
           MOVE SPACES TO WS-NEW-EVENT-ACTION
           STRING "RUN " WS-RULE-PROGRAM (WS-RULE-INDEX)
               DELIMITED BY SIZE INTO WS-NEW-EVENT-ACTION
           END-STRING
           MOVE WS-FIX-RC TO RA-RC
           MOVE "RUN-FIX" TO RA-EVENT
           MOVE ZERO TO RA-ATTEMPT
           MOVE WS-RULE-PROGRAM (WS-RULE-INDEX) TO RA-PROGRAM
           PERFORM 2360-RECORD-ONE-ACTION
           .

      *> one attempt's BATCHRPT event and audit record; RA-RC and the
      *> event action are already set by the caller
       2360-RECORD-ONE-ACTION.
           MOVE RA-RC TO WS-RC-DISPLAY
           MOVE SPACES TO WS-NEW-EVENT-RESULT
           IF RA-RC = ZERO
               MOVE "OK" TO RA-OUTCOME
           ELSE
               MOVE "FAILED" TO RA-OUTCOME
           END-IF
           STRING "RC " WS-RC-DISPLAY " " RA-OUTCOME
               DELIMITED BY SIZE INTO WS-NEW-EVENT-RESULT
           END-STRING
           PERFORM 2370-ADD-EVENT
           PERFORM 2390-WRITE-RECOVERY-AUDIT
           .

       2370-ADD-EVENT.
           IF WS-EVENT-COUNT < 60
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-STEP-INDEX
                   TO WS-EVENT-STEP-INDEX (WS-EVENT-COUNT)
               MOVE WS-NEW-EVENT-ACTION
                   TO WS-EVENT-ACTION (WS-EVENT-COUNT)
               MOVE WS-NEW-EVENT-RESULT
                   TO WS-EVENT-RESULT (WS-EVENT-COUNT)
           END-IF
           .

       2380-LOG-RECOVERY-ERROR.
           MOVE WS-ATTEMPT-RC TO WS-RC-DISPLAY
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "STEP " DELIMITED BY SIZE
               WS-STEP-NAME (WS-STEP-INDEX) DELIMITED BY SPACE
               " RC " DELIMITED BY SIZE
               WS-RC-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEW-EVENT-RESULT DELIMITED BY "  "
               INTO WS-ERR-MESSAGE
           END-STRING
           CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
               WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           .

       2390-WRITE-RECOVERY-AUDIT.
           MOVE WS-TODAY-DATE TO RA-DATE
           ACCEPT RA-TIME FROM TIME
           MOVE WS-GEN-RUN-ID TO RA-RUN-ID
           MOVE WS-STEP-NAME (WS-STEP-INDEX) TO RA-STEP-NAME
           MOVE WS-RULE-RC-LOW (WS-RULE-INDEX) TO RA-RULE-RC-LOW
           MOVE WS-RULE-ACTION (WS-RULE-INDEX) TO RA-RULE-ACTION
           IF RA-EVENT = "RESULT"
               MOVE WS-ATTEMPT-RC TO RA-RC
           END-IF
           OPEN EXTEND RECOVERY-AUDIT
           IF WS-RECOVAUD-NOT-FOUND
               OPEN OUTPUT RECOVERY-AUDIT
           END-IF
           WRITE RECOVERY-AUDIT-RECORD FROM WS-RECOVERY-AUDIT-LINE
           CLOSE RECOVERY-AUDIT
           .

       2190-HOLD-THIS-TRACK.
           MOVE "Y" TO WS-TRACK-HOLD-SWITCH
               (WS-STEP-TRACK (WS-STEP-INDEX))
           .

      *> A predecessor satisfies its dependents when it is resolved
      *> and did not fail unacceptably: OK, RESTART, DISABLD,
      *> NOTDUE, OFF-TRK, NOTSCHD, and SKIPPED-that-resolved all
      *> release; FAILED and LATE-INPUT release only when the step
      *> is carded continue-on-error; either one without continue,
      *> and BLOCKED, block the dependent for good.
       2050-CHECK-PREDECESSORS.
           MOVE "Y" TO WS-PREDS-READY-SWITCH
           MOVE "N" TO WS-PREDS-BLOCKED-SWITCH
           WHEN WS-STEP-STATUS (WS-PRED-STEP-INDEX) = "FAILED"
               AND NOT WS-STEP-CONTINUES (WS-PRED-STEP-INDEX)
               SET WS-PREDS-BLOCKED TO TRUE
           WHEN WS-STEP-STATUS (WS-PRED-STEP-INDEX) = "LATE-INPUT"
               AND NOT WS-STEP-CONTINUES (WS-PRED-STEP-INDEX)
               SET WS-PREDS-BLOCKED TO TRUE
           END-EVALUATE
           .
       2060-EXIT.
           END-IF
           .

      *> ------------------------------------------------------------
      *> Catch-up: tonight's PROCDATE and run ID (RUNIDGEN has just
      *> cut them) are set aside, each missed business date is run
      *> as a night of its own, oldest first, and tonight's are put
      *> back. A night that does not complete stops the catch-up;
      *> the CATCHUP card stays in place until every missed date has
      *> completed, so resubmitting the same job resumes it -- at
      *> the stopped night's checkpoint, since RUNHIST never saw it.
      *> ------------------------------------------------------------
       5000-RUN-CATCH-UP.
           CALL "BUSDATE" USING WS-TONIGHT-DATE
           OPEN INPUT RUN-ID-IN
           IF WS-RUNID-FOUND
               READ RUN-ID-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-ID-IN-RECORD TO WS-TONIGHT-RUN-ID
               END-READ
               CLOSE RUN-ID-IN
           END-IF
           OPEN OUTPUT CATCH-UP-REPORT
           PERFORM 5100-FIND-LAST-NIGHT
           MOVE WS-TONIGHT-DATE TO CH-TONIGHT-DATE
           MOVE WS-LAST-DONE-DATE TO CH-LAST-DONE-DATE
           WRITE CATCH-UP-REPORT-RECORD FROM WS-CATCH-UP-HEADING-1
           IF WS-LAST-DONE-DATE = SPACES
               MOVE "NO COMPLETED NIGHT ON RUNHIST OR THE CATCHUP CARD -
      -            "- NOTHING RUN" TO CN-TEXT
               WRITE CATCH-UP-REPORT-RECORD FROM WS-CATCH-UP-NOTE-LINE
               MOVE 8 TO WS-CATCH-UP-WORST-RC
               MOVE "E" TO WS-ERR-SEVERITY
               MOVE "DBD004" TO WS-ERR-CODE
               MOVE "CATCH-UP NOT RUN: NO LAST COMPLETED NIGHT KNOWN"
                   TO WS-ERR-MESSAGE
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
               GO TO 5000-CLOSE
           END-IF
           WRITE CATCH-UP-REPORT-RECORD FROM WS-CATCH-UP-HEADING-2
           PERFORM 5150-LIST-MISSED-DATES
           PERFORM 5250-LOAD-CATCH-UP-INPUTS
           PERFORM 5200-RUN-ONE-MISSED-NIGHT
               VARYING WS-MISSED-INDEX FROM 1 BY 1
               UNTIL WS-MISSED-INDEX > WS-MISSED-COUNT
                   OR WS-CATCH-UP-STOPPED
           PERFORM 5500-RESTORE-TONIGHT
           PERFORM 5600-PRINT-CATCH-UP-TOTALS
           .
       5000-CLOSE.
           CLOSE CATCH-UP-REPORT
           MOVE WS-CATCH-UP-WORST-RC TO WS-WORST-RC
           .
       5000-EXIT.
           EXIT
           .

      *> The last completed night is the latest run date on RUNHIST
      *> before tonight -- RUNRECON appends a night's records once
      *> it has reconciled it -- unless the card names one. A date
      *> that is not a real calendar date counts as none at all.
       5100-FIND-LAST-NIGHT.
           IF WS-CARD-LAST-DONE-DATE NOT = SPACES
               MOVE WS-CARD-LAST-DONE-DATE TO WS-LAST-DONE-DATE
           ELSE
               OPEN INPUT RUN-HISTORY
               IF WS-RUNHIST-FOUND
                   PERFORM 5110-READ-RUNHIST
                   PERFORM 5120-CHECK-ONE-HISTORY
                       UNTIL WS-END-OF-RUNHIST
                   CLOSE RUN-HISTORY
               END-IF
           END-IF
           IF WS-LAST-DONE-DATE NOT = SPACES
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-LAST-DONE-NUM)
               IF WS-DAY-INTEGER = ZERO
                   MOVE SPACES TO WS-LAST-DONE-DATE
               END-IF
           END-IF
           .

       5110-READ-RUNHIST.
           READ RUN-HISTORY
               AT END
                   SET WS-END-OF-RUNHIST TO TRUE
           END-READ
           .

       5120-CHECK-ONE-HISTORY.
           IF RHI-DATE IS NUMERIC
               AND RHI-DATE < WS-TONIGHT-DATE
               AND RHI-DATE > WS-LAST-DONE-DATE
               MOVE RHI-DATE TO WS-LAST-DONE-DATE
           END-IF
           PERFORM 5110-READ-RUNHIST
           .

      *> Every date after the last completed night and before
      *> tonight that RUNCAL does not card as a non-processing day,
      *> up to a month of them; the rest wait for the next
      *> submission, which starts after the last one done here.
       5150-LIST-MISSED-DATES.
           COMPUTE WS-TONIGHT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TONIGHT-NUM)
           ADD 1 TO WS-DAY-INTEGER
           PERFORM 5160-CONSIDER-ONE-DATE
               UNTIL WS-DAY-INTEGER >= WS-TONIGHT-INTEGER
                   OR WS-MISSED-OVERFLOW
           .

       5160-CONSIDER-ONE-DATE.
           COMPUTE WS-CANDIDATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
           PERFORM 5170-CHECK-CANDIDATE-CALENDAR
           IF WS-CANDIDATE-PROCESSES
               IF WS-MISSED-COUNT = 31
                   SET WS-MISSED-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE WS-CANDIDATE-DATE
                       TO WS-MISSED-DATE (WS-MISSED-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-DAY-INTEGER
           .

       5170-CHECK-CANDIDATE-CALENDAR.
           MOVE "Y" TO WS-CANDIDATE-SWITCH
           OPEN INPUT RUN-CALENDAR
           IF WS-RUNCAL-FOUND
               MOVE "N" TO WS-RUNCAL-EOF-SWITCH
               PERFORM 1110-READ-RUNCAL
               PERFORM 5180-CHECK-ONE-CALENDAR-DATE
                   UNTIL WS-END-OF-RUNCAL
                       OR NOT WS-CANDIDATE-PROCESSES
               CLOSE RUN-CALENDAR
           END-IF
           .

       5180-CHECK-ONE-CALENDAR-DATE.
           IF RC-IN-DATE = WS-CANDIDATE-DATE
               MOVE "N" TO WS-CANDIDATE-SWITCH
           ELSE
               PERFORM 1110-READ-RUNCAL
           END-IF
           .

      *> One missed night, start to finish. A night that stopped its
      *> own suite, froze its checkpoint, or could not order its
      *> schedule did not complete: it is not reconciled (so RUNHIST
      *> does not count it done) and nothing later is run.
       5200-RUN-ONE-MISSED-NIGHT.
           MOVE WS-MISSED-DATE (WS-MISSED-INDEX) TO WS-CANDIDATE-DATE
           PERFORM 5210-SET-NIGHT-DATE
           PERFORM 5220-STAGE-NIGHT-INPUTS
           PERFORM 5300-RESET-NIGHT
           PERFORM 0200-RUN-ONE-NIGHT
           ADD 1 TO WS-MISSED-DONE-COUNT
           MOVE ZERO TO WS-RECON-RC
           MOVE SPACES TO CN-TEXT
           IF WS-ABORT-ACTIVE
               OR WS-CKPT-FROZEN
               OR NOT WS-SCHEDULE-VALID
               SET WS-CATCH-UP-STOPPED TO TRUE
               MOVE "NIGHT DID NOT COMPLETE - RESUBMIT TO RESUME IT"
                   TO CN-TEXT
               IF 8 > WS-WORST-RC
                   MOVE 8 TO WS-WORST-RC
               END-IF
           ELSE
               PERFORM 5230-RECONCILE-NIGHT
           END-IF
           EVALUATE TRUE
           WHEN WS-CATCH-UP-STOPPED
               MOVE "STOPPED" TO CD-VERDICT
               ADD 1 TO WS-STOPPED-COUNT
           WHEN WS-WORST-RC = ZERO
               AND WS-RECON-RC = ZERO
               MOVE "COMPLETE" TO CD-VERDICT
               ADD 1 TO WS-COMPLETE-COUNT
           WHEN OTHER
               MOVE "EXCEPTIONS" TO CD-VERDICT
               ADD 1 TO WS-EXCEPTION-COUNT
           END-EVALUATE
           IF WS-WORST-RC > WS-CATCH-UP-WORST-RC
               MOVE WS-WORST-RC TO WS-CATCH-UP-WORST-RC
           END-IF
           IF WS-RECON-RC > WS-CATCH-UP-WORST-RC
               MOVE WS-RECON-RC TO WS-CATCH-UP-WORST-RC
           END-IF
           PERFORM 5240-PRINT-NIGHT-LINE
           PERFORM 5400-CANCEL-NIGHT-PROGRAMS
           .

      *> The night's PROCDATE, and a run ID for it numbered past any
      *> earlier attempt at the same date on RPTINDEX, so a resumed
      *> night is told apart from the attempt that stopped.
       5210-SET-NIGHT-DATE.
           MOVE ZERO TO WS-NIGHT-SEQUENCE
           OPEN INPUT REPORT-INDEX
           IF WS-RPTINDEX-FOUND
               MOVE "N" TO WS-RPTINDEX-EOF-SWITCH
               PERFORM 5212-READ-RPTINDEX
               PERFORM 5214-CHECK-ONE-INDEX-ENTRY
                   UNTIL WS-END-OF-RPTINDEX
               CLOSE REPORT-INDEX
           END-IF
           ADD 1 TO WS-NIGHT-SEQUENCE

           OPEN OUTPUT PROC-DATE-OUT
           MOVE WS-CANDIDATE-DATE TO PDO-DATE
           WRITE PROC-DATE-OUT-RECORD
           CLOSE PROC-DATE-OUT

           OPEN OUTPUT RUN-ID-OUT
           MOVE WS-CANDIDATE-DATE TO RIO-DATE
           MOVE "-" TO RIO-DASH
           MOVE WS-NIGHT-SEQUENCE TO RIO-SEQUENCE
           WRITE RUN-ID-OUT-RECORD
           CLOSE RUN-ID-OUT
           .

       5212-READ-RPTINDEX.
           READ REPORT-INDEX
               AT END
                   SET WS-END-OF-RPTINDEX TO TRUE
           END-READ
           .

       5214-CHECK-ONE-INDEX-ENTRY.
           IF RI-RUN-ID (1:8) = WS-CANDIDATE-DATE
               AND RI-RUN-ID (10:3) IS NUMERIC
               MOVE RI-RUN-ID (10:3) TO WS-INDEX-SEQUENCE
               IF WS-INDEX-SEQUENCE > WS-NIGHT-SEQUENCE
                   MOVE WS-INDEX-SEQUENCE TO WS-NIGHT-SEQUENCE
               END-IF
           END-IF
           PERFORM 5212-READ-RPTINDEX
           .

      *> Each carded input DD is rewritten from the date's
      *> generation -- the prefix plus the date's MMDD names its DD.
      *> A generation not supplied leaves the input empty, so an
      *> earlier date's records are never booked a second time.
       5220-STAGE-NIGHT-INPUTS.
           MOVE ZERO TO WS-STAGED-COUNT
           PERFORM 5225-STAGE-ONE-INPUT
               VARYING WS-CATCH-INPUT-INDEX FROM 1 BY 1
               UNTIL WS-CATCH-INPUT-INDEX > WS-CATCH-INPUT-COUNT
           .

       5225-STAGE-ONE-INPUT.
           MOVE "N" TO WS-CATCH-STAGED-SWITCH (WS-CATCH-INPUT-INDEX)
           MOVE SPACES TO WS-CATCH-GEN-DD (WS-CATCH-INPUT-INDEX)
           STRING WS-CATCH-GEN-PREFIX (WS-CATCH-INPUT-INDEX)
                   DELIMITED BY SPACE
               WS-CANDIDATE-DATE (5:4) DELIMITED BY SIZE
               INTO WS-CATCH-GEN-DD (WS-CATCH-INPUT-INDEX)
           END-STRING
           MOVE WS-CATCH-GEN-DD (WS-CATCH-INPUT-INDEX)
               TO WS-GENERATION-DD
           MOVE WS-CATCH-LIVE-DD (WS-CATCH-INPUT-INDEX) TO WS-LIVE-DD
           OPEN OUTPUT CATCH-UP-LIVE-INPUT
           OPEN INPUT CATCH-UP-GENERATION
           IF WS-GENERATION-FOUND
               MOVE "N" TO WS-GENERATION-EOF-SWITCH
               PERFORM 5227-READ-GENERATION
               PERFORM 5228-COPY-ONE-RECORD
                   UNTIL WS-END-OF-GENERATION
               CLOSE CATCH-UP-GENERATION
               MOVE "Y" TO WS-CATCH-STAGED-SWITCH
                   (WS-CATCH-INPUT-INDEX)
               ADD 1 TO WS-STAGED-COUNT
           END-IF
           CLOSE CATCH-UP-LIVE-INPUT
           .

       5227-READ-GENERATION.
           READ CATCH-UP-GENERATION
               AT END
                   SET WS-END-OF-GENERATION TO TRUE
           END-READ
           .

       5228-COPY-ONE-RECORD.
           WRITE CATCH-UP-LIVE-RECORD FROM CATCH-UP-GENERATION-RECORD
           PERFORM 5227-READ-GENERATION
           .

      *> RUNRECON reconciles the night's JOBLOG exactly as the
      *> nightly job's own step does and appends the night to
      *> RUNHIST -- which is what marks it completed. It is
      *> CANCELled so the next night's counts start from nothing.
       5230-RECONCILE-NIGHT.
           MOVE ZERO TO RETURN-CODE
           CALL "RUNRECON"
               ON EXCEPTION
                   SET WS-CATCH-UP-STOPPED TO TRUE
                   MOVE "RUNRECON NOT AVAILABLE - NIGHT NOT RECORDED ON
      -                " RUNHIST" TO CN-TEXT
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RECON-RC
           CANCEL "RUNRECON"
           .

       5240-PRINT-NIGHT-LINE.
           MOVE WS-CANDIDATE-DATE TO CD-DATE
           MOVE WS-GEN-RUN-ID TO CD-RUN-ID
           MOVE WS-STAGED-COUNT TO CD-STAGED
           MOVE WS-CATCH-INPUT-COUNT TO CD-INPUTS
           MOVE WS-WORST-RC TO CD-RC
           MOVE WS-RECON-RC TO CD-RECON-RC
           WRITE CATCH-UP-REPORT-RECORD FROM WS-CATCH-UP-DETAIL-LINE
           IF CN-TEXT NOT = SPACES
               WRITE CATCH-UP-REPORT-RECORD
                   FROM WS-CATCH-UP-NOTE-LINE
           END-IF
           PERFORM 5245-PRINT-ONE-ABSENT-INPUT
               VARYING WS-CATCH-INPUT-INDEX FROM 1 BY 1
               UNTIL WS-CATCH-INPUT-INDEX > WS-CATCH-INPUT-COUNT
           .

       5245-PRINT-ONE-ABSENT-INPUT.
           IF NOT WS-CATCH-STAGED (WS-CATCH-INPUT-INDEX)
               MOVE SPACES TO CN-TEXT
               STRING "INPUT " DELIMITED BY SIZE
                   WS-CATCH-LIVE-DD (WS-CATCH-INPUT-INDEX)
                       DELIMITED BY SPACE
                   " LEFT EMPTY - NO GENERATION ON DD "
                       DELIMITED BY SIZE
                   WS-CATCH-GEN-DD (WS-CATCH-INPUT-INDEX)
                       DELIMITED BY SPACE
                   INTO CN-TEXT
               END-STRING
               WRITE CATCH-UP-REPORT-RECORD
                   FROM WS-CATCH-UP-NOTE-LINE
           END-IF
           .

      *> CATCHINP: input DD name, generation DD prefix (up to four
      *> characters). A card missing either is passed over.
       5250-LOAD-CATCH-UP-INPUTS.
           OPEN INPUT CATCH-UP-INPUT-TABLE
           IF WS-CATCHINP-FOUND
               PERFORM 5260-READ-CATCHINP
               PERFORM 5270-LOAD-ONE-INPUT THRU 5270-EXIT
                   UNTIL WS-END-OF-CATCHINP
                   OR WS-CATCH-INPUT-COUNT = 20
               CLOSE CATCH-UP-INPUT-TABLE
           END-IF
           .

       5260-READ-CATCHINP.
           READ CATCH-UP-INPUT-TABLE
               AT END
                   SET WS-END-OF-CATCHINP TO TRUE
           END-READ
           .

       5270-LOAD-ONE-INPUT.
           IF WS-END-OF-CATCHINP
               GO TO 5270-EXIT
           END-IF
           IF CI-IN-LIVE-DD = SPACES
               OR CI-IN-GEN-PREFIX = SPACES
               PERFORM 5260-READ-CATCHINP
               GO TO 5270-EXIT
           END-IF
           ADD 1 TO WS-CATCH-INPUT-COUNT
           MOVE CI-IN-LIVE-DD TO WS-CATCH-LIVE-DD (WS-CATCH-INPUT-COUNT)
           MOVE CI-IN-GEN-PREFIX
               TO WS-CATCH-GEN-PREFIX (WS-CATCH-INPUT-COUNT)
           PERFORM 5260-READ-CATCHINP
           .
       5270-EXIT.
           EXIT
           .

      *> Everything 1000-INITIALIZE and the release engine take from
      *> their starting VALUEs, put back before each missed night.
       5300-RESET-NIGHT.
           MOVE "N" TO WS-SCHEDTAB-EOF-SWITCH
           MOVE "N" TO WS-RUNCAL-EOF-SWITCH
           MOVE "N" TO WS-INPGATE-EOF-SWITCH
           MOVE "N" TO WS-RECOVERY-EOF-SWITCH
           MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           MOVE SPACES TO WS-TODAY-DAY-TYPE
           MOVE "N" TO WS-RESTART-SWITCH
           MOVE "N" TO WS-CKPT-FOREIGN-SWITCH
           MOVE "N" TO WS-CKPT-FREEZE-SWITCH
           MOVE "N" TO WS-CKPT-HOLD-SWITCH
           MOVE "N" TO WS-ABORT-SWITCH
           MOVE "N" TO WS-PRED-MODE-SWITCH
           MOVE "Y" TO WS-SCHED-VALID-SWITCH
           MOVE "N" TO WS-INPUT-WAIT-SWITCH
           MOVE ZERO TO WS-CKPT-STEPS-DONE
           MOVE ZERO TO WS-STEP-COUNT
           MOVE ZERO TO WS-RESOLVED-COUNT
           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE ZERO TO WS-GATE-COUNT
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE ZERO TO WS-WORST-RC
           .

      *> Every step program -- and RUNFREQ, which holds the calendar
      *> and the date it loaded -- starts the next night from fresh
      *> storage, as it would in a job of its own.
       5400-CANCEL-NIGHT-PROGRAMS.
           PERFORM 5410-CANCEL-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
           CANCEL "RUNFREQ"
           .

       5410-CANCEL-ONE-STEP.
           CANCEL WS-STEP-PROGRAM (WS-STEP-INDEX)
           .

       5500-RESTORE-TONIGHT.
           OPEN OUTPUT PROC-DATE-OUT
           MOVE WS-TONIGHT-DATE TO PDO-DATE
           WRITE PROC-DATE-OUT-RECORD
           CLOSE PROC-DATE-OUT
           IF WS-TONIGHT-RUN-ID NOT = SPACES
               OPEN OUTPUT RUN-ID-OUT
               WRITE RUN-ID-OUT-RECORD FROM WS-TONIGHT-RUN-ID
               CLOSE RUN-ID-OUT
           END-IF
           .

      *> Dates never reached are listed NOT RUN. A stop is an ERROR
      *> on tonight's ERRLOG so OPALERT pages it; a catch-up with
      *> every missed date complete empties the card.
       5600-PRINT-CATCH-UP-TOTALS.
           IF WS-MISSED-COUNT = ZERO
               MOVE "NO MISSED BUSINESS DATES" TO CN-TEXT
               WRITE CATCH-UP-REPORT-RECORD
                   FROM WS-CATCH-UP-NOTE-LINE
           END-IF
           COMPUTE WS-MISSED-INDEX = WS-MISSED-DONE-COUNT + 1
           PERFORM 5610-PRINT-ONE-NOT-RUN
               UNTIL WS-MISSED-INDEX > WS-MISSED-COUNT
           IF WS-MISSED-OVERFLOW
               MOVE "MORE MISSED DATES REMAIN - RESUBMIT ONCE THESE AR
      -            "E COMPLETE" TO CN-TEXT
               WRITE CATCH-UP-REPORT-RECORD
                   FROM WS-CATCH-UP-NOTE-LINE
               IF 4 > WS-CATCH-UP-WORST-RC
                   MOVE 4 TO WS-CATCH-UP-WORST-RC
               END-IF
           END-IF
           MOVE WS-MISSED-COUNT    TO CT-MISSED
           MOVE WS-COMPLETE-COUNT  TO CT-COMPLETE
           MOVE WS-EXCEPTION-COUNT TO CT-EXCEPTIONS
           MOVE WS-STOPPED-COUNT   TO CT-STOPPED
           MOVE WS-NOT-RUN-COUNT   TO CT-NOT-RUN
           WRITE CATCH-UP-REPORT-RECORD FROM WS-CATCH-UP-TOTAL-LINE
           EVALUATE TRUE
           WHEN WS-CATCH-UP-STOPPED
               MOVE "E" TO WS-ERR-SEVERITY
               MOVE "DBD004" TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "CATCH-UP STOPPED AT "
                   WS-MISSED-DATE (WS-MISSED-DONE-COUNT)
                   ": NIGHT DID NOT COMPLETE"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               CALL "ERROR-LOG-WRITER" USING WS-JOBLOG-PROGRAM-NAME,
                   WS-ERR-SEVERITY, WS-ERR-CODE, WS-ERR-MESSAGE
           WHEN NOT WS-MISSED-OVERFLOW
               OPEN OUTPUT CATCH-UP-CARD
               CLOSE CATCH-UP-CARD
           END-EVALUATE
           .

       5610-PRINT-ONE-NOT-RUN.
           MOVE WS-MISSED-DATE (WS-MISSED-INDEX) TO NR-DATE
           WRITE CATCH-UP-REPORT-RECORD FROM WS-CATCH-UP-NOT-RUN-LINE
           ADD 1 TO WS-NOT-RUN-COUNT
           ADD 1 TO WS-MISSED-INDEX
           .

       9000-RECORD-STEP-RESULT.
           MOVE RETURN-CODE TO WS-STEP-RC (WS-STEP-INDEX)
           IF RETURN-CODE > WS-WORST-RC
           MOVE WS-STEP-STATUS (WS-STEP-INDEX) TO DL-STATUS
           WRITE BATCH-REPORT-RECORD FROM WS-DETAIL-LINE
           WRITE REPORT-GENERATION-RECORD FROM WS-DETAIL-LINE
           PERFORM 8200-PRINT-ONE-EVENT
               VARYING WS-EVENT-INDEX FROM 1 BY 1
               UNTIL WS-EVENT-INDEX > WS-EVENT-COUNT
           .

       8200-PRINT-ONE-EVENT.
           IF WS-EVENT-STEP-INDEX (WS-EVENT-INDEX) = WS-STEP-INDEX
               MOVE WS-EVENT-ACTION (WS-EVENT-INDEX) TO RL-ACTION
               MOVE WS-EVENT-RESULT (WS-EVENT-INDEX) TO RL-RESULT
               WRITE BATCH-REPORT-RECORD FROM WS-RECOVERY-LINE
               WRITE REPORT-GENERATION-RECORD FROM WS-RECOVERY-LINE
           END-IF
           .
       END PROGRAM DAILY-BATCH-DRIVER.
