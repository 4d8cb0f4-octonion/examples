      *> Date-Written:  2026-09-01
      *> Purpose:       Retention pass over the dated run-report
      *>                store. The producers (DAILY-BATCH-DRIVER,
      *>                ADDBATCH, RUNRECON, ARITHQA, DAYEND, OPSCORE,
      *>                ACCTCLSE, FIBCHRG, FIBONACCI-MAIN, SUSPAGE)
      *>                write one dated, run-ID-stamped generation per
      *>                submission and record it in RPTINDEX; the
      *>                generation names recycle with the daily run
      *>                sequence, so old generations must be retired
      *>                before a stale one could be mistaken for
      *>                tonight's. Driven by the RPTPARM retention
      *>                card (days; missing card defaults to 14, the
      *>                LOGPARM convention): index entries dated
      *>                before the cutoff are dropped, each dropped
      *>                entry's generation dataset is emptied in
      *>                place, and RPTINDEX is rewritten with only
      *>                the retained entries. A purge report goes to
      *>                RPTRETRP with counts per report name.
      *> ------------------------------------------------------------------
      *> Maintenance history
      *>   2026-09-01  dp  Initial version.
      *>                   a dropped entry whose member is still in
      *>                   use reports MEMBER IN USE and drops from
      *>                   the index alone.
      *>   2026-10-01  dp  DAYEND, OPSCORE, ACCTCLSE, FIBCHRG,
      *>                   FIBONACCI-MAIN, and SUSPAGE now index
      *>                   generations too (DRPT/SRPT/TRPT/CRPT/FRPT/
      *>                   GRPT members) for the RPTDLVR distribution
      *>                   step; the pass retires them like the rest
      *>                   -- no change to the logic, which has never
      *>                   keyed on the report name.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
