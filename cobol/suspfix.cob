      *>                     at booking -- and reasons 04/05 (account
      *>                     or currency master failures, fixed in
      *>                     ACCTMAST/RATETAB, not in the record)
      *>                     and reason 06 (a prior night's duplicate
      *>                     -- resubmitting it releases a genuine
      *>                     repeat) resubmit the record unchanged
      *>                     after a confirmation; the result is
      *>                     appended to ADDRESUB in the layout
      *>                     ADDBATCH's re-entry pass consumes
      *>                  X  exit
      *>                Every correction writes a before/after pair
      *>                to the SUSPAUD audit file with the operator
      *>                   operator code, and refuses the console
      *>                   below control-desk level; the SUSPAUD
      *>                   audit pairs now carry a verified operator.
      *>   2026-09-06  dp  Reason 06 (ADDBATCH's cross-night duplicate
      *>                   park) gets its own confirmation text: the
      *>                   record resubmits unchanged, and doing so is
      *>                   the release of a genuine repeat.
      *> ==================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               END-IF
               MOVE WS-AMOUNT-INPUT
                   TO WS-CORRECTED-RECORD (36:12)
           WHEN "06"
               DISPLAY "REASON 06 MATCHES A PRIOR NIGHT'S BOOKING --"
                   " RESUBMIT ONLY A GENUINE REPEAT"
               DISPLAY "THE RECORD RESUBMITS UNCHANGED AND BOOKS"
           WHEN OTHER
               DISPLAY "REASON " WS-ITEM-REASON (WS-PICKED-INDEX)
                   " IS A MASTER-DATA FAILURE -- RECORD RESUBMITS"
