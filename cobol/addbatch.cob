*>                   future-dated details book tonight under the
*>                   FUTURE marker, the same treatment the pend-
*>                   table-full path always got.
*>   2026-09-06  dp  Cross-night duplicate detection. The rerun
*>                   check only knows tonight; it never saw the
*>                   upstream system re-send yesterday's details
*>                   inside tonight's file under a new header date,
*>                   which double-booked ACCTPTD twice this quarter.
*>                   Every booked detail now leaves a fingerprint --
*>                   the received record from AT-DATE through
*>                   AT-CURRENCY -- on the TXHIST history, stamped
*>                   with the booking date, and a main-file detail
*>                   whose fingerprint matches one booked on any of
*>                   the prior DUPPARM nights (missing DUPPARM
*>                   defaults to 7; 000 turns the check off) parks
*>                   in ADDSUSP under the new reason 06 instead of
*>                   booking. The control desk releases a genuine
*>                   repeat through SUSPFIX/ADDRESUB as usual -- the
*>                   re-entry and pending fold-in passes do not
*>                   check, so a release books. TXHIST is trimmed
*>                   to the window at startup through ADDBKOWK, and
*>                   any records stamped tonight (an abended or
*>                   superseded earlier submission) are dropped in
*>                   the same pass. The balancing hash is untouched:
*>                   reason-06 amounts parse and sum as received.
*>   2026-09-07  dp  Manual adjustments. Approved entries on ADJPEND
*>                   (keyed and approved under maker-checker control
*>                   at the ADJDESK console) book after the pending
*>                   fold-in through the same validate-and-book
*>                   chain, printed in their own ADJUSTMENTS section
*>                   of ADDRPT with the adjustment number, maker,
*>                   checker, and reason under each detail, and are
*>                   marked booked ("B") -- or suspended ("S") to
*>                   ADDSUSP when the masters have moved since
*>                   approval. Each outcome appends to the ADJAUD
*>                   audit. A supersede rerun returns tonight's B/S
*>                   entries to approved, since their bookings and
*>                   suspense items were backed out with the rest.
*>                   Decided entries drop off ADJPEND 30 days on;
*>                   ADJAUD keeps the permanent record. An ADJPEND
*>                   over the table books none of it (ADB009, RC 8).
*>   2026-09-09  dp  Original-currency tracking. Once 2350 converted
*>                   a foreign detail only the base amount reached
*>                   ACCTPTD, so treasury could not see what we hold
*>                   in CAD, let alone revalue it. The ACCTPTD record
*>                   grew a currency code and an original-currency
*>                   net at its end, and an account that booked in a
*>                   foreign currency now appends one record per
*>                   currency carrying that currency's share of the
*>                   night (count, debits, credits, and operation
*>                   nets in base, plus the net in the original
*>                   currency) beside a USD record for the rest.
*>                   Every existing reader still sums an account's
*>                   records to the same base figures. The month-end
*>                   FXREVAL run restates the foreign records at the
*>                   closing rate. A full currency table (100 account
*>                   and currency pairs) leaves the excess inside the
*>                   USD record under WARNING ADB010, RC 4.
*>   2026-09-10  dp  Multi-feed intake. ADDTRANS is now built each
*>                   night by the ADDMERGE step from every carded
*>                   upstream feed, each proved on its own controls,
*>                   and every detail carries the name of the feed it
*>                   came from in the new AT-FEED field at the end of
*>                   the record (RECURGEN and ALLOCRUN tag their own
*>                   details). Each ADDRPT detail line now shows it
*>                   after the date marker. ADDPEND held details
*>                   widened to the full 60 bytes so a deferred item
*>                   keeps its tag. Resubmitted and adjustment details
*>                   carry no tag and print none.
*>   2026-09-12  dp  Shadow mode. An ADDRPARM card saying SHADOW
*>                   books tonight's ADDTRANS without touching any
*>                   history or work-in-progress dataset: no rerun
*>                   check or backout, no TXHIST trim or fingerprints,
*>                   no CTLHIST record, ADDRESUB not truncated,
*>                   ADDPEND and ADJPEND not rewritten, no ADJAUD,
*>                   and the report generation goes to ARPTSHD with
*>                   no RPTINDEX entry. ADDRPT opens with a SHADOW RUN
*>                   line. The ADDSHADW procedure runs it twice --
*>                   against the live masters and against a proposed
*>                   ACCTMAST/RATETAB -- into scratch suspense,
*>                   journal, and posting datasets, and SHADCMP
*>                   reports what the proposed masters would change.
*>   2026-09-24  dp  Every run now reports the high-water mark of its
*>                   four fixed tables -- accounts (50), account
*>                   master (100), rates (100), and pending items
*>                   (300) -- against their limits to the CAPHIST
*>                   capacity history through the shared CAPACITY-
*>                   WRITER, for the nightly CAPRPT headroom report.
*>                   A table at its limit reports 100%. A shadow run
*>                   books nothing real and records nothing.
*>   2026-09-30  dp  Both ARITH-OPS calls now pass the transaction's
*>                   account, which ARITH-OPS carries into the new
*>                   CALCLOG account column, so the archive search
*>                   can find an account's calculations months on.
*> ==================================================================

environment division.
    select report-index     assign to "RPTINDEX"
        organization is line sequential
        file status is ws-rptindex-status.
    select fingerprint-history assign to "TXHIST"
        organization is line sequential
        file status is ws-txhist-status.
    select duplicate-parm   assign to "DUPPARM"
        organization is line sequential
        file status is ws-dupparm-status.
    select adjustment-file  assign to "ADJPEND"
        organization is line sequential
        file status is ws-adjpend-status.
    select adjustment-audit assign to "ADJAUD"
        organization is line sequential
        file status is ws-adjaud-status.

data division.
file section.
    05  at-currency                     pic x(03).
    88  at-base-currency                            value "USD"
                                                          "   ".
    05  filler                          pic x(01).
    05  at-feed                         pic x(08).
01  at-trailer-record redefines at-record.
    05  filler                          pic x(01).
    05  filler                          pic x(01).
    05  filler                          pic x(01).
    05  pj-net-divide                   pic s9(11)v99
                                        sign leading separate.
    05  filler                          pic x(01).
    05  pj-currency                     pic x(03).
    05  filler                          pic x(01).
    05  pj-orig-net                     pic s9(11)v99
                                        sign leading separate.

fd  pending-file.
01  pending-record                      pic x(60).

fd  rerun-parm.
01  rerun-parm-record.
    05  rp-keyword                      pic x(09).
    88  rp-supersede                                value "SUPERSEDE".
    88  rp-shadow                                   value "SHADOW".

fd  backout-in.
01  backout-in-record                   pic x(160).
    05  filler                          pic x(01).
    05  ri-member                       pic x(08).

fd  fingerprint-history.
01  fingerprint-history-record.
    05  fh-booked-date                  pic x(08).
    05  filler                          pic x(01).
    05  fh-fingerprint                  pic x(49).

fd  duplicate-parm.
01  duplicate-parm-record.
    05  dp-window-days                  pic 9(03).

fd  adjustment-file.
01  adjustment-record                   pic x(146).

fd  adjustment-audit.
01  adjustment-audit-record             pic x(140).

fd  rate-table.
01  rate-table-record.
    05  rt-in-currency                  pic x(03).
        10  ws-account-op-count         pic 9(6) comp-5
                                        occurs 4 times.
01  ws-op-slot                          pic 9(02) comp-5.

*> The foreign-currency share of each account entry above, by
*> currency: base figures (already inside the account entry) plus
*> the net in the currency the details arrived in.
01  ws-fx-balance-count                 pic 9(03) comp-5 value zero.
01  ws-fx-balance-index                 pic 9(03) comp-5.
01  ws-fx-balance-found-switch          pic x(01).
    88  ws-fx-balance-found                      value "Y".
01  ws-fx-balance-warned-switch         pic x(01) value "N".
    88  ws-fx-balance-warned                     value "Y".
01  ws-fx-balance-table.
    05  ws-fx-balance-entry occurs 100 times.
        10  ws-fxb-account              pic x(08).
        10  ws-fxb-currency             pic x(03).
        10  ws-fxb-tx-count             pic 9(6) comp-5.
        10  ws-fxb-debits               pic s9(11)v99 comp-3.
        10  ws-fxb-credits              pic s9(11)v99 comp-3.
        10  ws-fxb-op-net               pic s9(11)v99 comp-3
                                        occurs 4 times.
        10  ws-fxb-orig-net             pic s9(11)v99 comp-3.
01  ws-orig-z                           pic s9(11)v99 comp-3.
01  ws-ptd-base.
    05  ws-ptd-tx-count                 pic 9(6) comp-5.
    05  ws-ptd-debits                   pic s9(11)v99 comp-3.
    05  ws-ptd-credits                  pic s9(11)v99 comp-3.
    05  ws-ptd-op-net                   pic s9(11)v99 comp-3
                                        occurs 4 times.
01  ws-err-fxb-severity                 pic x(01) value "W".
01  ws-err-fxb-code                     pic x(06) value "ADB010".
01  ws-err-fxb-message                  pic x(60) value
    "CURRENCY TABLE FULL -- FOREIGN AMOUNTS IN ACCTPTD AS USD".
01  ws-acctptd-status                   pic x(02) value spaces.
    88  ws-acctptd-not-found                     value "35".

01  ws-pend-date                        pic x(08).
01  ws-pend-table.
    05  ws-pend-entry occurs 300 times.
        10  ws-pend-record              pic x(60).
        10  ws-pend-due-switch          pic x(01).
            88  ws-pend-due                      value "Y".
01  ws-defer-switch                     pic x(01).
01  ws-pending-item-line.
    05  filler                          pic x(09)
        value "PENDING  ".
    05  pn-item                         pic x(60).
01  ws-pend-full-line.
    05  filler                          pic x(20)
        value "PENDING TABLE FULL: ".
    88  ws-rerun-blocked                         value "Y".
01  ws-supersede-switch                 pic x(01) value "N".
    88  ws-supersede-mode                        value "Y".
01  ws-shadow-switch                    pic x(01) value "N".
    88  ws-shadow-mode                           value "Y".
01  ws-shadow-line                      pic x(132) value
    "SHADOW RUN -- WHAT-IF BOOKING, NO HISTORY OR PENDING FILE UPDATED".
01  ws-backed-out-count                 pic 9(06) comp-5 value zero.
*> the three dated side-effect files a supersede backs out, with
*> the column their date rides in
01  ws-err-super-message                pic x(60) value
    "SUPERSEDE RERUN -- TONIGHT'S EARLIER ENTRIES BACKED OUT".

*> Cross-night duplicate detection: fingerprints (the received
*> detail from AT-DATE through AT-CURRENCY) of everything booked on
*> the prior DUPPARM nights.
01  ws-txhist-status                    pic x(02) value spaces.
    88  ws-txhist-found                          value "00".
    88  ws-txhist-not-found                      value "35".
01  ws-dupparm-status                   pic x(02) value spaces.
    88  ws-dupparm-found                         value "00".
01  ws-fp-eof-switch                    pic x(01) value "N".
    88  ws-end-of-fingerprints                   value "Y".
01  ws-fp-open-switch                   pic x(01) value "N".
    88  ws-fingerprints-open                     value "Y".
01  ws-dup-window-days                  pic 9(03) comp-5 value 7.
01  ws-dup-cutoff-integer               pic 9(08) comp-5.
01  ws-dup-cutoff-num                   pic 9(08).
01  ws-dup-cutoff-date redefines ws-dup-cutoff-num
                                        pic x(08).
01  ws-fp-count                         pic 9(04) comp-5 value zero.
01  ws-fp-index                         pic 9(04) comp-5.
01  ws-fp-overflow                      pic 9(06) comp-5 value zero.
01  ws-fp-match-switch                  pic x(01).
    88  ws-fp-matched                            value "Y".
01  ws-fp-table.
    05  ws-fp-entry occurs 5000 times   pic x(49).
01  ws-duplicate-count                  pic 9(06) comp-5 value zero.
01  ws-err-dup-severity                 pic x(01) value "W".
01  ws-err-dup-code                     pic x(06) value "ADB008".
01  ws-err-dup-message                  pic x(60) value
    "DUPLICATE HISTORY OVER TABLE -- NOT ALL NIGHTS CHECKED".
01  ws-duplicate-line.
    05  filler                          pic x(38)
        value "PRIOR-NIGHT DUPLICATES PARKED (06):   ".
    05  du-count                        pic zzzzz9.

*> Manual adjustments: the ADJPEND file loads whole, one entry per
*> adjustment, in the layout the ADJDESK console keeps.
01  ws-adjpend-status                   pic x(02) value spaces.
    88  ws-adjpend-found                         value "00".
01  ws-adjaud-status                    pic x(02) value spaces.
    88  ws-adjaud-not-found                      value "35".
01  ws-adj-eof-switch                   pic x(01) value "N".
    88  ws-end-of-adjustments                    value "Y".
01  ws-adjaud-open-switch               pic x(01) value "N".
    88  ws-adjaud-open                           value "Y".
01  ws-adj-head-switch                  pic x(01) value "N".
    88  ws-adj-head-printed                      value "Y".
01  ws-adj-count                        pic 9(03) comp-5 value zero.
01  ws-adj-index                        pic 9(03) comp-5.
01  ws-adj-load-overflow                pic 9(06) comp-5 value zero.
01  ws-adj-booked-count                 pic 9(06) comp-5 value zero.
01  ws-adj-suspended-count              pic 9(06) comp-5 value zero.
01  ws-adj-total                        pic s9(11)v99 comp-3
                                        value zero.
01  ws-adj-retain-days                  pic 9(03) comp-5 value 30.
01  ws-adj-cutoff-integer               pic 9(08) comp-5.
01  ws-adj-cutoff-num                   pic 9(08).
01  ws-adj-cutoff-date redefines ws-adj-cutoff-num
                                        pic x(08).
01  ws-adj-table.
    05  ws-adj-entry occurs 300 times.
        10  ws-adj-record               pic x(146).
01  ws-adj-work.
    05  aw-id                           pic 9(06).
    05  filler                          pic x(01).
    05  aw-status                       pic x(01).
        88  aw-approved                              value "A".
        88  aw-booked                                value "B".
        88  aw-rejected                              value "R".
        88  aw-suspended                             value "S".
    05  filler                          pic x(01).
    05  aw-entered-date                 pic x(08).
    05  filler                          pic x(01).
    05  aw-maker                        pic x(08).
    05  filler                          pic x(01).
    05  aw-checker                      pic x(08).
    05  filler                          pic x(01).
    05  aw-decided-date                 pic x(08).
    05  filler                          pic x(01).
    05  aw-booked-date                  pic x(08).
    05  filler                          pic x(01).
    05  aw-detail                       pic x(51).
    05  filler                          pic x(01).
    05  aw-reason                       pic x(40).
01  ws-err-adj-severity                 pic x(01) value "E".
01  ws-err-adj-code                     pic x(06) value "ADB009".
01  ws-err-adj-message                  pic x(60) value
    "ADJPEND OVER TABLE -- NO ADJUSTMENTS BOOKED TONIGHT".
01  ws-adj-head-line                    pic x(80)
    value "ADJUSTMENTS".
01  ws-adj-memo-line.
    05  filler                          pic x(06) value "  ADJ ".
    05  am-id                           pic 9(06).
    05  filler                          pic x(07) value " MAKER ".
    05  am-maker                        pic x(08).
    05  filler                          pic x(09) value " CHECKER ".
    05  am-checker                      pic x(08).
    05  filler                          pic x(01) value space.
    05  am-outcome                      pic x(12).
    05  filler                          pic x(01) value space.
    05  am-reason                       pic x(40).
01  ws-adj-total-line.
    05  filler                          pic x(20)
        value "ADJUSTMENTS BOOKED: ".
    05  ab-count                        pic zzzzz9.
    05  filler                          pic x(08) value " TOTAL: ".
    05  ab-total                        pic -9(11).99.
    05  filler                          pic x(12) value " SUSPENDED: ".
    05  ab-suspended                    pic zzzzz9.
01  ws-adj-audit-line.
    05  au-date                         pic x(08).
    05  filler                          pic x(01) value space.
    05  au-time                         pic x(08).
    05  filler                          pic x(01) value space.
    05  au-operator                     pic x(08).
    05  filler                          pic x(01) value space.
    05  au-action                       pic x(08).
    05  filler                          pic x(01) value space.
    05  au-id                           pic 9(06).
    05  filler                          pic x(01) value space.
    05  au-detail                       pic x(51).
    05  filler                          pic x(01) value space.
    05  au-note                         pic x(40).
01  ws-adj-audit-time                   pic x(08).

*> capacity history: one call per fixed table per run
01  ws-cap-table-name                   pic x(20).
01  ws-cap-peak                         pic 9(05) comp-5.
01  ws-cap-limit                        pic 9(05) comp-5.

01  ws-runid-status                     pic x(02) value spaces.
    88  ws-runid-found                           value "00".
01  ws-run-id                           pic x(12) value spaces.
    05  dl-z                            pic -9(9).99.
    05  filler                          pic x(01) value space.
    05  dl-date-flag                    pic x(09).
    05  filler                          pic x(01) value space.
    05  dl-feed                         pic x(08).

01  ws-summary-heading                  pic x(80)
    value "ACCOUNT SUMMARY".
*> future-dated details (2075 books them under FUTURE instead)
        if ws-pend-load-overflow = zero
            perform 2900-process-pending thru 2900-exit
            if not ws-shadow-mode
                perform 2950-rewrite-pending
            end-if
        end-if
*> the same reasoning holds for ADJPEND: an approved adjustment
*> booked from a table that cannot be rewritten would book again
        if ws-adj-load-overflow = zero
            perform 2800-process-adjustments thru 2800-exit
        end-if
    end-if
    if ws-suspense-is-open
        close suspense-file
    end-if
    if ws-fingerprints-open
        close fingerprint-history
    end-if
    perform 3000-print-account-summary
    perform 3500-print-control-total
    if ws-input-balanced
*> instead of consuming yesterday's file again
    perform 5500-write-posting-file
    perform 8000-terminate
    if not ws-shadow-mode
        perform 8500-record-capacity
    end-if
    .
0000-wrap-up.
    call "JOBLOG-WRITER" using ws-joblog-program-name,
*> rerun's block supersedes on its own.
*> ------------------------------------------------------------
0500-check-rerun.
*> a shadow run books nothing real, so it neither needs the rerun
*> check nor may back anything out
    perform 0520-read-rerun-parm
    if ws-shadow-mode
        go to 0500-exit
    end-if
    perform 0510-look-for-tonight thru 0510-exit
    if not ws-rerun-detected
        move "N" to ws-supersede-switch
        go to 0500-exit
    end-if
    if ws-supersede-mode
        call "ERROR-LOG-WRITER" using ws-err-program-name,
            ws-err-super-severity, ws-err-super-code,
                if rp-supersede
                    set ws-supersede-mode to true
                end-if
                if rp-shadow
                    set ws-shadow-mode to true
                end-if
        end-read
        close rerun-parm
    end-if
    if ws-run-id (10:3) is numeric
        move ws-run-id (10:3) to ws-gen-name (5:3)
    end-if
*> a shadow run must never become "tonight's ADDRPT" to the index
    if ws-shadow-mode
        move "ARPTSHD" to ws-gen-name
    end-if
    open output report-generation
    .

0350-close-report-generation.
    close report-generation
    if ws-shadow-mode
        go to 0350-exit
    end-if
    open extend report-index
    if ws-rptindex-not-found
        open output report-index
    write report-index-record
    close report-index
    .
0350-exit.
    exit
    .

1000-initialize.
    perform 0300-open-report-generation
    perform 1200-load-account-master
    perform 1250-load-rate-table
    perform 1280-load-pending thru 1280-exit
    perform 1300-load-fingerprints thru 1300-exit
    perform 1400-load-adjustments thru 1400-exit
    open input  add-transactions
    open output add-report
    if ws-shadow-mode
        write ar-record from ws-shadow-line
        write report-generation-record from ws-shadow-line
    end-if
    if ws-addtrans-found
        perform 1500-validate-balance
        if ws-input-balanced
    exit
    .

*> The fingerprint history trims to the DUPPARM window as it loads:
*> records inside the window stream through ADDBKOWK (the backout
*> work dataset, free once the rerun check is done) and are copied
*> back; older ones, and any stamped tonight by an earlier
*> submission that never completed, are dropped. A table overflow
*> leaves the newest nights unchecked, so it warns.
1300-load-fingerprints.
    open input duplicate-parm
    if ws-dupparm-found
        read duplicate-parm
            at end
                continue
            not at end
                if dp-window-days is numeric
                    move dp-window-days to ws-dup-window-days
                end-if
        end-read
        close duplicate-parm
    end-if
    if ws-dup-window-days = zero
        go to 1300-exit
    end-if
    compute ws-dup-cutoff-integer = function integer-of-date(
        function numval(ws-today-date)) - ws-dup-window-days
    compute ws-dup-cutoff-num =
        function date-of-integer(ws-dup-cutoff-integer)

    open input fingerprint-history
    if not ws-txhist-found
        go to 1300-exit
    end-if
*> a shadow run loads the window but leaves the trim to the real one
    if not ws-shadow-mode
        open output backout-work
    end-if
    perform 1310-read-fingerprint
    perform 1320-keep-one-fingerprint thru 1320-exit
        until ws-end-of-fingerprints
    close fingerprint-history

    if not ws-shadow-mode
        close backout-work
        open input backout-work
        open output fingerprint-history
        move "N" to ws-backout-eof-switch
        perform 1330-copy-one-fingerprint
            until ws-end-of-backout
        close backout-work
        close fingerprint-history
    end-if

    if ws-fp-overflow > zero
        call "ERROR-LOG-WRITER" using ws-err-program-name,
            ws-err-dup-severity, ws-err-dup-code,
            ws-err-dup-message
        if 4 > ws-max-return-code
            move 4 to ws-max-return-code
        end-if
    end-if
    .
1300-exit.
    exit
    .

1310-read-fingerprint.
    read fingerprint-history
        at end
            set ws-end-of-fingerprints to true
    end-read
    .

1320-keep-one-fingerprint.
    if ws-end-of-fingerprints
        go to 1320-exit
    end-if
    if fh-booked-date < ws-dup-cutoff-date
        or fh-booked-date >= ws-today-date
        go to 1320-next
    end-if
    if not ws-shadow-mode
        write backout-work-record from fingerprint-history-record
    end-if
    if ws-fp-count < 5000
        add 1 to ws-fp-count
        move fh-fingerprint to ws-fp-entry (ws-fp-count)
    else
        add 1 to ws-fp-overflow
    end-if
    .
1320-next.
    perform 1310-read-fingerprint
    .
1320-exit.
    exit
    .

1330-copy-one-fingerprint.
    read backout-work
        at end
            set ws-end-of-backout to true
        not at end
            write fingerprint-history-record
                from backout-work-record
    end-read
    .

*> The adjustment file loads whole. A supersede rerun returns the
*> entries an earlier submission booked or suspended tonight to
*> approved -- their ACCTPTD and ADDSUSP entries were just backed
*> out, so they must book again. An overflow books nothing.
1400-load-adjustments.
    compute ws-adj-cutoff-integer = function integer-of-date(
        function numval(ws-today-date)) - ws-adj-retain-days
    compute ws-adj-cutoff-num =
        function date-of-integer(ws-adj-cutoff-integer)
    open input adjustment-file
    if not ws-adjpend-found
        go to 1400-exit
    end-if
    perform 1410-read-adjustment
    perform 1420-load-one-adjustment thru 1420-exit
        until ws-end-of-adjustments
    close adjustment-file
    if ws-adj-load-overflow > zero
        call "ERROR-LOG-WRITER" using ws-err-program-name,
            ws-err-adj-severity, ws-err-adj-code,
            ws-err-adj-message
        if 8 > ws-max-return-code
            move 8 to ws-max-return-code
        end-if
    end-if
    .
1400-exit.
    exit
    .

1410-read-adjustment.
    read adjustment-file
        at end
            set ws-end-of-adjustments to true
    end-read
    .

1420-load-one-adjustment.
    if ws-end-of-adjustments
        go to 1420-exit
    end-if
    if ws-adj-count < 300
        add 1 to ws-adj-count
        move adjustment-record to ws-adj-work
        if ws-supersede-mode
            and (aw-booked or aw-suspended)
            and aw-booked-date = ws-today-date
            move "A"    to aw-status
            move spaces to aw-booked-date
        end-if
        move ws-adj-work to ws-adj-record (ws-adj-count)
    else
        add 1 to ws-adj-load-overflow
    end-if
    perform 1410-read-adjustment
    .
1420-exit.
    exit
    .

*> Balancing pre-pass: the whole file is read and the "T" trailer's
*> detail count and AT-X/AT-Y hash total are proven before anything
*> is booked. The file is closed and reopened for the processing
    if ws-record-valid
        perform 2065-validate-currency thru 2065-exit
    end-if
    if ws-record-valid
        perform 2085-check-duplicate thru 2085-exit
    end-if
    if ws-record-valid
        perform 2300-book-one-transaction
    else
    end-if
    .

*> A main-file detail identical, field for field as received, to
*> one booked on a prior night inside the DUPPARM window suspends
*> under reason 06. Only the main pass checks: a reason-06 item the
*> control desk resubmits through ADDRESUB is a deliberate release.
2085-check-duplicate.
    if ws-fp-count = zero
        go to 2085-exit
    end-if
    move "N" to ws-fp-match-switch
    perform 2087-match-one-fingerprint
        varying ws-fp-index from 1 by 1
        until ws-fp-index > ws-fp-count
            or ws-fp-matched
    if ws-fp-matched
        move "N"  to ws-record-valid-switch
        move "06" to ws-suspense-reason
        add 1 to ws-duplicate-count
    end-if
    .
2085-exit.
    exit
    .

2087-match-one-fingerprint.
    if ws-fp-entry (ws-fp-index) = at-record (3:49)
        set ws-fp-matched to true
    end-if
    .

*> A future-dated detail is held on the pending file rather than
*> booked -- it folds in automatically the night its date arrives.
*> A full pending table books the item tonight under a FUTURE
        if ws-pend-count < 300
            and ws-pend-load-overflow = zero
            add 1 to ws-pend-count
            move at-record (1:60)
                to ws-pend-record (ws-pend-count)
            move "N" to ws-pend-due-switch (ws-pend-count)
            add 1 to ws-deferred-count

    call "ARITH-OPS" using ws-op-code, ws-round-mode,
        ws-operand-count, ws-operand-table, ws-x, ws-y, ws-z,
        ws-remainder, at-account
    if return-code > ws-max-return-code
        move return-code to ws-max-return-code
    end-if
    when other
        move spaces to dl-date-flag
    end-evaluate
    move at-feed to dl-feed
    write ar-record from ws-detail-line
    write report-generation-record from ws-detail-line
    perform 2380-record-fingerprint
    .

*> Every booking, whichever pass it came through, leaves its
*> fingerprint for the nights that follow.
2380-record-fingerprint.
    if ws-dup-window-days = zero
        or ws-shadow-mode
        continue
    else
        if not ws-fingerprints-open
            open extend fingerprint-history
            if ws-txhist-not-found
                open output fingerprint-history
            end-if
            set ws-fingerprints-open to true
        end-if
        move spaces              to fingerprint-history-record
        move ws-today-date       to fh-booked-date
        move at-record (3:49)    to fh-fingerprint
        write fingerprint-history-record
    end-if
    .

*> Conversion to base at booking time, through ARITH-OPS's multiply
    move ws-fx-rate to ws-operand-entry (2)
    call "ARITH-OPS" using ws-fx-op-code, ws-round-mode,
        ws-operand-count, ws-operand-table, ws-fx-in, ws-fx-rate,
        ws-fx-out, ws-fx-rem, at-account
    if return-code > ws-max-return-code
        move return-code to ws-max-return-code
    end-if
*> has either re-booked (and left its "R" marker) or gone back to
*> suspense, so it is truncated here the same way the checkpoint
*> files are cleared -- or the same corrected records would re-book
*> into every subsequent night's totals. A shadow run leaves them
*> for the real one.
    if not ws-shadow-mode
        open output resubmission-file
        close resubmission-file
    end-if
    .
2700-exit.
    exit
    end-if
    .

*> ------------------------------------------------------------
*> Adjustments: every approved ADJPEND entry books through the
*> same validate-and-book chain as the fold-in pass (no duplicate
*> check -- two approvals make a repeat deliberate), in its own
*> ADDRPT section. The detail line comes from 2300 as usual, so
*> CALCRECN ties it out like any other; the memo line beneath it
*> names the adjustment, its maker and checker, and the reason.
*> ------------------------------------------------------------
2800-process-adjustments.
    perform 2810-book-one-adjustment
        varying ws-adj-index from 1 by 1
        until ws-adj-index > ws-adj-count
    if ws-adj-head-printed
        move ws-adj-booked-count    to ab-count
        move ws-adj-total           to ab-total
        move ws-adj-suspended-count to ab-suspended
        write ar-record from ws-adj-total-line
        write report-generation-record from ws-adj-total-line
    end-if
    if ws-adjaud-open
        close adjustment-audit
    end-if
    if not ws-shadow-mode
        perform 2850-rewrite-adjustments
    end-if
    .
2800-exit.
    exit
    .

2810-book-one-adjustment.
    move ws-adj-record (ws-adj-index) to ws-adj-work
    if not aw-approved
        continue
    else
        if not ws-adj-head-printed
            write ar-record from ws-adj-head-line
            write report-generation-record from ws-adj-head-line
            set ws-adj-head-printed to true
        end-if
        move aw-detail to at-record
        perform 2050-validate-amounts
        if ws-record-valid
            perform 2060-validate-account thru 2060-exit
        end-if
        if ws-record-valid
            perform 2065-validate-currency thru 2065-exit
        end-if
        if ws-record-valid
            perform 2300-book-one-transaction
            add 1 to ws-adj-booked-count
            add ws-z to ws-adj-total
            move "B"      to aw-status
            move "BOOKED" to am-outcome
            move "BOOKED" to au-action
            move aw-reason to au-note
        else
            perform 2600-write-suspense
            add 1 to ws-adj-suspended-count
            move "S" to aw-status
            move spaces to am-outcome
            string "SUSPENDED " ws-suspense-reason
                delimited by size into am-outcome
            move "SUSPEND" to au-action
            move spaces to au-note
            string "SUSPENDED TO ADDSUSP -- REASON "
                ws-suspense-reason delimited by size into au-note
        end-if
        move ws-today-date to aw-booked-date
        move aw-id         to am-id
        move aw-maker      to am-maker
        move aw-checker    to am-checker
        move aw-reason     to am-reason
        write ar-record from ws-adj-memo-line
        write report-generation-record from ws-adj-memo-line
        if not ws-shadow-mode
            perform 2820-write-adjustment-audit
        end-if
        move ws-adj-work to ws-adj-record (ws-adj-index)
    end-if
    .

2820-write-adjustment-audit.
    if not ws-adjaud-open
        open extend adjustment-audit
        if ws-adjaud-not-found
            open output adjustment-audit
        end-if
        set ws-adjaud-open to true
    end-if
    accept ws-adj-audit-time from time
    move ws-today-date      to au-date
    move ws-adj-audit-time  to au-time
    move "ADDBATCH"         to au-operator
    move aw-id              to au-id
    move aw-detail          to au-detail
    write adjustment-audit-record from ws-adj-audit-line
    .

*> The rewrite keeps everything still open or decided inside the
*> retention window; a rejected entry ages from its decision, a
*> booked or suspended one from the night it went through.
2850-rewrite-adjustments.
    if ws-adj-count = zero
        continue
    else
        open output adjustment-file
        perform 2860-keep-one-adjustment
            varying ws-adj-index from 1 by 1
            until ws-adj-index > ws-adj-count
        close adjustment-file
    end-if
    .

2860-keep-one-adjustment.
    move ws-adj-record (ws-adj-index) to ws-adj-work
    evaluate true
    when aw-rejected
        and aw-decided-date < ws-adj-cutoff-date
        continue
    when (aw-booked or aw-suspended)
        and aw-booked-date < ws-adj-cutoff-date
        continue
    when other
        move ws-adj-work to adjustment-record
        write adjustment-record
    end-evaluate
    .

2950-rewrite-pending.
    open output pending-file
    perform 2960-keep-one-pending
    perform 2430-slot-for-op-code
    add ws-z to ws-account-op-net (ws-account-index, ws-op-slot)
    add 1 to ws-account-op-count (ws-account-index, ws-op-slot)
    if not at-base-currency
        perform 2450-accumulate-currency thru 2450-exit
    end-if
    .
2400-full.
    exit
        to ws-account-op-count (ws-account-index, ws-op-slot)
    .

*> A foreign detail's share of the account, kept by currency for
*> the ACCTPTD split. The original-currency result is worked from
*> the amounts as received, outside ARITH-OPS, so it books nothing
*> to CALCLOG for CALCRECN to miss on the report.
2450-accumulate-currency.
    move "N" to ws-fx-balance-found-switch
    perform 2460-match-one-currency
        varying ws-fx-balance-index from 1 by 1
        until ws-fx-balance-index > ws-fx-balance-count
            or ws-fx-balance-found
    if ws-fx-balance-found
        subtract 1 from ws-fx-balance-index
    else
        if ws-fx-balance-count = 100
            if not ws-fx-balance-warned
                set ws-fx-balance-warned to true
                call "ERROR-LOG-WRITER" using ws-err-program-name,
                    ws-err-fxb-severity, ws-err-fxb-code,
                    ws-err-fxb-message
                if 4 > ws-max-return-code
                    move 4 to ws-max-return-code
                end-if
            end-if
            go to 2450-exit
        end-if
        add 1 to ws-fx-balance-count
        move ws-fx-balance-count to ws-fx-balance-index
        move at-account  to ws-fxb-account (ws-fx-balance-index)
        move at-currency to ws-fxb-currency (ws-fx-balance-index)
        move zero to ws-fxb-tx-count (ws-fx-balance-index)
        move zero to ws-fxb-debits (ws-fx-balance-index)
        move zero to ws-fxb-credits (ws-fx-balance-index)
        move zero to ws-fxb-orig-net (ws-fx-balance-index)
        move zero to ws-fxb-op-net (ws-fx-balance-index, 1)
        move zero to ws-fxb-op-net (ws-fx-balance-index, 2)
        move zero to ws-fxb-op-net (ws-fx-balance-index, 3)
        move zero to ws-fxb-op-net (ws-fx-balance-index, 4)
    end-if
    add 1 to ws-fxb-tx-count (ws-fx-balance-index)
    if ws-z < zero
        subtract ws-z from ws-fxb-credits (ws-fx-balance-index)
    else
        add ws-z to ws-fxb-debits (ws-fx-balance-index)
    end-if
    add ws-z to ws-fxb-op-net (ws-fx-balance-index, ws-op-slot)
    evaluate ws-op-code
    when "S"
        compute ws-orig-z rounded = at-x - at-y
    when "M"
        compute ws-orig-z rounded = at-x * at-y
    when "D"
        if at-y = zero
            move zero to ws-orig-z
        else
            compute ws-orig-z rounded = at-x / at-y
        end-if
    when other
        compute ws-orig-z rounded = at-x + at-y
    end-evaluate
    add ws-orig-z to ws-fxb-orig-net (ws-fx-balance-index)
    .
2450-exit.
    exit
    .

2460-match-one-currency.
    if ws-fxb-account (ws-fx-balance-index) = at-account
        and ws-fxb-currency (ws-fx-balance-index) = at-currency
        set ws-fx-balance-found to true
    end-if
    .

2430-slot-for-op-code.
    evaluate ws-op-code
    when "S"
        write ar-record from ws-backdated-line
        write report-generation-record from ws-backdated-line
    end-if
    if ws-duplicate-count > zero
        move ws-duplicate-count to du-count
        write ar-record from ws-duplicate-line
        write report-generation-record from ws-duplicate-line
    end-if
    perform 3600-print-pending-inventory
    .

8000-terminate.
    close add-transactions
    close add-report
    perform 0350-close-report-generation thru 0350-exit
    .

*> The tables only ever grow during a run, so the final counts are
*> the night's high-water marks.
8500-record-capacity.
    move "ACCOUNT-TABLE" to ws-cap-table-name
    move ws-account-count to ws-cap-peak
    move 50 to ws-cap-limit
    perform 8510-write-one-capacity
    move "MASTER-TABLE" to ws-cap-table-name
    move ws-master-count to ws-cap-peak
    move 100 to ws-cap-limit
    perform 8510-write-one-capacity
    move "RATE-TABLE" to ws-cap-table-name
    move ws-rate-count to ws-cap-peak
    move 100 to ws-cap-limit
    perform 8510-write-one-capacity
    move "PENDING-TABLE" to ws-cap-table-name
    move ws-pend-count to ws-cap-peak
    move 300 to ws-cap-limit
    perform 8510-write-one-capacity
    .

8510-write-one-capacity.
    call "CAPACITY-WRITER" using ws-joblog-program-name,
        ws-cap-table-name, ws-cap-peak, ws-cap-limit
    .

*> ------------------------------------------------------------
        perform 4400-compare-tonight
    end-if
    close variance-report
    if not ws-shadow-mode
        perform 4600-append-tonight
    end-if
    .

4100-read-varparm.
    exit
    .

*> The USD record carries what is left of the account once its
*> foreign-currency shares are taken out; each share follows as
*> its own record. An account that booked only in foreign currency
*> writes no USD record.
5100-append-one-account.
    move ws-account-tx-count (ws-account-index) to ws-ptd-tx-count
    move ws-account-debits (ws-account-index)   to ws-ptd-debits
    move ws-account-credits (ws-account-index)  to ws-ptd-credits
    move ws-account-op-net (ws-account-index, 1)
        to ws-ptd-op-net (1)
    move ws-account-op-net (ws-account-index, 2)
        to ws-ptd-op-net (2)
    move ws-account-op-net (ws-account-index, 3)
        to ws-ptd-op-net (3)
    move ws-account-op-net (ws-account-index, 4)
        to ws-ptd-op-net (4)
    perform 5150-take-out-one-currency
        varying ws-fx-balance-index from 1 by 1
        until ws-fx-balance-index > ws-fx-balance-count
    if ws-ptd-tx-count > zero
        move spaces to pj-record
        move ws-today-date                      to pj-date
        move ws-account-code (ws-account-index) to pj-account
        move ws-ptd-tx-count                    to pj-tx-count
        move ws-ptd-debits                      to pj-debits
        move ws-ptd-credits                     to pj-credits
        move ws-ptd-op-net (1)                  to pj-net-add
        move ws-ptd-op-net (2)                  to pj-net-subtract
        move ws-ptd-op-net (3)                  to pj-net-multiply
        move ws-ptd-op-net (4)                  to pj-net-divide
        move "USD"                              to pj-currency
        compute pj-orig-net = ws-ptd-op-net (1) + ws-ptd-op-net (2)
            + ws-ptd-op-net (3) + ws-ptd-op-net (4)
        write pj-record
    end-if
    perform 5160-append-one-currency
        varying ws-fx-balance-index from 1 by 1
        until ws-fx-balance-index > ws-fx-balance-count
    .

5150-take-out-one-currency.
    if ws-fxb-account (ws-fx-balance-index)
            = ws-account-code (ws-account-index)
        subtract ws-fxb-tx-count (ws-fx-balance-index)
            from ws-ptd-tx-count
        subtract ws-fxb-debits (ws-fx-balance-index)
            from ws-ptd-debits
        subtract ws-fxb-credits (ws-fx-balance-index)
            from ws-ptd-credits
        subtract ws-fxb-op-net (ws-fx-balance-index, 1)
            from ws-ptd-op-net (1)
        subtract ws-fxb-op-net (ws-fx-balance-index, 2)
            from ws-ptd-op-net (2)
        subtract ws-fxb-op-net (ws-fx-balance-index, 3)
            from ws-ptd-op-net (3)
        subtract ws-fxb-op-net (ws-fx-balance-index, 4)
            from ws-ptd-op-net (4)
    end-if
    .

5160-append-one-currency.
    if ws-fxb-account (ws-fx-balance-index)
            = ws-account-code (ws-account-index)
        move spaces to pj-record
        move ws-today-date                      to pj-date
        move ws-account-code (ws-account-index) to pj-account
        move ws-fxb-tx-count (ws-fx-balance-index) to pj-tx-count
        move ws-fxb-debits (ws-fx-balance-index)   to pj-debits
        move ws-fxb-credits (ws-fx-balance-index)  to pj-credits
        move ws-fxb-op-net (ws-fx-balance-index, 1) to pj-net-add
        move ws-fxb-op-net (ws-fx-balance-index, 2)
            to pj-net-subtract
        move ws-fxb-op-net (ws-fx-balance-index, 3)
            to pj-net-multiply
        move ws-fxb-op-net (ws-fx-balance-index, 4)
            to pj-net-divide
        move ws-fxb-currency (ws-fx-balance-index) to pj-currency
        move ws-fxb-orig-net (ws-fx-balance-index) to pj-orig-net
        write pj-record
    end-if
    .

*> ------------------------------------------------------------
