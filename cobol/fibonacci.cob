*>                   checkpoint's age before an operator clears it.
*>                   The restart reader ignores the new column; a
*>                   pre-change checkpoint (no date) reads fine.
*>   2026-09-13  dp  Range requests (FI-MODE "R"): terms FI-RANGE-
*>                   START through FI-NUM, each answered through
*>                   2400-FIB-LOOKUP-OR-COMPUTE onto its own "RANGE
*>                   TERM:" FIBOUT line -- requester in 1-4, term in
*>                   22-27 as on a single-term line, and the request's
*>                   FIBIN position (WS-RECORD-SEQ) after "REQUEST" in
*>                   110-115 -- under a heading naming the range, so
*>                   FIBRECON can match a range request term by term.
*>                   Every FIBRES "D" record now carries the same
*>                   request position after the overflow flag (record
*>                   56 -> 63 bytes). A range that reaches this step
*>                   unedited with a bad start term (a CTLCARD "R", or
*>                   FIBIN run without FIBEDIT) is not answered: one
*>                   RANGE NOT VALID line, RETURN-CODE 4.
*>   2026-09-15  dp  Inverse requests (FI-MODE "I"): FI-INVERSE-VALUE,
*>                   up to 40 digits where a range carries its start
*>                   term, asks which term the value is. 3700-answer-
*>                   inverse binary-searches terms 0 through 193 (the
*>                   last that fits 40 digits) through 2400-fib-
*>                   lookup-or-compute, so the probes come from
*>                   FIBCACHE where they can and are booked to the
*>                   requester's USAGEHST hits and computed like any
*>                   other lookup. One "INVERSE VALUE:" FIBOUT line
*>                   says EXACT with the term, BETWEEN with the two
*>                   bracketing terms (each then printed with its
*>                   value on a LOWER/UPPER TERM line), or BEYOND
*>                   (the LAST TERM line shows F(193)), tagged with
*>                   the request position in 110-115 as a range line
*>                   is. FIBRES "D" records gain an answer column
*>                   (EXACT/BETWEEN/BEYOND, blank for every other
*>                   mode; record 63 -> 71 bytes) and carry the
*>                   answering terms. An inverse whose value is not
*>                   digits (CTLCARD, or FIBIN run without FIBEDIT)
*>                   is not answered: INVERSE NOT VALID, RC 4.
*>   2026-09-24  dp  A batch run now reports the requester table's
*>                   high-water mark against its limit of 20 to the
*>                   CAPHIST capacity history through the shared
*>                   CAPACITY-WRITER, for the nightly CAPRPT headroom
*>                   report -- the 21st code of a night goes
*>                   untallied, and nothing said so.
*>   2026-10-01  dp  A batch run now also writes a dated, run-ID-
*>                   stamped generation of FIBOUT (FRPTNNN, dual-
*>                   written line for line) and records it in
*>                   RPTINDEX, the same as RUNRECON's, so the RPTDLVR
*>                   distribution step finds tonight's report on the
*>                   index and bursts it by requester section. A
*>                   checkpoint restart reopens the generation EXTEND
*>                   the way it reopens the report.
*> ==================================================================

environment division.
    select results-extract      assign to "FIBRES"
        organization is line sequential
        file status is ws-fibres-status.
    select report-generation    assign using ws-gen-name
        organization is line sequential
        file status is ws-gen-status.
    select report-index         assign to "RPTINDEX"
        organization is line sequential
        file status is ws-rptindex-status.
    select run-id-in            assign to "RUNID"
        organization is line sequential
        file status is ws-runid-status.

data division.
file section.
    05  fi-mode                         pic x(01).
    88  fi-mode-single                              value "S".
    88  fi-mode-full-sequence                       value "F".
    88  fi-mode-range                               value "R".
    88  fi-mode-inverse                             value "I".
    05  fi-num                          pic 9(6).
    05  fi-requester                    pic x(04).
    05  fi-request-data.
        10  fi-range-start              pic x(06).
        10  fi-range-start-value redefines fi-range-start
                                        pic 9(06).
        10  filler                      pic x(34).
    05  fi-inverse-value redefines fi-request-data
                                        pic x(40).

fd  fibonacci-report.
01  fib-report-record                   pic x(132).

fd  report-generation.
01  report-generation-record            pic x(132).

fd  report-index.
01  report-index-record.
    05  ri-report                       pic x(08).
    05  filler                          pic x(01).
    05  ri-run-id                       pic x(12).
    05  filler                          pic x(01).
    05  ri-date                         pic x(08).
    05  filler                          pic x(01).
    05  ri-member                       pic x(08).

fd  run-id-in.
01  run-id-in-record                    pic x(12).

fd  fibonacci-checkpoint.
01  ckpt-record.
    05  ckpt-record-count               pic 9(6).
01  fib-statistics-record               pic x(60).

fd  results-extract.
01  results-extract-record              pic x(71).

fd  usage-history.
01  usage-history-record.
    88  ws-ckpt-found                             value "00".
01  ws-report-status                    pic x(02) value spaces.
    88  ws-report-not-found                       value "35".
01  ws-gen-name                         pic x(08).
01  ws-gen-status                       pic x(02) value spaces.
    88  ws-gen-not-found                          value "35".
01  ws-rptindex-status                  pic x(02) value spaces.
    88  ws-rptindex-not-found                     value "35".
01  ws-gen-run-id                       pic x(12) value spaces.
01  ws-runid-status                     pic x(02) value spaces.
    88  ws-runid-found                            value "00".
01  ws-record-seq                       pic 9(6) comp-5 value zero.
01  ws-restart-count                    pic 9(6) comp-5 value zero.
01  ws-restart-switch                   pic x(01) value "N".
        10  ws-requester-hits           pic 9(6) comp-5.
        10  ws-requester-computed       pic 9(6) comp-5.
        10  ws-requester-overflows      pic 9(6) comp-5.
*> capacity history: the requester table's name and limit
01  ws-cap-table-name                   pic x(20) value "REQUESTER-TABLE".
01  ws-cap-peak                         pic 9(05) comp-5.
01  ws-cap-limit                        pic 9(05) comp-5 value 20.
*> Slot in the requester table the request being processed tallies
*> under; zero outside batch processing (interactive lookups are
*> nobody's usage).
    05  xd-value                        pic x(40).
    05  filler                          pic x(01) value space.
    05  xd-overflow-flag                pic x(01).
    05  filler                          pic x(01) value space.
    05  xd-request-seq                  pic 9(06).
    05  filler                          pic x(01) value space.
    05  xd-answer                       pic x(07).
01  ws-extract-trailer-line.
    05  filler                          pic x(01) value "T".
    05  filler                          pic x(01) value space.
01  ws-line-count                       pic 9(4) comp-5 value 99.
01  ws-lines-per-page                   pic 9(4) comp-5 value 55.
01  ws-seq-term                         pic 9(6) comp-5.
01  ws-range-heading.
    05  rg-requester                    pic x(04).
    05  filler                          pic x(15) value
        " RANGE REQUEST ".
    05  rg-request-seq                  pic 9(06).
    05  filler                          pic x(08) value ": TERMS ".
    05  rg-start                        pic zzzzz9.
    05  filler                          pic x(09) value " THROUGH ".
    05  rg-end                          pic zzzzz9.
01  ws-range-line.
    05  rr-requester                    pic x(04).
    05  filler                          pic x(01) value space.
    05  filler                          pic x(15) value "RANGE TERM:".
    05  filler                          pic x(01) value space.
    05  rr-term                         pic zzzzz9.
    05  filler                          pic x(05) value spaces.
    05  filler                          pic x(06) value "VALUE:".
    05  filler                          pic x(01) value space.
    05  rr-fib-value                    pic x(40).
    05  filler                          pic x(01) value space.
    05  rr-overflow-msg                 pic x(20).
    05  filler                          pic x(01) value space.
    05  filler                          pic x(08) value "REQUEST ".
    05  rr-request-seq                  pic 9(06).
01  ws-range-invalid-line.
    05  ri-requester                    pic x(04).
    05  filler                          pic x(15) value
        " RANGE REQUEST ".
    05  ri-request-seq                  pic 9(06).
    05  filler                          pic x(41) value
        ": *** RANGE NOT VALID -- NOT ANSWERED ***".
*> Inverse search state: the answer lies in terms low through high;
*> high's value and the value of the term just below low are kept
*> so the bracketing terms never need looking up twice.
01  ws-inverse-value                    pic x(40).
01  ws-inverse-low                      pic 9(6) comp-5.
01  ws-inverse-high                     pic 9(6) comp-5.
01  ws-inverse-mid                      pic 9(6) comp-5.
01  ws-inverse-high-value               pic x(40).
01  ws-inverse-below-value              pic x(40).
01  ws-inverse-last-term                pic 9(6) comp-5 value 193.
01  ws-answer-tag                       pic x(07) value spaces.
01  ws-inverse-line.
    05  iv-requester                    pic x(04).
    05  filler                          pic x(01) value space.
    05  filler                          pic x(15) value
        "INVERSE VALUE:".
    05  filler                          pic x(01) value space.
    05  iv-value                        pic x(40).
    05  filler                          pic x(01) value space.
    05  iv-answer                       pic x(07).
    05  filler                          pic x(01) value space.
    05  iv-term-label                   pic x(06).
    05  iv-term-1                       pic zzzzz9.
    05  iv-and                          pic x(05).
    05  iv-term-2                       pic zzzzz9.
    05  iv-term-2-x redefines iv-term-2 pic x(06).
    05  filler                          pic x(08) value spaces.
    05  filler                          pic x(08) value "REQUEST ".
    05  iv-request-seq                  pic 9(06).
01  ws-inverse-term-line.
    05  it-requester                    pic x(04).
    05  filler                          pic x(01) value space.
    05  it-label                        pic x(15).
    05  filler                          pic x(01) value space.
    05  it-term                         pic zzzzz9.
    05  filler                          pic x(05) value spaces.
    05  filler                          pic x(06) value "VALUE:".
    05  filler                          pic x(01) value space.
    05  it-fib-value                    pic x(40).
01  ws-inverse-invalid-line.
    05  ii-requester                    pic x(04).
    05  filler                          pic x(17) value
        " INVERSE REQUEST ".
    05  ii-request-seq                  pic 9(06).
    05  filler                          pic x(43) value
        ": *** INVERSE NOT VALID -- NOT ANSWERED ***".
01  ws-blank-line                       pic x(132) value spaces.
01  ws-heading-line-1.
    05  filler                          pic x(30)
    else
        open output fibonacci-report
    end-if
    perform 0300-open-report-generation
    perform 1160-open-results-extract
    .

*> ------------------------------------------------------------
*> One dated, run-ID-stamped generation of this report per
*> submission, named FRPTNNN from the run ID's daily sequence
*> and recorded in the RPTINDEX dataset -- so RPTDLVR asks the
*> index for tonight's FIBOUT instead of sending whatever the
*> dataset last held. Every report line dual-writes here; a
*> checkpoint restart appends to the abended run's generation
*> as it does to the report, and the index entry is written
*> once the run completes.
*> ------------------------------------------------------------
0300-open-report-generation.
    move spaces to ws-gen-run-id
    open input run-id-in
    if ws-runid-found
        read run-id-in
            at end
                continue
            not at end
                move run-id-in-record to ws-gen-run-id
        end-read
        close run-id-in
    end-if
    move "FRPT000" to ws-gen-name
    if ws-gen-run-id (10:3) is numeric
        move ws-gen-run-id (10:3) to ws-gen-name (5:3)
    end-if
    if ws-restart-active
        open extend report-generation
        if ws-gen-not-found
            open output report-generation
        end-if
    else
        open output report-generation
    end-if
    .

0350-close-report-generation.
    close report-generation
    open extend report-index
    if ws-rptindex-not-found
        open output report-index
    end-if
    move spaces to report-index-record
    move "FIBOUT" to ri-report
    move ws-gen-run-id to ri-run-id
    move ws-stat-start-date to ri-date
    move ws-gen-name to ri-member
    write report-index-record
    close report-index
    .

*> The extract follows the report's restart discipline: a fresh run
*> opens OUTPUT and writes the "H" header; a checkpoint restart
*> first counts the "D" records the abended run already booked --
            not at end
                move ctl-mode to fi-mode
                move ctl-num  to fi-num
                move spaces   to fi-request-data
        end-read
        close control-card
    end-if
    end-if
    perform 2500-requester-control-break

    evaluate true
    when fi-mode-full-sequence
        perform 3000-print-sequence thru 3000-exit
    when fi-mode-range
        perform 3500-print-range thru 3500-exit
    when fi-mode-inverse
        perform 3700-answer-inverse thru 3700-exit
    when other
        perform 2300-print-single-term thru 2300-exit
    end-evaluate

    perform 2200-write-checkpoint
    .
        move spaces to rl-overflow-msg
    end-if
    write fib-report-record from ws-report-line
    write report-generation-record from ws-report-line
    perform 2900-write-extract-detail
    .
2300-exit.
    move ws-lookup-num        to xd-num
    move ws-fib-value         to xd-value
    move ws-overflow-flag     to xd-overflow-flag
    move ws-record-seq        to xd-request-seq
    move ws-answer-tag        to xd-answer
    write results-extract-record from ws-extract-detail-line
    add 1 to ws-extract-count
    .
        perform 2700-lookup-dept-name thru 2700-exit
        move ws-dept-name-out to rh-dept-name
        write fib-report-record from ws-requester-heading
        write report-generation-record from ws-requester-heading
    end-if
    move "N" to ws-requester-found-switch
    perform 2510-match-one-requester
        move spaces to sl-overflow-msg
    end-if
    write fib-report-record from ws-sequence-line
    write report-generation-record from ws-sequence-line
    perform 2900-write-extract-detail
    add 1 to ws-line-count
    add 1 to ws-seq-term
3200-print-page-headers.
    if ws-line-count not = 99
        write fib-report-record from ws-blank-line
        write report-generation-record from ws-blank-line
        add 1 to ws-page-number
    end-if
    move ws-page-number to hl-page-number
    write fib-report-record from ws-heading-line-1
    write report-generation-record from ws-heading-line-1
    write fib-report-record from ws-blank-line
    write report-generation-record from ws-blank-line
    write fib-report-record from ws-heading-line-2
    write report-generation-record from ws-heading-line-2
    move 3 to ws-line-count
    .
3200-exit.
    exit
    .

*> Range mode: one answer line per term, start through NUM, each
*> tagged with the requester and the request's FIBIN position.
*> FIBEDIT has proven the start term; a range that never passed
*> through it is reported unanswered rather than guessed at.
3500-print-range.
    move fi-requester  to ri-requester
    move ws-record-seq to ri-request-seq
    if fi-range-start is not numeric
        or fi-range-start-value > num
        write fib-report-record from ws-range-invalid-line
        write report-generation-record from ws-range-invalid-line
        if ws-max-return-code < 4
            move 4 to ws-max-return-code
        end-if
        go to 3500-exit
    end-if
    move fi-requester        to rg-requester
    move ws-record-seq       to rg-request-seq
    move fi-range-start-value to rg-start
    move num                 to rg-end
    write fib-report-record from ws-range-heading
    write report-generation-record from ws-range-heading
    move fi-range-start-value to ws-seq-term
    perform 3600-print-range-line thru 3600-exit
        until ws-seq-term > num
    .
3500-exit.
    exit
    .

3600-print-range-line.
    set ws-overflow-not-detected to true
    move ws-seq-term to ws-lookup-num
    perform 2400-fib-lookup-or-compute thru 2400-exit

    move ws-current-requester to rr-requester
    move ws-seq-term          to rr-term
    move ws-fib-value         to rr-fib-value
    move ws-record-seq        to rr-request-seq
    if ws-overflow-detected
        move "*** OVERFLOW ***" to rr-overflow-msg
        if ws-max-return-code < 4
            move 4 to ws-max-return-code
        end-if
    else
        move spaces to rr-overflow-msg
    end-if
    write fib-report-record from ws-range-line
    write report-generation-record from ws-range-line
    perform 2900-write-extract-detail
    add 1 to ws-seq-term
    .
3600-exit.
    exit
    .

*> Inverse mode: which term is FI-INVERSE-VALUE? F(193) is probed
*> first -- a larger value is BEYOND every 40-digit term -- then the
*> smallest term not below the value is found by halving terms 0
*> through 193. FIBEDIT has right-justified and zero-filled the
*> value, so term values and the request compare as they stand.
3700-answer-inverse.
    move fi-requester  to ii-requester
    move ws-record-seq to ii-request-seq
    if fi-inverse-value is not numeric
        write fib-report-record from ws-inverse-invalid-line
        write report-generation-record from ws-inverse-invalid-line
        if ws-max-return-code < 4
            move 4 to ws-max-return-code
        end-if
        go to 3700-exit
    end-if
    move fi-inverse-value     to ws-inverse-value
    move ws-current-requester to iv-requester
    move ws-inverse-value     to iv-value
    move ws-record-seq        to iv-request-seq

    set ws-overflow-not-detected to true
    move ws-inverse-last-term to ws-lookup-num
    perform 2400-fib-lookup-or-compute thru 2400-exit
    if ws-inverse-value > ws-fib-value
        move "BEYOND"  to iv-answer ws-answer-tag
        move "PAST  "  to iv-term-label
        move ws-inverse-last-term to iv-term-1
        move spaces    to iv-and
        move spaces    to iv-term-2-x
        write fib-report-record from ws-inverse-line
        write report-generation-record from ws-inverse-line
        move "LAST TERM:" to it-label
        perform 3800-print-inverse-term
        go to 3700-exit
    end-if

    move zero                 to ws-inverse-low
    move ws-inverse-last-term to ws-inverse-high
    move ws-fib-value         to ws-inverse-high-value
    perform 3710-inverse-probe
        until ws-inverse-low >= ws-inverse-high

    move ws-inverse-high to iv-term-1
    if ws-inverse-high-value = ws-inverse-value
        move "EXACT"   to iv-answer ws-answer-tag
        move "TERM  "  to iv-term-label
        move spaces    to iv-and
        move spaces    to iv-term-2-x
        write fib-report-record from ws-inverse-line
        write report-generation-record from ws-inverse-line
        move ws-inverse-high       to ws-lookup-num
        move ws-inverse-high-value to ws-fib-value
        set ws-overflow-not-detected to true
        perform 2900-write-extract-detail
    else
        move "BETWEEN" to iv-answer ws-answer-tag
        move "TERMS "  to iv-term-label
        compute iv-term-1 = ws-inverse-high - 1
        move " AND "   to iv-and
        move ws-inverse-high to iv-term-2
        write fib-report-record from ws-inverse-line
        write report-generation-record from ws-inverse-line
        compute ws-lookup-num = ws-inverse-high - 1
        move ws-inverse-below-value to ws-fib-value
        set ws-overflow-not-detected to true
        move "LOWER TERM:" to it-label
        perform 3800-print-inverse-term
        move ws-inverse-high       to ws-lookup-num
        move ws-inverse-high-value to ws-fib-value
        move "UPPER TERM:" to it-label
        perform 3800-print-inverse-term
    end-if
    .
3700-exit.
    move spaces to ws-answer-tag
    .

3710-inverse-probe.
    compute ws-inverse-mid = (ws-inverse-low + ws-inverse-high) / 2
    set ws-overflow-not-detected to true
    move ws-inverse-mid to ws-lookup-num
    perform 2400-fib-lookup-or-compute thru 2400-exit
    if ws-fib-value < ws-inverse-value
        compute ws-inverse-low = ws-inverse-mid + 1
        move ws-fib-value to ws-inverse-below-value
    else
        move ws-inverse-mid to ws-inverse-high
        move ws-fib-value   to ws-inverse-high-value
    end-if
    .

*> One bracketing term under an inverse answer, with its value.
3800-print-inverse-term.
    move ws-current-requester to it-requester
    move ws-lookup-num        to it-term
    move ws-fib-value         to it-fib-value
    write fib-report-record from ws-inverse-term-line
    write report-generation-record from ws-inverse-term-line
    perform 2900-write-extract-detail
    .

8000-terminate.
    close fibonacci-input
    perform 8300-write-requester-summary thru 8300-exit
    perform 0350-close-report-generation
    close fibonacci-report
    move ws-extract-count to xt-count
    write results-extract-record from ws-extract-trailer-line
    perform 8100-clear-checkpoint
    perform 8200-write-run-statistics
    perform 8400-append-usage-history thru 8400-exit
    perform 8500-record-capacity
    .

*> One USAGEHST record per requester code the run served, stamped
    write usage-history-record
    .

8500-record-capacity.
    move ws-requester-count to ws-cap-peak
    call "CAPACITY-WRITER" using ws-joblog-program-name,
        ws-cap-table-name, ws-cap-peak, ws-cap-limit
    .

8300-write-requester-summary.
    if ws-requester-count = zero
        go to 8300-exit
    end-if
    write fib-report-record from ws-requester-summary-head
    write report-generation-record from ws-requester-summary-head
    perform 8310-write-one-requester
        varying ws-requester-index from 1 by 1
        until ws-requester-index > ws-requester-count
    move ws-dept-name-out to rs-dept-name
    move ws-requester-tally (ws-requester-index) to rs-tally
    write fib-report-record from ws-requester-summary-line
    write report-generation-record from ws-requester-summary-line
    .

8100-clear-checkpoint.
