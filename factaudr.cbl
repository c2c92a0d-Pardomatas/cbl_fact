*>                 records are -- a 200-request probability run
*>                 was showing as 200 runs.  The day DERIV column
*>                 now carries derived values of both kinds.
*> 2026-10-15  DP  Multinomial runs (mode M) counted on their own
*>                 summary line; the day line has no spare column,
*>                 so they show there in the TOTAL only.  Their
*>                 per-request trail records are mode D and count
*>                 as derived values already.
*> 2026-10-15  DP  Cluster restores (FACTBKUP, mode R) counted on
*>                 their own summary line and kept out of the run
*>                 totals -- they are not Factorial invocations.
*> 2026-10-15  DP  Extract, comparison, and verify run records
*>                 (FACTXTR E, FACTXCMP X, FACTVFY V) counted on
*>                 one summary line of their own and kept out of
*>                 the run totals the same way.
*> ---------------------------------------------------------------
environment division.
input-output section.
77  single-run-count             pic 9(05) comp value 0.
77  comb-run-count               pic 9(05) comp value 0.
77  hyp-run-count                pic 9(05) comp value 0.
77  mult-run-count               pic 9(05) comp value 0.
77  restore-count                pic 9(05) comp value 0.
77  support-run-count            pic 9(05) comp value 0.
77  derived-value-count          pic 9(05) comp value 0.
77  prob-value-count             pic 9(05) comp value 0.
77  reject-count                 pic 9(05) comp value 0.
*> combinatorics value and a mode-P record one derived
*> probability, not invocations, so each gets its own count and
*> both stay out of the run totals; the day DERIV column carries
*> derived values of both kinds.  A mode-R record is a FACTBKUP
*> cluster restore and is only counted on its own, as are the
*> E, X, and V run records of the extract, the comparison, and
*> the verifier
*> -------------------------------------------------------------
2300-accumulate-record.
    if aud-run-mode = "D" or aud-run-mode = "P"
        end-if
        go to 2300-accumulate-record-exit
    end-if
    if aud-run-mode = "R"
        add 1 to restore-count
        go to 2300-accumulate-record-exit
    end-if
    if aud-run-mode = "E" or aud-run-mode = "X"
        or aud-run-mode = "V"
        add 1 to support-run-count
        go to 2300-accumulate-record-exit
    end-if
    add 1 to records-selected
    add 1 to day-total-count
    if aud-reject-switch = "Y"
            when "H"
                add 1 to hyp-run-count
                add 1 to day-hyp-count
            when "M"
                add 1 to mult-run-count
        end-evaluate
        if aud-high-number > highest-number
            move aud-high-number to highest-number
    move "PROBABILITY RUNS (H)" to summary-label
    move hyp-run-count to summary-value
    perform 3100-write-summary-line thru 3100-write-summary-line-exit
    move "MULTINOMIAL RUNS (M)" to summary-label
    move mult-run-count to summary-value
    perform 3100-write-summary-line thru 3100-write-summary-line-exit
    move "DERIVED VALUES (D)" to summary-label
    move derived-value-count to summary-value
    perform 3100-write-summary-line thru 3100-write-summary-line-exit
    move "PROBABILITY VALUES (P)" to summary-label
    move prob-value-count to summary-value
    perform 3100-write-summary-line thru 3100-write-summary-line-exit
    move "CLUSTER RESTORES (R)" to summary-label
    move restore-count to summary-value
    perform 3100-write-summary-line thru 3100-write-summary-line-exit
    move "EXTRACT/COMPARE/VERIFY RUNS (E/X/V)" to summary-label
    move support-run-count to summary-value
    perform 3100-write-summary-line thru 3100-write-summary-line-exit
    move "REJECTED CONTROL CARDS" to summary-label
    move reject-count to summary-value
    perform 3100-write-summary-line thru 3100-write-summary-line-exit
