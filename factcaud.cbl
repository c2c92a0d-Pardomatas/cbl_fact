identification division.
program-id. "FACTCAUD".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> COMBTAB consistency audit.  COMBTAB caches every C/P value mode
*> C, mode H, and the COMB transaction derive from FACTTAB, and
*> nothing ever rechecks a cached value: when a FACTTAB value
*> changes -- a FACTVFY repair, an extension rebuild, a restore --
*> every combination built on it goes stale and keeps being served
*> from 6270-check-combtab and the on-line 2150-check-combtab.
*> This audit re-derives every COMBTAB entry from the current
*> FACTTAB with the same long division mode C uses (n! / (n-r)!,
*> and for C once more by r!) and reports:
*>   - entries whose cached value disagrees with the re-derivation
*>   - entries whose n is beyond the highest FACTTAB key
*>   - entries that cannot be re-derived because a factorial they
*>     need is missing from FACTTAB or zero
*>   - entries whose key is not a valid C/P request at all
*> In delete mode ('D' on the control card, caudctl.cpy) every
*> such entry is also deleted, so the next request re-derives it.
*> FACTTAB is read once into storage, so the audit costs one pass
*> of each file however large COMBTAB grows.
*>
*> Runs in the stream after FACTXCMP ends RC 8 (a changed
*> FACTTAB value; FACTJOB, verify only, since the change itself
*> is still waiting on sign-off) and after FACTVFY ends RC 6 (a
*> value repaired from the recomputed chain; the FACTVFY job,
*> delete mode).
*>
*> Return codes: 0 every entry agrees, 4 bad entries found (and
*> deleted, when delete mode asked), 12 a file could not be
*> opened, read, or updated, 16 control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written; a repaired FACTTAB value left stale
*>                 combinations in COMBTAB with nothing to find
*>                 them.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select facttab assign to "FACTTAB"
        organization is indexed
        access mode is dynamic
        record key is ft-original-number
        file status is facttab-status.

    select combtab assign to "COMBTAB"
        organization is indexed
        access mode is dynamic
        record key is ct-key
        file status is combtab-status.

    select caudrpt assign to "CAUDRPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "caudctl.cpy".

fd  facttab.
    copy "fact-table.cpy".

fd  combtab.
    copy "comb-table.cpy".

fd  caudrpt.
01  caudrpt-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> FACTTAB held in storage, indexed by n + 1, each value as the
*> zero-padded 162-digit string the long division works in
*> ------------------------------------------------------------
01  fact-value-table.
    05  fv-entry occurs 100 times.
        10  fv-present          pic x(01).
        10  fv-digits           pic x(162).
77  fv-index                    pic 9(03) comp value 0.
01  highest-facttab-key         pic 99 value 0.
01  facttab-key-count           pic 9(05) comp value 0.

*> ------------------------------------------------------------
*> segmented value to zero-padded string (same scheme as the
*> main program's 6320)
*> ------------------------------------------------------------
01  format-work-value.
    05  format-segment          pic 9(09) occurs 18 times.
01  zero-padded-digits          pic x(162).
77  segment-digits              pic 9(09).
77  pad-index                   pic 9(02) comp value 0.
77  pad-position                pic 9(03) comp value 0.

*> ------------------------------------------------------------
*> long-division work areas (same scheme as the main program's
*> 6330)
*> ------------------------------------------------------------
01  div-dividend                pic x(162).
01  div-divisor                 pic x(163).
01  div-quotient                pic x(162).
01  div-remainder               pic x(163).
01  div-shift-work              pic x(163).
77  div-pos                     pic 9(03) comp value 0.
77  div-digit                   pic 9(01) value 0.
77  sub-pos                     pic 9(03) comp value 0.
77  sub-borrow                  pic 9(01) comp value 0.
77  sub-result                  pic s9(02) comp value 0.
77  sub-upper                   pic 9(01).
77  sub-lower                   pic 9(01).

*> ------------------------------------------------------------
*> the entry being audited
*> ------------------------------------------------------------
01  entry-n                     pic 99 value 0.
01  entry-r                     pic 99 value 0.
01  entry-n-minus-r             pic 99 value 0.
01  fetch-number                pic 99 value 0.
01  entry-problem               pic x(60) value spaces.
01  display-digits              pic x(162).
77  display-length              pic 9(03) comp value 0.
77  strip-scan                  pic 9(03) comp value 0.
77  long-value-pos              pic 9(03) comp value 0.

*> ------------------------------------------------------------
*> switches
*> ------------------------------------------------------------
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  delete-mode-switch          pic x(01) value "N".
    88  delete-mode-requested   value "Y".
77  facttab-eof-switch          pic x(01) value "N".
    88  facttab-at-eof          value "Y".
77  combtab-eof-switch          pic x(01) value "N".
    88  combtab-at-eof          value "Y".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".
77  derivation-switch           pic x(01) value "Y".
    88  derivation-possible     value "Y".
    88  derivation-impossible   value "N".

*> ------------------------------------------------------------
*> file status and working counters
*> ------------------------------------------------------------
77  facttab-status              pic xx.
77  combtab-status              pic xx.
77  entries-read                pic 9(05) comp value 0.
77  entries-agreeing            pic 9(05) comp value 0.
77  disagree-count              pic 9(05) comp value 0.
77  beyond-count                pic 9(05) comp value 0.
77  underivable-count           pic 9(05) comp value 0.
77  invalid-key-count           pic 9(05) comp value 0.
77  deleted-count               pic 9(05) comp value 0.
77  exception-count             pic 9(05) comp value 0.
01  validation-message          pic x(60).

*> ------------------------------------------------------------
*> hand-off fields for the shared line writers (see audr-lines.cpy
*> -- all the line layouts REDEFINE one work area, so a caller's
*> values cannot ride in the area itself across a page break)
*> ------------------------------------------------------------
01  summary-label               pic x(38) value spaces.
01  summary-value               pic 9(05) comp value 0.
01  summary-text                pic x(20) value spaces.
01  section-title-text          pic x(79) value spaces.
01  exception-text              pic x(79) value spaces.

*> ------------------------------------------------------------
*> run date, date formatting, and report page control
*> ------------------------------------------------------------
01  run-date-yyyymmdd             pic 9(08).
01  work-date-yyyymmdd            pic 9(08).
01  work-date-parts redefines work-date-yyyymmdd.
    05  wd-year                  pic 9(04).
    05  wd-month                 pic 9(02).
    05  wd-day                   pic 9(02).
01  work-date-mmddyyyy            pic 9(08).
01  work-date-display             pic 99/99/9999.
77  page-number                   pic 9(04) comp value 1.
77  line-number                   pic 9(03) comp value 0.
77  lines-per-page                pic 9(03) comp value 50.

*> ------------------------------------------------------------
*> CAUDRPT print-line layouts (shared with FACTAUDR/FACTVFY)
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        perform 2000-audit-combtab thru 2000-audit-combtab-exit
        perform 5000-write-summary-section
            thru 5000-write-summary-section-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - read and validate the control card, load
*> FACTTAB into storage, open COMBTAB, and print the first page
*> of report headers
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    open input ctl-file
    open output caudrpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTCAUD - CONTROL CARD REJECTED - "
            validation-message
        go to 1000-initialize-exit
    end-if
    perform 1500-load-facttab thru 1500-load-facttab-exit
    if io-error-found
        set input-is-invalid to true
        go to 1000-initialize-exit
    end-if
    if delete-mode-requested
        open i-o combtab
    else
        open input combtab
    end-if
    if combtab-status not = "00"
        set io-error-found to true
        set input-is-invalid to true
        display "FACTCAUD - COMBTAB OPEN FAILED - STATUS "
            combtab-status
        go to 1000-initialize-exit
    end-if
    perform 4000-write-report-headers
        thru 4000-write-report-headers-exit
    move "COMBTAB ENTRIES THAT DO NOT AGREE WITH FACTTAB"
        to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit.
1000-initialize-exit.
    exit.

*> -------------------------------------------------------------
*> 1200-read-control-card
*> -------------------------------------------------------------
1200-read-control-card.
    read ctl-file
        at end
            set input-is-invalid to true
            move "NO CONTROL CARD SUPPLIED ON SYSIN" to
                validation-message
    end-read.
1200-read-control-card-exit.
    exit.

*> -------------------------------------------------------------
*> 1300-validate-control-card
*> -------------------------------------------------------------
1300-validate-control-card.
    if caud-run-mode not = "V" and caud-run-mode not = "D"
        set input-is-invalid to true
        move "INVALID RUN MODE - MUST BE V (VERIFY) OR D (DELETE)"
            to validation-message
        go to 1300-validate-control-card-exit
    end-if
    if caud-run-mode = "D"
        set delete-mode-requested to true
    end-if.
1300-validate-control-card-exit.
    exit.

*> -------------------------------------------------------------
*> 1400-format-work-date - YYYYMMDD in work-date-yyyymmdd into
*> MM/DD/YYYY in work-date-display
*> -------------------------------------------------------------
1400-format-work-date.
    move wd-month to work-date-mmddyyyy(1:2)
    move wd-day to work-date-mmddyyyy(3:2)
    move wd-year to work-date-mmddyyyy(5:4)
    move work-date-mmddyyyy to work-date-display.
1400-format-work-date-exit.
    exit.

*> -------------------------------------------------------------
*> 1500-load-facttab - every FACTTAB record into the in-storage
*> table; the last key read is the highest
*> -------------------------------------------------------------
1500-load-facttab.
    move 1 to fv-index
    perform 1510-clear-one-value thru 1510-clear-one-value-exit
        until fv-index > 100
    open input facttab
    if facttab-status not = "00"
        set io-error-found to true
        display "FACTCAUD - FACTTAB OPEN FAILED - STATUS "
            facttab-status
        go to 1500-load-facttab-exit
    end-if
    perform 1520-read-next-facttab thru 1520-read-next-facttab-exit
    perform 1530-load-one-value thru 1530-load-one-value-exit
        until facttab-at-eof
    close facttab.
1500-load-facttab-exit.
    exit.

1510-clear-one-value.
    move "N" to fv-present(fv-index)
    move all "0" to fv-digits(fv-index)
    add 1 to fv-index.
1510-clear-one-value-exit.
    exit.

*> -------------------------------------------------------------
*> 1520-read-next-facttab - a failing status other than end of
*> file never raises AT END, so it is tested here
*> -------------------------------------------------------------
1520-read-next-facttab.
    read facttab next
        at end
            set facttab-at-eof to true
    end-read
    if facttab-status not = "00" and facttab-status not = "10"
        set io-error-found to true
        set facttab-at-eof to true
        display "FACTCAUD - FACTTAB READ FAILED - STATUS "
            facttab-status
    end-if.
1520-read-next-facttab-exit.
    exit.

1530-load-one-value.
    compute fv-index = ft-original-number + 1
    move ft-value-table to format-work-value
    perform 6000-pad-format-value thru 6000-pad-format-value-exit
    move "Y" to fv-present(fv-index)
    move zero-padded-digits to fv-digits(fv-index)
    move ft-original-number to highest-facttab-key
    add 1 to facttab-key-count
    perform 1520-read-next-facttab thru 1520-read-next-facttab-exit.
1530-load-one-value-exit.
    exit.

*> =============================================================
*> 2000-audit-combtab - one key-order pass over COMBTAB
*> =============================================================
2000-audit-combtab.
    perform 2100-read-next-combtab thru 2100-read-next-combtab-exit
    perform 2200-audit-one-entry thru 2200-audit-one-entry-exit
        until combtab-at-eof
    if exception-count = 0 and not io-error-found
        move "NONE - EVERY ENTRY AGREES WITH THE CURRENT FACTTAB"
            to exception-text
        perform 4300-write-exception-line
            thru 4300-write-exception-line-exit
    end-if.
2000-audit-combtab-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-next-combtab
*> -------------------------------------------------------------
2100-read-next-combtab.
    read combtab next
        at end
            set combtab-at-eof to true
    end-read
    if combtab-status not = "00" and combtab-status not = "10"
        set io-error-found to true
        set combtab-at-eof to true
        display "FACTCAUD - COMBTAB READ FAILED - STATUS "
            combtab-status
    end-if.
2100-read-next-combtab-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-audit-one-entry - key check, range check, re-derivation,
*> and comparison, stopping at the first problem found
*> -------------------------------------------------------------
2200-audit-one-entry.
    add 1 to entries-read
    move spaces to entry-problem
    if (ct-operation not = "C" and ct-operation not = "P")
        or ct-n is not numeric or ct-r is not numeric
        add 1 to invalid-key-count
        move "KEY IS NOT A VALID C OR P REQUEST" to entry-problem
        perform 2400-report-bad-entry thru 2400-report-bad-entry-exit
        go to 2200-audit-one-entry-continue
    end-if
    move ct-n to entry-n
    move ct-r to entry-r
    if entry-r > entry-n
        add 1 to invalid-key-count
        move "KEY IS NOT A VALID C OR P REQUEST - R EXCEEDS N"
            to entry-problem
        perform 2400-report-bad-entry thru 2400-report-bad-entry-exit
        go to 2200-audit-one-entry-continue
    end-if
    if facttab-key-count = 0 or entry-n > highest-facttab-key
        add 1 to beyond-count
        string "N IS BEYOND THE HIGHEST FACTTAB KEY "
            highest-facttab-key delimited by size into entry-problem
        perform 2400-report-bad-entry thru 2400-report-bad-entry-exit
        go to 2200-audit-one-entry-continue
    end-if
    perform 2300-derive-entry thru 2300-derive-entry-exit
    if derivation-impossible
        add 1 to underivable-count
        perform 2400-report-bad-entry thru 2400-report-bad-entry-exit
        go to 2200-audit-one-entry-continue
    end-if
    if div-quotient not = ct-value-digits
        add 1 to disagree-count
        move "CACHED VALUE DISAGREES WITH FACTTAB" to entry-problem
        perform 2400-report-bad-entry thru 2400-report-bad-entry-exit
        go to 2200-audit-one-entry-continue
    end-if
    add 1 to entries-agreeing.
2200-audit-one-entry-continue.
    perform 2100-read-next-combtab thru 2100-read-next-combtab-exit.
2200-audit-one-entry-exit.
    exit.

*> -------------------------------------------------------------
*> 2300-derive-entry - n! / (n-r)!, and for C once more by r!,
*> exactly as the main program's 6300 does it; a factorial
*> missing from FACTTAB or zero there makes the entry
*> underivable
*> -------------------------------------------------------------
2300-derive-entry.
    set derivation-possible to true
    compute entry-n-minus-r = entry-n - entry-r
    move entry-n to fetch-number
    perform 2350-fetch-value thru 2350-fetch-value-exit
    if derivation-impossible
        go to 2300-derive-entry-exit
    end-if
    move zero-padded-digits to div-dividend
    move entry-n-minus-r to fetch-number
    perform 2350-fetch-value thru 2350-fetch-value-exit
    if derivation-impossible
        go to 2300-derive-entry-exit
    end-if
    move "0" to div-divisor(1:1)
    move zero-padded-digits to div-divisor(2:162)
    perform 6100-divide-big thru 6100-divide-big-exit
    if ct-operation = "C"
        move div-quotient to div-dividend
        move entry-r to fetch-number
        perform 2350-fetch-value thru 2350-fetch-value-exit
        if derivation-impossible
            go to 2300-derive-entry-exit
        end-if
        move "0" to div-divisor(1:1)
        move zero-padded-digits to div-divisor(2:162)
        perform 6100-divide-big thru 6100-divide-big-exit
    end-if.
2300-derive-entry-exit.
    exit.

*> -------------------------------------------------------------
*> 2350-fetch-value - fetch-number's value from the in-storage
*> table into zero-padded-digits
*> -------------------------------------------------------------
2350-fetch-value.
    compute fv-index = fetch-number + 1
    if fv-present(fv-index) not = "Y"
        set derivation-impossible to true
        string "CANNOT RE-DERIVE - " fetch-number
            "! IS NOT IN FACTTAB" delimited by size
            into entry-problem
        go to 2350-fetch-value-exit
    end-if
    if fv-digits(fv-index) = all "0"
        set derivation-impossible to true
        string "CANNOT RE-DERIVE - " fetch-number
            "! IS ZERO IN FACTTAB - RUN FACTVFY" delimited by size
            into entry-problem
        go to 2350-fetch-value-exit
    end-if
    move fv-digits(fv-index) to zero-padded-digits.
2350-fetch-value-exit.
    exit.

*> -------------------------------------------------------------
*> 2400-report-bad-entry - the entry, the problem, both values
*> when they disagree, and the delete in delete mode
*> -------------------------------------------------------------
2400-report-bad-entry.
    add 1 to exception-count
    move spaces to exception-text
    string ct-operation "(" ct-n "," ct-r ")  " entry-problem
        delimited by size into exception-text
    perform 4300-write-exception-line
        thru 4300-write-exception-line-exit
    if entry-problem = "CACHED VALUE DISAGREES WITH FACTTAB"
        move "    CACHED IN COMBTAB" to exception-text
        perform 4300-write-exception-line
            thru 4300-write-exception-line-exit
        move ct-value-digits to zero-padded-digits
        perform 6300-format-padded-value
            thru 6300-format-padded-value-exit
        perform 4310-write-value-chunks
            thru 4310-write-value-chunks-exit
        move "    RE-DERIVED FROM FACTTAB" to exception-text
        perform 4300-write-exception-line
            thru 4300-write-exception-line-exit
        move div-quotient to zero-padded-digits
        perform 6300-format-padded-value
            thru 6300-format-padded-value-exit
        perform 4310-write-value-chunks
            thru 4310-write-value-chunks-exit
    end-if
    if delete-mode-requested
        perform 2500-delete-entry thru 2500-delete-entry-exit
    end-if.
2400-report-bad-entry-exit.
    exit.

*> -------------------------------------------------------------
*> 2500-delete-entry - the record last read; a failed delete
*> ends the pass
*> -------------------------------------------------------------
2500-delete-entry.
    delete combtab record
        invalid key
            continue
    end-delete
    if combtab-status not = "00"
        set io-error-found to true
        set combtab-at-eof to true
        display "FACTCAUD - COMBTAB DELETE FAILED - STATUS "
            combtab-status " - KEY " ct-key
        go to 2500-delete-entry-exit
    end-if
    add 1 to deleted-count
    move "    DELETED - THE NEXT REQUEST RE-DERIVES IT" to
        exception-text
    perform 4300-write-exception-line
        thru 4300-write-exception-line-exit.
2500-delete-entry-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move "COMBTAB CONSISTENCY AUDIT" to ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write caudrpt-record from audr-heading-1 after advancing page
    move 1 to line-number
    add 1 to page-number.
4000-write-report-headers-exit.
    exit.

*> -------------------------------------------------------------
*> 4200-write-section-title - blank line then the title the
*> caller left in section-title-text
*> -------------------------------------------------------------
4200-write-section-title.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to audr-heading-1
    move section-title-text to asl-section-title
    write caudrpt-record from audr-section-line
        after advancing 2 lines
    add 2 to line-number.
4200-write-section-title-exit.
    exit.

*> -------------------------------------------------------------
*> 4300-write-exception-line - one exception-text line onto the
*> report through the page-break check
*> -------------------------------------------------------------
4300-write-exception-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to audr-heading-1
    move exception-text to aml-message
    write caudrpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to exception-text.
4300-write-exception-line-exit.
    exit.

*> -------------------------------------------------------------
*> 4310-write-value-chunks - the digit string 6300 left in
*> display-digits onto the report, 60 digits per line, indented
*> under its label
*> -------------------------------------------------------------
4310-write-value-chunks.
    move 1 to long-value-pos
    perform 4320-write-one-chunk thru 4320-write-one-chunk-exit
        until long-value-pos > display-length.
4310-write-value-chunks-exit.
    exit.

4320-write-one-chunk.
    move spaces to exception-text
    move display-digits(long-value-pos:60) to exception-text(9:60)
    perform 4300-write-exception-line
        thru 4300-write-exception-line-exit
    add 60 to long-value-pos.
4320-write-one-chunk-exit.
    exit.

*> =============================================================
*> 5000-write-summary-section
*> =============================================================
5000-write-summary-section.
    move "SUMMARY" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move "COMBTAB ENTRIES READ" to summary-label
    move entries-read to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "ENTRIES AGREEING WITH FACTTAB" to summary-label
    move entries-agreeing to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "CACHED VALUES DISAGREEING" to summary-label
    move disagree-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "N BEYOND HIGHEST FACTTAB KEY" to summary-label
    move beyond-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "CANNOT RE-DERIVE FROM FACTTAB" to summary-label
    move underivable-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "INVALID ENTRY KEYS" to summary-label
    move invalid-key-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "HIGHEST FACTTAB KEY" to summary-label
    move highest-facttab-key to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    if delete-mode-requested
        move "ENTRIES DELETED" to summary-label
        move deleted-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
    end-if
    evaluate true
        when io-error-found
            display "FACTCAUD - AUDIT ABORTED ON I/O ERROR - "
                "COMBTAB IS NOT VERIFIED"
        when exception-count = 0
            display "FACTCAUD - COMBTAB AGREES WITH FACTTAB - "
                entries-read " ENTRIES"
        when other
            display "FACTCAUD - " exception-count
                " BAD ENTRIES FOUND - SEE CAUDRPT"
    end-evaluate.
5000-write-summary-section-exit.
    exit.

*> -------------------------------------------------------------
*> 5100-write-summary-line
*> -------------------------------------------------------------
5100-write-summary-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to audr-heading-1
    move summary-label to asm-label
    move summary-value to asm-value
    move summary-text to asm-text-value
    write caudrpt-record from audr-summary-line
        after advancing 1 line
    add 1 to line-number
    move spaces to summary-label summary-text
    move 0 to summary-value.
5100-write-summary-line-exit.
    exit.

*> =============================================================
*> 6000-pad-format-value - the segmented value in
*> format-work-value into zero-padded-digits, right-aligned with
*> leading zeros: segment 1 is least significant, so segment k
*> lands at position 163 - 9k
*> =============================================================
6000-pad-format-value.
    move 1 to pad-index
    perform 6010-pad-one-segment thru 6010-pad-one-segment-exit
        until pad-index > 18.
6000-pad-format-value-exit.
    exit.

6010-pad-one-segment.
    compute pad-position = 163 - 9 * pad-index
    move format-segment(pad-index) to segment-digits
    move segment-digits to zero-padded-digits(pad-position:9)
    add 1 to pad-index.
6010-pad-one-segment-exit.
    exit.

*> -------------------------------------------------------------
*> 6100-divide-big - schoolbook long division: div-dividend
*> (162 digits) by div-divisor (163 digits, both zero-padded)
*> giving div-quotient, one dividend digit brought down per
*> position and the divisor subtracted out at most nine times.
*> Factorial quotients always divide evenly, so the final
*> remainder is not kept
*> -------------------------------------------------------------
6100-divide-big.
    move all "0" to div-remainder
    move all "0" to div-quotient
    move 1 to div-pos
    perform 6110-divide-one-position
        thru 6110-divide-one-position-exit
        until div-pos > 162.
6100-divide-big-exit.
    exit.

6110-divide-one-position.
    move div-remainder(2:162) to div-shift-work(1:162)
    move div-dividend(div-pos:1) to div-shift-work(163:1)
    move div-shift-work to div-remainder
    move 0 to div-digit
    perform 6120-subtract-divisor thru 6120-subtract-divisor-exit
        until div-remainder < div-divisor
    move div-digit to div-quotient(div-pos:1)
    add 1 to div-pos.
6110-divide-one-position-exit.
    exit.

6120-subtract-divisor.
    move 0 to sub-borrow
    move 163 to sub-pos
    perform 6130-subtract-one-digit
        thru 6130-subtract-one-digit-exit
        until sub-pos = 0
    add 1 to div-digit.
6120-subtract-divisor-exit.
    exit.

6130-subtract-one-digit.
    move div-remainder(sub-pos:1) to sub-upper
    move div-divisor(sub-pos:1) to sub-lower
    compute sub-result = sub-upper - sub-lower - sub-borrow
    if sub-result < 0
        add 10 to sub-result
        move 1 to sub-borrow
    else
        move 0 to sub-borrow
    end-if
    move sub-result to sub-upper
    move sub-upper to div-remainder(sub-pos:1)
    subtract 1 from sub-pos.
6130-subtract-one-digit-exit.
    exit.

*> -------------------------------------------------------------
*> 6300-format-padded-value - the zero-padded string in
*> zero-padded-digits into the left-justified display-digits
*> -------------------------------------------------------------
6300-format-padded-value.
    move 1 to strip-scan
    perform 6310-skip-leading-zero thru 6310-skip-leading-zero-exit
        until strip-scan = 162
            or zero-padded-digits(strip-scan:1) not = "0"
    compute display-length = 163 - strip-scan
    move spaces to display-digits
    move zero-padded-digits(strip-scan:display-length)
        to display-digits(1:display-length).
6300-format-padded-value-exit.
    exit.

6310-skip-leading-zero.
    add 1 to strip-scan.
6310-skip-leading-zero-exit.
    exit.

*> =============================================================
*> 9000-terminate
*> =============================================================
9000-terminate.
    evaluate true
        when io-error-found
            move 12 to return-code
        when input-is-invalid
            move 16 to return-code
        when exception-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate
    close ctl-file
    close caudrpt
    if input-is-valid
        close combtab
    end-if.
9000-terminate-exit.
    exit.
