identification division.
program-id. "FACTTRND".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Weekly batch-window trend report.  Every Factorial run and
*> every FACTXTR extract, FACTXCMP comparison, and FACTVFY verify
*> leaves a run record on AUDITLOG carrying its start time, end
*> time, and elapsed seconds (audit-log.cpy).  This report takes
*> one week of those runs off the control card (trndctl.cpy) and
*> sets each against the four weeks before it, so the night a
*> rebuild started creeping shows up in the week it happened and
*> not the morning the stream misses its window.  Sections,
*> action items first:
*>   - runs in the week that went over the SLA threshold, or ran
*>     more than the set percentage slower than the four-week
*>     average for the same mode and table size; a run whose
*>     mode and size never ran in the baseline has no average
*>     and is only judged on the SLA
*>   - elapsed time by mode: runs, average, and longest in the
*>     week, runs and average over the baseline, and the change
*>   - elapsed time by table size, the same columns for the modes
*>     that work the whole table (T build, E extract, X compare,
*>     V verify) in bands of ten numbers off AUD-HIGH-NUMBER
*>   - summary counts
*> Rejected runs did no work and are left out of every average;
*> run records written before the elapsed time was carried are
*> counted and otherwise ignored.  Elapsed times are whole
*> seconds, so a step of a second or two can flag on a tight
*> percentage.  AUDITLOG is read twice: once for the averages,
*> once to judge each run against them.
*>
*> Return codes: 0 no run flagged, 4 one or more runs over the
*> SLA or slower than their average, 12 AUDITLOG could not be
*> opened or read, 16 control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written; a full rebuild with reconciliation
*>                 and publish crept later for weeks before anyone
*>                 noticed the Friday stream missing its window.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select auditlog assign to "AUDITLOG"
        organization is line sequential
        file status is auditlog-status.

    select trndrpt assign to "TRNDRPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "trndctl.cpy".

fd  auditlog.
    copy "audit-log.cpy".

fd  trndrpt.
01  trndrpt-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> report week, baseline, and thresholds
*> ------------------------------------------------------------
01  week-start-date             pic x(08).
01  week-end-date               pic x(08).
01  base-start-date             pic x(08).
01  sla-seconds                 pic 9(06) comp value 0.
01  slow-percent                pic 9(03) value 0.

*> ------------------------------------------------------------
*> the modes trended, in report order; the table-size modes work
*> the whole of FACTTAB and carry its highest key as their size
*> ------------------------------------------------------------
01  mode-code-list              pic x(08) value "TSCHMEXV".
01  mode-sized-list             pic x(08) value "YNNNNYYY".
01  mode-name-values.
    05  filler                  pic x(13) value "TABLE BUILD".
    05  filler                  pic x(13) value "LOOKUP".
    05  filler                  pic x(13) value "COMBINATORICS".
    05  filler                  pic x(13) value "PROBABILITY".
    05  filler                  pic x(13) value "MULTINOMIAL".
    05  filler                  pic x(13) value "EXTRACT".
    05  filler                  pic x(13) value "EXTRACT CMP".
    05  filler                  pic x(13) value "VERIFY".
01  mode-name-table redefines mode-name-values.
    05  mode-name               pic x(13) occurs 8 times.

*> ------------------------------------------------------------
*> trend accumulators - one class per mode and size band: bands
*> 1-10 hold table sizes 00-09 through 90-99, band 11 the mode
*> as a whole (the only band a mode without a size uses)
*> ------------------------------------------------------------
01  trend-table.
    05  trd-mode occurs 8 times.
        10  trd-class occurs 11 times.
            15  tc-base-count   pic 9(05) comp.
            15  tc-base-total   pic 9(09) comp.
            15  tc-week-count   pic 9(05) comp.
            15  tc-week-total   pic 9(09) comp.
            15  tc-week-max     pic 9(05) comp.
77  mode-index                  pic 9(02) comp value 0.
77  band-index                  pic 9(02) comp value 0.
77  class-band                  pic 9(02) comp value 0.
77  whole-mode-band             pic 9(02) comp value 11.
77  scan-index                  pic 9(02) comp value 0.

*> ------------------------------------------------------------
*> the run in hand
*> ------------------------------------------------------------
01  run-elapsed                 pic 9(05) value 0.
77  run-class-switch            pic x(01) value "N".
    88  run-is-trended          value "S".
    88  run-is-untimed          value "U".
    88  run-is-rejected         value "R".
    88  run-not-selected        value "N".
77  run-week-switch             pic x(01) value "N".
    88  run-in-report-week      value "Y".
    88  run-in-baseline         value "N".
77  over-sla-switch             pic x(01) value "N".
    88  run-over-sla            value "Y".
77  slower-switch               pic x(01) value "N".
    88  run-slower              value "Y".

*> ------------------------------------------------------------
*> average and change arithmetic
*> ------------------------------------------------------------
77  slow-left-side              pic 9(15) comp value 0.
77  slow-right-side             pic 9(15) comp value 0.
77  change-numerator            pic s9(15) comp value 0.
77  change-denominator          pic 9(15) comp value 0.
01  change-percent              pic s9(05) value 0.
01  change-edit                 pic +(5)9.
01  average-seconds             pic 9(05) value 0.

*> ------------------------------------------------------------
*> line-building hand-off: the class a trend line is written
*> for, its label, and the seconds-to-HH:MM:SS editor
*> ------------------------------------------------------------
01  trend-label                 pic x(18) value spaces.
77  line-week-count             pic 9(05) comp value 0.
77  line-week-total             pic 9(09) comp value 0.
77  line-week-max               pic 9(05) comp value 0.
77  line-base-count             pic 9(05) comp value 0.
77  line-base-total             pic 9(09) comp value 0.
01  count-edit                  pic zz,zz9.
01  format-seconds              pic 9(06) value 0.
01  format-hours                pic 9(02) value 0.
01  format-minutes              pic 9(02) value 0.
01  format-secs                 pic 9(02) value 0.
77  format-remainder            pic 9(06) comp value 0.
01  format-hms                  pic x(08) value spaces.
01  size-low                    pic 9(02) value 0.
01  size-high                   pic 9(02) value 0.
01  size-text                   pic x(05) value spaces.
01  flag-text                   pic x(19) value spaces.
77  heading-kind-switch         pic x(01) value "F".
    88  flag-headings-active    value "F".
    88  trend-headings-active   value "T".

*> ------------------------------------------------------------
*> switches and file status
*> ------------------------------------------------------------
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".
77  auditlog-eof-switch         pic x(01) value "N".
    88  auditlog-at-eof         value "Y".
77  auditlog-status             pic xx.
77  any-line-switch             pic x(01) value "N".
    88  any-line-written        value "Y".

*> ------------------------------------------------------------
*> accumulators
*> ------------------------------------------------------------
77  records-read                pic 9(05) comp value 0.
77  week-run-count              pic 9(05) comp value 0.
77  base-run-count              pic 9(05) comp value 0.
77  untimed-count               pic 9(05) comp value 0.
77  rejected-count              pic 9(05) comp value 0.
77  over-sla-count              pic 9(05) comp value 0.
77  slower-count                pic 9(05) comp value 0.
77  flagged-count               pic 9(05) comp value 0.
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
01  message-text                pic x(79) value spaces.

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
01  week-start-display            pic x(10).
01  week-end-display              pic x(10).
77  page-number                   pic 9(04) comp value 1.
77  line-number                   pic 9(03) comp value 0.
77  lines-per-page                pic 9(03) comp value 50.

*> ------------------------------------------------------------
*> TRNDRPT print-line layouts
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        perform 2000-accumulate-runs thru 2000-accumulate-runs-exit
    end-if
    if input-is-valid and not io-error-found
        perform 3000-write-flagged-section
            thru 3000-write-flagged-section-exit
    end-if
    if input-is-valid and not io-error-found
        perform 3500-write-mode-section
            thru 3500-write-mode-section-exit
        perform 3700-write-size-section
            thru 3700-write-size-section-exit
        perform 5000-write-summary-section
            thru 5000-write-summary-section-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - open files, read and validate the control
*> card, clear the trend table, and print the first page of
*> report headers
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    move 1 to mode-index
    perform 1100-clear-one-mode thru 1100-clear-one-mode-exit
        until mode-index > 8
    open input ctl-file
    open output trndrpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTTRND - CONTROL CARD REJECTED - "
            validation-message
        go to 1000-initialize-exit
    end-if
    open input auditlog
    if auditlog-status not = "00"
        set io-error-found to true
        set input-is-invalid to true
        display "FACTTRND - AUDITLOG OPEN FAILED - STATUS "
            auditlog-status
        go to 1000-initialize-exit
    end-if
    move week-start-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to week-start-display
    move week-end-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to week-end-display
    perform 4000-write-report-headers
        thru 4000-write-report-headers-exit.
1000-initialize-exit.
    exit.

1100-clear-one-mode.
    move 1 to band-index
    perform 1110-clear-one-class thru 1110-clear-one-class-exit
        until band-index > 11
    add 1 to mode-index.
1100-clear-one-mode-exit.
    exit.

1110-clear-one-class.
    move 0 to tc-base-count(mode-index, band-index)
    move 0 to tc-base-total(mode-index, band-index)
    move 0 to tc-week-count(mode-index, band-index)
    move 0 to tc-week-total(mode-index, band-index)
    move 0 to tc-week-max(mode-index, band-index)
    add 1 to band-index.
1110-clear-one-class-exit.
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
*> 1300-validate-control-card - numeric dates in order (baseline
*> before the week, the week not ending before it starts) and
*> numeric thresholds
*> -------------------------------------------------------------
1300-validate-control-card.
    if trnd-week-start-raw is not numeric
        set input-is-invalid to true
        move "WEEK START MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if trnd-week-end-raw is not numeric
        set input-is-invalid to true
        move "WEEK END MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if trnd-base-start-raw is not numeric
        set input-is-invalid to true
        move "BASELINE START MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if trnd-week-end-raw < trnd-week-start-raw
        set input-is-invalid to true
        move "WEEK END IS BEFORE WEEK START" to validation-message
        go to 1300-validate-control-card-exit
    end-if
    if trnd-base-start-raw not < trnd-week-start-raw
        set input-is-invalid to true
        move "BASELINE START MUST BE BEFORE WEEK START" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if trnd-sla-minutes-raw is not numeric
        set input-is-invalid to true
        move "SLA THRESHOLD MUST BE NUMERIC MINUTES 9999" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if trnd-slow-pct-raw is not numeric
        set input-is-invalid to true
        move "SLOWER PERCENTAGE MUST BE NUMERIC 999" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    move trnd-week-start-raw to week-start-date
    move trnd-week-end-raw to week-end-date
    move trnd-base-start-raw to base-start-date
    compute sla-seconds = trnd-sla-minutes * 60
    move trnd-slow-pct to slow-percent.
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

*> =============================================================
*> 2000-accumulate-runs - first pass: every trended run into its
*> mode and size class, week and baseline apart
*> =============================================================
2000-accumulate-runs.
    perform 2100-read-audit-record thru 2100-read-audit-record-exit
    perform 2200-accumulate-one-record
        thru 2200-accumulate-one-record-exit
        until auditlog-at-eof.
2000-accumulate-runs-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-audit-record
*> -------------------------------------------------------------
2100-read-audit-record.
    read auditlog
        at end
            set auditlog-at-eof to true
    end-read
    if auditlog-status not = "00" and auditlog-status not = "10"
        set io-error-found to true
        set auditlog-at-eof to true
        display "FACTTRND - AUDITLOG READ FAILED - STATUS "
            auditlog-status
    end-if.
2100-read-audit-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-accumulate-one-record
*> -------------------------------------------------------------
2200-accumulate-one-record.
    add 1 to records-read
    perform 2300-classify-record thru 2300-classify-record-exit
    evaluate true
        when run-is-untimed
            add 1 to untimed-count
        when run-is-rejected
            add 1 to rejected-count
        when run-is-trended
            move band-index to class-band
            perform 2400-add-to-class thru 2400-add-to-class-exit
            if band-index not = whole-mode-band
                move whole-mode-band to class-band
                perform 2400-add-to-class
                    thru 2400-add-to-class-exit
            end-if
            if run-in-report-week
                add 1 to week-run-count
            else
                add 1 to base-run-count
            end-if
        when other
            continue
    end-evaluate
    perform 2100-read-audit-record thru 2100-read-audit-record-exit.
2200-accumulate-one-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2300-classify-record - shared by both passes.  Only run
*> records of the trended modes inside the baseline-to-week-end
*> window are looked at (per-value D/P records and restores have
*> no mode here); leaves mode-index, band-index, run-elapsed, and
*> whether the run falls in the report week
*> -------------------------------------------------------------
2300-classify-record.
    set run-not-selected to true
    if aud-run-date < base-start-date
        or aud-run-date > week-end-date
        go to 2300-classify-record-exit
    end-if
    move 0 to mode-index
    move 1 to scan-index
    perform 2310-match-one-mode thru 2310-match-one-mode-exit
        until mode-index > 0 or scan-index > 8
    if mode-index = 0
        go to 2300-classify-record-exit
    end-if
    if aud-reject-switch = "Y"
        set run-is-rejected to true
        go to 2300-classify-record-exit
    end-if
    if aud-elapsed-seconds is not numeric
        set run-is-untimed to true
        go to 2300-classify-record-exit
    end-if
    set run-is-trended to true
    move aud-elapsed-seconds to run-elapsed
    move whole-mode-band to band-index
    if mode-sized-list(mode-index:1) = "Y"
        and aud-high-number is numeric
        compute band-index = aud-high-number / 10 + 1
    end-if
    if aud-run-date < week-start-date
        set run-in-baseline to true
    else
        set run-in-report-week to true
    end-if.
2300-classify-record-exit.
    exit.

2310-match-one-mode.
    if mode-code-list(scan-index:1) = aud-run-mode
        move scan-index to mode-index
    end-if
    add 1 to scan-index.
2310-match-one-mode-exit.
    exit.

*> -------------------------------------------------------------
*> 2400-add-to-class - the run in hand into mode-index's
*> class-band
*> -------------------------------------------------------------
2400-add-to-class.
    if run-in-report-week
        add 1 to tc-week-count(mode-index, class-band)
        add run-elapsed to tc-week-total(mode-index, class-band)
        if run-elapsed > tc-week-max(mode-index, class-band)
            move run-elapsed to tc-week-max(mode-index, class-band)
        end-if
    else
        add 1 to tc-base-count(mode-index, class-band)
        add run-elapsed to tc-base-total(mode-index, class-band)
    end-if.
2400-add-to-class-exit.
    exit.

*> =============================================================
*> 3000-write-flagged-section - second pass: every run in the
*> week judged against the SLA and its class's baseline average
*> =============================================================
3000-write-flagged-section.
    move spaces to section-title-text
    string "RUNS OVER SLA OR SLOWER THAN FOUR-WEEK AVERAGE, "
        week-start-display " - " week-end-display
        delimited by size into section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    set flag-headings-active to true
    perform 4100-write-flag-headings
        thru 4100-write-flag-headings-exit
    close auditlog
    open input auditlog
    if auditlog-status not = "00"
        set io-error-found to true
        display "FACTTRND - AUDITLOG REOPEN FAILED - STATUS "
            auditlog-status
        go to 3000-write-flagged-section-exit
    end-if
    move "N" to auditlog-eof-switch
    perform 2100-read-audit-record thru 2100-read-audit-record-exit
    perform 3100-check-one-run thru 3100-check-one-run-exit
        until auditlog-at-eof
    if flagged-count = 0
        move "NO RUN OVER THE SLA OR SLOWER THAN ITS AVERAGE"
            to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
3000-write-flagged-section-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-check-one-run - a week run with no baseline runs in its
*> class has no average and is judged on the SLA alone
*> -------------------------------------------------------------
3100-check-one-run.
    perform 2300-classify-record thru 2300-classify-record-exit
    if not run-is-trended or not run-in-report-week
        go to 3100-check-one-run-continue
    end-if
    move "N" to over-sla-switch
    move "N" to slower-switch
    if sla-seconds > 0 and run-elapsed > sla-seconds
        set run-over-sla to true
        add 1 to over-sla-count
    end-if
    move tc-base-count(mode-index, band-index) to line-base-count
    move tc-base-total(mode-index, band-index) to line-base-total
    if line-base-count > 0
        compute slow-left-side = run-elapsed * 100 * line-base-count
        compute slow-right-side =
            line-base-total * (100 + slow-percent)
        if slow-left-side > slow-right-side
            set run-slower to true
            add 1 to slower-count
        end-if
    end-if
    if run-over-sla or run-slower
        add 1 to flagged-count
        perform 3200-write-flag-line thru 3200-write-flag-line-exit
    end-if.
3100-check-one-run-continue.
    perform 2100-read-audit-record thru 2100-read-audit-record-exit.
3100-check-one-run-exit.
    exit.

*> -------------------------------------------------------------
*> 3200-write-flag-line - date, start, mode, size, elapsed, the
*> class average and the change against it, and why it flagged
*> -------------------------------------------------------------
3200-write-flag-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
        perform 4100-write-flag-headings
            thru 4100-write-flag-headings-exit
    end-if
    move spaces to message-text
    move aud-run-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to message-text(1:10)
    move spaces to format-hms
    string aud-run-time(1:2) ":" aud-run-time(3:2) ":"
        aud-run-time(5:2) delimited by size into format-hms
    move format-hms to message-text(12:8)
    move aud-run-mode to message-text(22:1)
    if band-index = whole-mode-band
        move "  -" to message-text(27:5)
    else
        perform 4600-format-size-band thru 4600-format-size-band-exit
        move size-text to message-text(27:5)
    end-if
    move run-elapsed to format-seconds
    perform 4500-format-seconds thru 4500-format-seconds-exit
    move format-hms to message-text(34:8)
    if line-base-count > 0
        compute average-seconds rounded =
            line-base-total / line-base-count
        move average-seconds to format-seconds
        perform 4500-format-seconds thru 4500-format-seconds-exit
        move format-hms to message-text(43:8)
        if line-base-total > 0
            compute change-numerator =
                run-elapsed * line-base-count - line-base-total
            compute change-percent rounded =
                change-numerator * 100 / line-base-total
            move change-percent to change-edit
            move change-edit to message-text(52:6)
            move "%" to message-text(58:1)
        end-if
    end-if
    move spaces to flag-text
    evaluate true
        when run-over-sla and run-slower
            move "OVER SLA, SLOWER" to flag-text
        when run-over-sla
            move "OVER SLA" to flag-text
        when other
            move "SLOWER" to flag-text
    end-evaluate
    move flag-text to message-text(61:19)
    perform 4300-write-message-line thru 4300-write-message-line-exit.
3200-write-flag-line-exit.
    exit.

*> =============================================================
*> 3500-write-mode-section - one line per mode that ran in the
*> week or the baseline
*> =============================================================
3500-write-mode-section.
    move "ELAPSED TIME BY MODE" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    set trend-headings-active to true
    perform 4150-write-trend-headings
        thru 4150-write-trend-headings-exit
    move "N" to any-line-switch
    move whole-mode-band to class-band
    move 1 to mode-index
    perform 3510-write-one-mode thru 3510-write-one-mode-exit
        until mode-index > 8
    if not any-line-written
        move "NO TIMED RUNS IN THE WEEK OR THE FOUR WEEKS BEFORE IT"
            to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
3500-write-mode-section-exit.
    exit.

3510-write-one-mode.
    if tc-week-count(mode-index, class-band) > 0
        or tc-base-count(mode-index, class-band) > 0
        move spaces to trend-label
        string mode-code-list(mode-index:1) " "
            mode-name(mode-index) delimited by size
            into trend-label
        perform 4400-write-trend-line thru 4400-write-trend-line-exit
    end-if
    add 1 to mode-index.
3510-write-one-mode-exit.
    exit.

*> =============================================================
*> 3700-write-size-section - the whole-table modes again, one
*> line per size band that ran
*> =============================================================
3700-write-size-section.
    move "ELAPSED TIME BY TABLE SIZE (HIGHEST NUMBER IN THE TABLE)"
        to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    perform 4150-write-trend-headings
        thru 4150-write-trend-headings-exit
    move "N" to any-line-switch
    move 1 to mode-index
    perform 3710-write-one-sized-mode
        thru 3710-write-one-sized-mode-exit
        until mode-index > 8
    if not any-line-written
        move "NO TIMED TABLE BUILD, EXTRACT, COMPARE, OR VERIFY RUNS"
            to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
3700-write-size-section-exit.
    exit.

3710-write-one-sized-mode.
    if mode-sized-list(mode-index:1) = "Y"
        move 1 to band-index
        perform 3720-write-one-band thru 3720-write-one-band-exit
            until band-index > 10
    end-if
    add 1 to mode-index.
3710-write-one-sized-mode-exit.
    exit.

3720-write-one-band.
    move band-index to class-band
    if tc-week-count(mode-index, class-band) > 0
        or tc-base-count(mode-index, class-band) > 0
        perform 4600-format-size-band thru 4600-format-size-band-exit
        move spaces to trend-label
        string mode-code-list(mode-index:1) " SIZE " size-text
            delimited by size into trend-label
        perform 4400-write-trend-line thru 4400-write-trend-line-exit
    end-if
    add 1 to band-index.
3720-write-one-band-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move "BATCH ELAPSED-TIME TREND" to ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write trndrpt-record from audr-heading-1 after advancing page
    move 1 to line-number
    add 1 to page-number.
4000-write-report-headers-exit.
    exit.

*> -------------------------------------------------------------
*> 4100-write-flag-headings - column labels over 3200's lines
*> -------------------------------------------------------------
4100-write-flag-headings.
    move spaces to message-text
    move "RUN DATE" to message-text(1:8)
    move "START" to message-text(12:5)
    move "MODE" to message-text(21:4)
    move "SIZE" to message-text(27:4)
    move "ELAPSED" to message-text(34:7)
    move "4WK AVG" to message-text(43:7)
    move "CHANGE" to message-text(52:6)
    move "FLAGGED" to message-text(61:7)
    perform 4300-write-message-line thru 4300-write-message-line-exit.
4100-write-flag-headings-exit.
    exit.

*> -------------------------------------------------------------
*> 4150-write-trend-headings - column labels over 4400's lines
*> -------------------------------------------------------------
4150-write-trend-headings.
    move spaces to message-text
    move "MODE" to message-text(1:4)
    move "RUNS" to message-text(22:4)
    move "AVERAGE" to message-text(28:7)
    move "LONGEST" to message-text(37:7)
    move "4WK RUNS" to message-text(45:8)
    move "4WK AVG" to message-text(55:7)
    move "CHANGE" to message-text(64:6)
    perform 4300-write-message-line thru 4300-write-message-line-exit.
4150-write-trend-headings-exit.
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
    write trndrpt-record from audr-section-line
        after advancing 2 lines
    add 2 to line-number.
4200-write-section-title-exit.
    exit.

*> -------------------------------------------------------------
*> 4300-write-message-line - one message-text line onto the
*> report through the page-break check
*> -------------------------------------------------------------
4300-write-message-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to audr-heading-1
    move message-text to aml-message
    write trndrpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> -------------------------------------------------------------
*> 4400-write-trend-line - trend-label and mode-index/class-band's
*> week and baseline columns; a page break repeats the column
*> headings
*> -------------------------------------------------------------
4400-write-trend-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
        perform 4150-write-trend-headings
            thru 4150-write-trend-headings-exit
    end-if
    set any-line-written to true
    move tc-week-count(mode-index, class-band) to line-week-count
    move tc-week-total(mode-index, class-band) to line-week-total
    move tc-week-max(mode-index, class-band) to line-week-max
    move tc-base-count(mode-index, class-band) to line-base-count
    move tc-base-total(mode-index, class-band) to line-base-total
    move spaces to message-text
    move trend-label to message-text(1:18)
    move line-week-count to count-edit
    move count-edit to message-text(20:6)
    if line-week-count > 0
        compute average-seconds rounded =
            line-week-total / line-week-count
        move average-seconds to format-seconds
        perform 4500-format-seconds thru 4500-format-seconds-exit
        move format-hms to message-text(28:8)
        move line-week-max to format-seconds
        perform 4500-format-seconds thru 4500-format-seconds-exit
        move format-hms to message-text(37:8)
    end-if
    move line-base-count to count-edit
    move count-edit to message-text(47:6)
    if line-base-count > 0
        compute average-seconds rounded =
            line-base-total / line-base-count
        move average-seconds to format-seconds
        perform 4500-format-seconds thru 4500-format-seconds-exit
        move format-hms to message-text(55:8)
    end-if
    if line-week-count > 0 and line-base-total > 0
        compute change-numerator =
            line-week-total * line-base-count
        compute change-numerator =
            change-numerator - line-base-total * line-week-count
        compute change-denominator =
            line-base-total * line-week-count
        compute change-percent rounded =
            change-numerator * 100 / change-denominator
        move change-percent to change-edit
        move change-edit to message-text(64:6)
        move "%" to message-text(70:1)
    end-if
    perform 4300-write-message-line thru 4300-write-message-line-exit.
4400-write-trend-line-exit.
    exit.

*> -------------------------------------------------------------
*> 4500-format-seconds - format-seconds into HH:MM:SS in
*> format-hms
*> -------------------------------------------------------------
4500-format-seconds.
    divide format-seconds by 3600 giving format-hours
        remainder format-remainder
    divide format-remainder by 60 giving format-minutes
        remainder format-secs
    move spaces to format-hms
    string format-hours ":" format-minutes ":" format-secs
        delimited by size into format-hms.
4500-format-seconds-exit.
    exit.

*> -------------------------------------------------------------
*> 4600-format-size-band - band-index into "00-09" .. "90-99"
*> -------------------------------------------------------------
4600-format-size-band.
    compute size-low = (band-index - 1) * 10
    compute size-high = size-low + 9
    move spaces to size-text
    string size-low "-" size-high delimited by size into size-text.
4600-format-size-band-exit.
    exit.

*> =============================================================
*> 5000-write-summary-section
*> =============================================================
5000-write-summary-section.
    move "SUMMARY" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move "AUDIT RECORDS READ" to summary-label
    move records-read to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "TIMED RUNS IN THE REPORT WEEK" to summary-label
    move week-run-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "TIMED RUNS IN THE FOUR-WEEK BASELINE" to summary-label
    move base-run-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "RUNS OVER THE SLA" to summary-label
    move over-sla-count to summary-value
    if sla-seconds = 0
        move "SLA CHECK OFF" to summary-text
    else
        string "SLA " trnd-sla-minutes " MINUTES"
            delimited by size into summary-text
    end-if
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "RUNS SLOWER THAN FOUR-WEEK AVERAGE" to summary-label
    move slower-count to summary-value
    string "BY MORE THAN " slow-percent "%"
        delimited by size into summary-text
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "REJECTED RUNS NOT TRENDED" to summary-label
    move rejected-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "RUN RECORDS WITHOUT AN ELAPSED TIME" to summary-label
    move untimed-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    if flagged-count = 0
        display "FACTTRND - " week-run-count
            " RUNS IN THE WEEK, NONE FLAGGED"
    else
        display "FACTTRND - " flagged-count
            " RUNS FLAGGED - SEE TRNDRPT"
    end-if.
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
    write trndrpt-record from audr-summary-line
        after advancing 1 line
    add 1 to line-number
    move spaces to summary-label summary-text
    move 0 to summary-value.
5100-write-summary-line-exit.
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
        when flagged-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate
    close ctl-file
    close auditlog
    close trndrpt.
9000-terminate-exit.
    exit.
