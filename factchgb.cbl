identification division.
program-id. "FACTCHGB".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Monthly chargeback of combinatorics and probability requests
*> to the departments that send them.  Every request a mode-C,
*> -H, or -M run processes leaves one AUDITLOG trail record (mode
*> D, or P for a probability) carrying the department and cost
*> center off its transmission header and whether the value was
*> served from COMBTAB or freshly derived from FACTTAB (see
*> audit-log.cpy).  This report totals those records for one
*> month per department and cost center, and prices them off the
*> rate control card (chgbctl.cpy): one rate per fresh
*> derivation, one per COMBTAB hit, one per rejected request.
*>
*> The CHGBRPT report carries one line per department and cost
*> center in first-seen order -- requests, the combinatoric (D)
*> and probability (P) split, cached, fresh, rejected, and the
*> charge -- then a grand total line and a summary.  Requests
*> from a legacy card deck or a header without a cost center are
*> charged as UNASSIGNED, for finance to chase.  Records written
*> before the cache switch was carried count as fresh.
*>
*> Return codes follow FACTAUDR's convention: 16 when the control
*> card is rejected, otherwise 0.
*>
*> Modification history
*> 2026-10-15  DP  Written for finance's machine-time chargeback
*>                 of the departmental COMBREQ/HYPGREQ traffic.
*> 2026-10-15  DP  Slot 100 kept for *OTHERS*, so the overflow no
*>                 longer relabels the 100th real cost center.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select auditlog assign to "AUDITLOG"
        organization is line sequential.

    select chgbrpt assign to "CHGBRPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "chgbctl.cpy".

fd  auditlog.
    copy "audit-log.cpy".

fd  chgbrpt.
01  chgbrpt-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> selection month and rates
*> ------------------------------------------------------------
01  charge-month                pic x(06).
01  fresh-rate                  pic 9(03)v99 value 0.
01  cached-rate                 pic 9(03)v99 value 0.
01  reject-rate                 pic 9(03)v99 value 0.

*> ------------------------------------------------------------
*> count columns - every count vector below is laid out the same
*> way, one slot per report column:
*>   1 requests       2 combinatoric (D)   3 probability (P)
*>   4 cached         5 fresh              6 rejected
*> a record adds to slot 1, its kind's slot, and its outcome's
*> slot
*> ------------------------------------------------------------
01  total-counts.
    05  total-count             pic 9(05) comp occurs 6 times.
01  line-counts.
    05  line-count              pic 9(05) comp occurs 6 times.
77  count-index                 pic 9(02) comp value 0.
77  kind-slot                   pic 9(02) comp value 0.
77  outcome-slot                pic 9(02) comp value 0.

*> ------------------------------------------------------------
*> per cost-center totals, first-seen order; a 100th and later
*> department and cost center fold into the last slot under
*> *OTHERS* rather than being lost
*> ------------------------------------------------------------
01  center-table.
    05  ctr-entry occurs 100 times.
        10  ctr-department      pic x(04).
        10  ctr-cost-center     pic x(05).
        10  ctr-count           pic 9(05) comp occurs 6 times.
77  ctr-used                    pic 9(03) comp value 0.
77  ctr-index                   pic 9(03) comp value 0.
77  ctr-slot                    pic 9(03) comp value 0.

*> ------------------------------------------------------------
*> charge arithmetic and print editing
*> ------------------------------------------------------------
01  line-charge                 pic 9(07)v99 value 0.
01  total-charge                pic 9(07)v99 value 0.
01  term-charge                 pic 9(07)v99 value 0.
01  line-label                  pic x(10) value spaces.
01  line-edits.
    05  line-edit               pic zz,zz9 occurs 6 times.
01  charge-edit                 pic z,zzz,zz9.99.
01  fresh-rate-edit             pic zz9.99.
01  cached-rate-edit            pic zz9.99.
01  reject-rate-edit            pic zz9.99.

*> ------------------------------------------------------------
*> switches
*> ------------------------------------------------------------
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  auditlog-eof-switch         pic x(01) value "N".
    88  auditlog-at-eof         value "Y".

*> ------------------------------------------------------------
*> accumulators
*> ------------------------------------------------------------
77  records-read                pic 9(05) comp value 0.
77  unassigned-count            pic 9(05) comp value 0.
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
77  page-number                   pic 9(04) comp value 1.
77  line-number                   pic 9(03) comp value 0.
77  lines-per-page                pic 9(03) comp value 50.

*> ------------------------------------------------------------
*> CHGBRPT print-line layouts
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        perform 2000-process-audit-log
            thru 2000-process-audit-log-exit
        perform 3000-write-center-section
            thru 3000-write-center-section-exit
        perform 5000-write-summary-section
            thru 5000-write-summary-section-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - open files, read and validate the control
*> card, and print the first page of report headers
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    move 1 to count-index
    perform 1100-clear-one-count thru 1100-clear-one-count-exit
        until count-index > 6
    open input ctl-file
    open input auditlog
    open output chgbrpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTCHGB - CONTROL CARD REJECTED - "
            validation-message
    else
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if.
1000-initialize-exit.
    exit.

1100-clear-one-count.
    move 0 to total-count(count-index)
    add 1 to count-index.
1100-clear-one-count-exit.
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
*> 1300-validate-control-card - rejects a non-numeric month or
*> rate and a month outside 01-12
*> -------------------------------------------------------------
1300-validate-control-card.
    if chgb-month-raw is not numeric
        set input-is-invalid to true
        move "CHARGE MONTH MUST BE NUMERIC YYYYMM" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if chgb-month-raw(5:2) < "01" or chgb-month-raw(5:2) > "12"
        set input-is-invalid to true
        move "CHARGE MONTH MUST BE 01 THRU 12" to validation-message
        go to 1300-validate-control-card-exit
    end-if
    if chgb-fresh-rate-raw is not numeric
        set input-is-invalid to true
        move "FRESH DERIVATION RATE MUST BE NUMERIC 999V99" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if chgb-cached-rate-raw is not numeric
        set input-is-invalid to true
        move "COMBTAB HIT RATE MUST BE NUMERIC 999V99" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if chgb-reject-rate-raw is not numeric
        set input-is-invalid to true
        move "REJECT RATE MUST BE NUMERIC 999V99" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    move chgb-month-raw to charge-month
    move chgb-fresh-rate to fresh-rate
    move chgb-cached-rate to cached-rate
    move chgb-reject-rate to reject-rate.
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
*> 2000-process-audit-log - one pass over AUDITLOG
*> =============================================================
2000-process-audit-log.
    perform 2100-read-audit-record thru 2100-read-audit-record-exit
    perform 2200-process-one-record thru 2200-process-one-record-exit
        until auditlog-at-eof.
2000-process-audit-log-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-audit-record
*> -------------------------------------------------------------
2100-read-audit-record.
    read auditlog
        at end
            set auditlog-at-eof to true
    end-read
    if not auditlog-at-eof
        add 1 to records-read
    end-if.
2100-read-audit-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-process-one-record - only the per-request D and P trail
*> records of the charge month are charged; run-level records,
*> restores, and everything else pass by
*> -------------------------------------------------------------
2200-process-one-record.
    if aud-run-date(1:6) not = charge-month
        go to 2200-process-one-record-continue
    end-if
    if aud-run-mode not = "D" and aud-run-mode not = "P"
        go to 2200-process-one-record-continue
    end-if
    perform 2300-accumulate-record thru 2300-accumulate-record-exit.
2200-process-one-record-continue.
    perform 2100-read-audit-record thru 2100-read-audit-record-exit.
2200-process-one-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2300-accumulate-record - work out the record's kind and
*> outcome slots, then add it to the range totals and its cost
*> center's line.  A rejected request never reached COMBTAB or
*> the derivation, so it is a reject and nothing else; an
*> accepted one without the cache switch predates it and counts
*> as fresh
*> -------------------------------------------------------------
2300-accumulate-record.
    if aud-run-mode = "D"
        move 2 to kind-slot
    else
        move 3 to kind-slot
    end-if
    evaluate true
        when aud-reject-switch = "Y"
            move 6 to outcome-slot
        when aud-cache-switch = "T"
            move 4 to outcome-slot
        when other
            move 5 to outcome-slot
    end-evaluate
    add 1 to total-count(1)
    add 1 to total-count(kind-slot)
    add 1 to total-count(outcome-slot)
    if aud-department = spaces and aud-cost-center = spaces
        add 1 to unassigned-count
    end-if
    perform 2350-tally-center thru 2350-tally-center-exit.
2300-accumulate-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2350-tally-center - find or claim the department and cost
*> center's slot in first-seen order, the way FACTINQR tallies
*> its users.  Slots 1-99 are claimed by real centers; slot 100
*> is set up as *OTHERS* (HIGH-VALUES) on the first center that
*> finds no room, and every later one adds into it
*> -------------------------------------------------------------
2350-tally-center.
    move 0 to ctr-slot
    move 1 to ctr-index
    perform 2360-match-one-center thru 2360-match-one-center-exit
        until ctr-slot > 0 or ctr-index > ctr-used
    if ctr-slot = 0
        evaluate true
            when ctr-used < 99
                add 1 to ctr-used
                move ctr-used to ctr-slot
                move aud-department to ctr-department(ctr-slot)
                move aud-cost-center to ctr-cost-center(ctr-slot)
                move 1 to count-index
                perform 2355-clear-one-center-count
                    thru 2355-clear-one-center-count-exit
                    until count-index > 6
            when ctr-used < 100
                move 100 to ctr-used
                move 100 to ctr-slot
                move high-values to ctr-department(100)
                move high-values to ctr-cost-center(100)
                move 1 to count-index
                perform 2355-clear-one-center-count
                    thru 2355-clear-one-center-count-exit
                    until count-index > 6
            when other
                move 100 to ctr-slot
        end-evaluate
    end-if
    add 1 to ctr-count(ctr-slot, 1)
    add 1 to ctr-count(ctr-slot, kind-slot)
    add 1 to ctr-count(ctr-slot, outcome-slot).
2350-tally-center-exit.
    exit.

2355-clear-one-center-count.
    move 0 to ctr-count(ctr-slot, count-index)
    add 1 to count-index.
2355-clear-one-center-count-exit.
    exit.

2360-match-one-center.
    if ctr-department(ctr-index) = aud-department
        and ctr-cost-center(ctr-index) = aud-cost-center
        move ctr-index to ctr-slot
    end-if
    add 1 to ctr-index.
2360-match-one-center-exit.
    exit.

*> =============================================================
*> 3000-write-center-section - one priced line per department
*> and cost center, then the grand total line
*> =============================================================
3000-write-center-section.
    perform 4100-write-column-headings
        thru 4100-write-column-headings-exit
    if ctr-used = 0
        move "NO COMBINATORIC OR PROBABILITY REQUESTS IN THE MONTH"
            to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if
    move 1 to ctr-index
    perform 3100-write-center-line thru 3100-write-center-line-exit
        until ctr-index > ctr-used
    move 1 to count-index
    perform 3120-copy-one-total-count
        thru 3120-copy-one-total-count-exit
        until count-index > 6
    move "TOTAL" to line-label
    perform 4400-write-charge-line thru 4400-write-charge-line-exit
    move line-charge to total-charge.
3000-write-center-section-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-write-center-line
*> -------------------------------------------------------------
3100-write-center-line.
    move 1 to count-index
    perform 3110-copy-one-center-count
        thru 3110-copy-one-center-count-exit
        until count-index > 6
    evaluate true
        when ctr-department(ctr-index) = high-values
            move "*OTHERS*" to line-label
        when ctr-department(ctr-index) = spaces
            and ctr-cost-center(ctr-index) = spaces
            move "UNASSIGNED" to line-label
        when other
            move spaces to line-label
            string ctr-department(ctr-index) " "
                ctr-cost-center(ctr-index)
                delimited by size into line-label
    end-evaluate
    perform 4400-write-charge-line thru 4400-write-charge-line-exit
    add 1 to ctr-index.
3100-write-center-line-exit.
    exit.

3110-copy-one-center-count.
    move ctr-count(ctr-index, count-index) to line-count(count-index)
    add 1 to count-index.
3110-copy-one-center-count-exit.
    exit.

3120-copy-one-total-count.
    move total-count(count-index) to line-count(count-index)
    add 1 to count-index.
3120-copy-one-total-count-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move "COMBINATORICS CHARGEBACK" to ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write chgbrpt-record from audr-heading-1 after advancing page
    move 1 to line-number
    add 1 to page-number.
4000-write-report-headers-exit.
    exit.

*> -------------------------------------------------------------
*> 4100-write-column-headings - the section title with the month
*> and rates, then the column labels
*> -------------------------------------------------------------
4100-write-column-headings.
    move fresh-rate to fresh-rate-edit
    move cached-rate to cached-rate-edit
    move reject-rate to reject-rate-edit
    move spaces to section-title-text
    string "CHARGEBACK FOR " charge-month(5:2) "/" charge-month(1:4)
        "  RATES FRESH " fresh-rate-edit " CACHED " cached-rate-edit
        " REJECT " reject-rate-edit
        delimited by size into section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move "DEPT CCTR    REQS   COMB   PROB CACHED  FRESH REJECT"
        to message-text
    move "CHARGE" to message-text(61:6)
    perform 4300-write-message-line thru 4300-write-message-line-exit.
4100-write-column-headings-exit.
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
    write chgbrpt-record from audr-section-line
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
    write chgbrpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> -------------------------------------------------------------
*> 4400-write-charge-line - line-label, the six line-counts
*> columns, and their charge priced off the rate card; the charge
*> is left in line-charge for the caller.  A page break repeats
*> the column headings
*> -------------------------------------------------------------
4400-write-charge-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
        perform 4100-write-column-headings
            thru 4100-write-column-headings-exit
    end-if
    compute line-charge = line-count(5) * fresh-rate
    compute term-charge = line-count(4) * cached-rate
    add term-charge to line-charge
    compute term-charge = line-count(6) * reject-rate
    add term-charge to line-charge
    move 1 to count-index
    perform 4410-edit-one-count thru 4410-edit-one-count-exit
        until count-index > 6
    move line-charge to charge-edit
    move spaces to message-text
    string line-label " " line-edit(1) " " line-edit(2) " "
        line-edit(3) " " line-edit(4) " " line-edit(5) " "
        line-edit(6) "  " charge-edit
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit
    move spaces to line-label.
4400-write-charge-line-exit.
    exit.

4410-edit-one-count.
    move line-count(count-index) to line-edit(count-index)
    add 1 to count-index.
4410-edit-one-count-exit.
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
    move "REQUESTS CHARGED" to summary-label
    move total-count(1) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "DEPARTMENT/COST CENTERS CHARGED" to summary-label
    move ctr-used to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "REQUESTS WITH NO COST CENTER" to summary-label
    move unassigned-count to summary-value
    if unassigned-count > 0
        move "CHARGED UNASSIGNED" to summary-text
    end-if
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move total-charge to charge-edit
    move spaces to message-text
    string "TOTAL CHARGE FOR THE MONTH" delimited by size
        into message-text
    move charge-edit to message-text(33:12)
    perform 4300-write-message-line thru 4300-write-message-line-exit
    display "FACTCHGB - " total-count(1) " REQUESTS CHARGED FOR "
        charge-month.
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
    write chgbrpt-record from audr-summary-line
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
    if input-is-invalid
        move 16 to return-code
    else
        move 0 to return-code
    end-if
    close ctl-file
    close auditlog
    close chgbrpt.
9000-terminate-exit.
    exit.
