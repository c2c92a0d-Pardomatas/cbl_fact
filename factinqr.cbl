identification division.
program-id. "FACTINQR".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Usage report over the INQTRAIL KSDS, the trail the FACT
*> (FACTONL) and COMB (FACTCMB) on-line inquiry transactions write
*> -- one record per inquiry: userid, terminal, transaction, the
*> n (and r and operation on COMB) keyed, and the outcome (see
*> inq-trail.cpy).  AUDITLOG and FACTAUDR only ever saw the batch
*> side; this is the same view of the on-line side.
*>
*> A SYSIN control card gives a from/to date range (YYYYMMDD, see
*> inqrctl.cpy).  The INQRPT report carries:
*>   - a day-by-day detail section (the INQTRAIL key is date+time,
*>     so key order is chronological and the day break needs no
*>     sort step), inquiries split by transaction and by outcome
*>   - the same columns per userid, in first-seen order
*>   - range totals by outcome, distinct users, and busiest day
*>   - every factorial an inquiry found missing from FACTTAB, with
*>     how often and when it was asked for -- the table extensions
*>     the users are waiting on
*>
*> Return codes follow FACTMAUD's convention: 0 clean, 12 INQTRAIL
*> could not be opened or read, 16 control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written for the audit meeting's "who looked up
*>                 what" question and for operations' table-build
*>                 planning.
*> 2026-10-15  DP  Slot 100 kept for *OTHERS*, so the overflow no
*>                 longer relabels the 100th real userid.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select inqtrail assign to "INQTRAIL"
        organization is indexed
        access mode is sequential
        record key is it-key
        file status is inqtrail-status.

    select inqrpt assign to "INQRPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "inqrctl.cpy".

fd  inqtrail.
    copy "inq-trail.cpy".

fd  inqrpt.
01  inqrpt-record               pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> selection range and day-break control
*> ------------------------------------------------------------
01  from-date                   pic x(08).
01  to-date                     pic x(08).
01  prior-day                   pic x(08) value spaces.
01  busiest-day                 pic x(08) value spaces.

*> ------------------------------------------------------------
*> count columns - every count vector below is laid out the same
*> way, one slot per report column:
*>   1 inquiries      2 FACT         3 COMB
*>   4 from FACTTAB   5 from COMBTAB 6 derived
*>   7 not on file    8 input error
*> a record adds to slot 1, its transaction's slot, and its
*> outcome's slot
*> ------------------------------------------------------------
01  day-counts.
    05  day-count               pic 9(05) comp occurs 8 times.
01  range-counts.
    05  range-count             pic 9(05) comp occurs 8 times.
01  line-counts.
    05  line-count              pic 9(05) comp occurs 8 times.
77  count-index                 pic 9(02) comp value 0.
77  transaction-slot            pic 9(02) comp value 0.
77  outcome-slot                pic 9(02) comp value 0.

*> ------------------------------------------------------------
*> per-user totals, first-seen order; a 100th and later userid
*> fold into the last slot under *OTHERS* rather than being lost
*> ------------------------------------------------------------
01  user-table.
    05  usr-entry occurs 100 times.
        10  usr-id              pic x(08).
        10  usr-count           pic 9(05) comp occurs 8 times.
77  usr-used                    pic 9(03) comp value 0.
77  usr-index                   pic 9(03) comp value 0.
77  usr-slot                    pic 9(03) comp value 0.

*> ------------------------------------------------------------
*> factorials found missing from FACTTAB, indexed by n + 1
*> ------------------------------------------------------------
01  missing-table.
    05  mis-entry occurs 100 times.
        10  mis-count           pic 9(05) comp.
        10  mis-first-date      pic x(08).
        10  mis-last-date       pic x(08).
77  mis-index                   pic 9(03) comp value 0.
77  mis-number                  pic 9(02) value 0.
77  mis-listed-count            pic 9(05) comp value 0.
01  mis-count-display           pic zz,zz9.
01  mis-first-display           pic x(10).

*> ------------------------------------------------------------
*> switches and file status
*> ------------------------------------------------------------
77  inqtrail-status             pic xx.
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  inqtrail-eof-switch         pic x(01) value "N".
    88  inqtrail-at-eof         value "Y".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".

*> ------------------------------------------------------------
*> accumulators
*> ------------------------------------------------------------
77  records-read                pic 9(05) comp value 0.
77  busiest-day-count           pic 9(05) comp value 0.
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
01  count-line-label            pic x(10) value spaces.
01  column-first-label          pic x(10) value spaces.

*> ------------------------------------------------------------
*> run date / time, date formatting, and report page control
*> ------------------------------------------------------------
01  run-date-yyyymmdd             pic 9(08).
01  run-time-hhmmss               pic 9(08).
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
*> INQRPT print-line layouts (shared with FACTAUDR/FACTMAUD)
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        perform 2000-process-inquiry-trail
            thru 2000-process-inquiry-trail-exit
        perform 3000-write-user-section
            thru 3000-write-user-section-exit
        perform 5000-write-summary-section
            thru 5000-write-summary-section-exit
        perform 6000-write-missing-section
            thru 6000-write-missing-section-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - open files, read and validate the control
*> card, and print the first page of report headers
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    accept run-time-hhmmss from time
    move 1 to count-index
    perform 1100-clear-one-count thru 1100-clear-one-count-exit
        until count-index > 8
    move 1 to mis-index
    perform 1150-clear-one-missing-number
        thru 1150-clear-one-missing-number-exit
        until mis-index > 100
    open input ctl-file
    open output inqrpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTINQR - CONTROL CARD REJECTED - "
            validation-message
    else
        open input inqtrail
        if inqtrail-status not = "00"
            set io-error-found to true
            set input-is-invalid to true
            display "FACTINQR - INQTRAIL OPEN FAILED - STATUS "
                inqtrail-status
        else
            perform 4000-write-report-headers
                thru 4000-write-report-headers-exit
            move
                "DAY-BY-DAY DETAIL  (FTAB/CTAB = SERVED FROM FACTTAB/COMBTAB)"
                to section-title-text
            move "DATE" to column-first-label
            perform 4100-write-column-headings
                thru 4100-write-column-headings-exit
        end-if
    end-if.
1000-initialize-exit.
    exit.

*> -------------------------------------------------------------
*> 1100-clear-one-count / 1150-clear-one-missing-number - the
*> count vectors and the missing-number table start at zero
*> -------------------------------------------------------------
1100-clear-one-count.
    move 0 to day-count(count-index)
    move 0 to range-count(count-index)
    add 1 to count-index.
1100-clear-one-count-exit.
    exit.

1150-clear-one-missing-number.
    move 0 to mis-count(mis-index)
    move spaces to mis-first-date(mis-index)
    move spaces to mis-last-date(mis-index)
    add 1 to mis-index.
1150-clear-one-missing-number-exit.
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
*> 1300-validate-control-card - rejects non-numeric dates and a
*> from-date past the to-date
*> -------------------------------------------------------------
1300-validate-control-card.
    if inqr-from-date-raw is not numeric
        set input-is-invalid to true
        move "FROM DATE MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if inqr-to-date-raw is not numeric
        set input-is-invalid to true
        move "TO DATE MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if inqr-from-date-raw > inqr-to-date-raw
        set input-is-invalid to true
        move "FROM DATE IS AFTER TO DATE" to validation-message
        go to 1300-validate-control-card-exit
    end-if
    move inqr-from-date-raw to from-date
    move inqr-to-date-raw to to-date.
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
*> 2000-process-inquiry-trail - one key-order pass over INQTRAIL;
*> day lines come out of the control break on IT-INQUIRY-DATE
*> =============================================================
2000-process-inquiry-trail.
    perform 2100-read-trail-record thru 2100-read-trail-record-exit
    perform 2200-process-one-record thru 2200-process-one-record-exit
        until inqtrail-at-eof
    if prior-day not = spaces
        perform 2400-write-day-line thru 2400-write-day-line-exit
    else
        move "NO INQUIRIES ON INQTRAIL FOR THIS RANGE" to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
2000-process-inquiry-trail-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-trail-record
*> -------------------------------------------------------------
2100-read-trail-record.
    read inqtrail
        at end
            set inqtrail-at-eof to true
    end-read
    if inqtrail-status not = "00" and inqtrail-status not = "10"
        set io-error-found to true
        set inqtrail-at-eof to true
        display "FACTINQR - INQTRAIL READ FAILED - STATUS "
            inqtrail-status
    end-if
    if not inqtrail-at-eof
        add 1 to records-read
    end-if.
2100-read-trail-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-process-one-record - range-select, break on a new day,
*> then accumulate.  The key is chronological, so the first
*> record past the to-date ends the pass
*> -------------------------------------------------------------
2200-process-one-record.
    if it-inquiry-date > to-date
        set inqtrail-at-eof to true
        go to 2200-process-one-record-exit
    end-if
    if it-inquiry-date < from-date
        go to 2200-process-one-record-continue
    end-if
    if it-inquiry-date not = prior-day
        if prior-day not = spaces
            perform 2400-write-day-line thru 2400-write-day-line-exit
        end-if
        move it-inquiry-date to prior-day
    end-if
    perform 2300-accumulate-record thru 2300-accumulate-record-exit.
2200-process-one-record-continue.
    perform 2100-read-trail-record thru 2100-read-trail-record-exit.
2200-process-one-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2300-accumulate-record - work out the record's transaction
*> and outcome columns, then add it to the day, the range, and
*> its user.  A transaction or outcome code this program does not
*> know still counts as an inquiry, it just lands in no column
*> -------------------------------------------------------------
2300-accumulate-record.
    evaluate it-transaction
        when "FACT"
            move 2 to transaction-slot
        when "COMB"
            move 3 to transaction-slot
        when other
            move 0 to transaction-slot
    end-evaluate
    evaluate it-outcome
        when "F"
            move 4 to outcome-slot
        when "C"
            move 5 to outcome-slot
        when "D"
            move 6 to outcome-slot
        when "N"
            move 7 to outcome-slot
        when "E"
            move 8 to outcome-slot
        when other
            move 0 to outcome-slot
    end-evaluate
    add 1 to day-count(1)
    add 1 to range-count(1)
    if transaction-slot > 0
        add 1 to day-count(transaction-slot)
        add 1 to range-count(transaction-slot)
    end-if
    if outcome-slot > 0
        add 1 to day-count(outcome-slot)
        add 1 to range-count(outcome-slot)
    end-if
    perform 2350-tally-user thru 2350-tally-user-exit
    if it-outcome = "N" and it-missing-number is numeric
        perform 2370-tally-missing-number
            thru 2370-tally-missing-number-exit
    end-if.
2300-accumulate-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2350-tally-user - find or claim the userid's slot in first-
*> seen order, the way FACTMAUD tallies its operators.  Slots
*> 1-99 are claimed by real userids; slot 100 is set up as
*> *OTHERS* on the first userid that finds no room, and every
*> later one adds into it
*> -------------------------------------------------------------
2350-tally-user.
    move 0 to usr-slot
    move 1 to usr-index
    perform 2360-match-one-user thru 2360-match-one-user-exit
        until usr-slot > 0 or usr-index > usr-used
    if usr-slot = 0
        evaluate true
            when usr-used < 99
                add 1 to usr-used
                move usr-used to usr-slot
                move it-userid to usr-id(usr-slot)
                move 1 to count-index
                perform 2355-clear-one-user-count
                    thru 2355-clear-one-user-count-exit
                    until count-index > 8
            when usr-used < 100
                move 100 to usr-used
                move 100 to usr-slot
                move "*OTHERS*" to usr-id(100)
                move 1 to count-index
                perform 2355-clear-one-user-count
                    thru 2355-clear-one-user-count-exit
                    until count-index > 8
            when other
                move 100 to usr-slot
        end-evaluate
    end-if
    add 1 to usr-count(usr-slot, 1)
    if transaction-slot > 0
        add 1 to usr-count(usr-slot, transaction-slot)
    end-if
    if outcome-slot > 0
        add 1 to usr-count(usr-slot, outcome-slot)
    end-if.
2350-tally-user-exit.
    exit.

2355-clear-one-user-count.
    move 0 to usr-count(usr-slot, count-index)
    add 1 to count-index.
2355-clear-one-user-count-exit.
    exit.

2360-match-one-user.
    if usr-id(usr-index) = it-userid
        move usr-index to usr-slot
    end-if
    add 1 to usr-index.
2360-match-one-user-exit.
    exit.

*> -------------------------------------------------------------
*> 2370-tally-missing-number - count the miss against the
*> factorial that was not on file and keep the first and last
*> dates it was asked for
*> -------------------------------------------------------------
2370-tally-missing-number.
    move it-missing-number to mis-number
    compute mis-index = mis-number + 1
    if mis-count(mis-index) = 0
        move it-inquiry-date to mis-first-date(mis-index)
    end-if
    add 1 to mis-count(mis-index)
    move it-inquiry-date to mis-last-date(mis-index).
2370-tally-missing-number-exit.
    exit.

*> -------------------------------------------------------------
*> 2400-write-day-line - flush the finished day onto the detail
*> section and keep the busiest-day running maximum
*> -------------------------------------------------------------
2400-write-day-line.
    if day-count(1) > busiest-day-count
        move day-count(1) to busiest-day-count
        move prior-day to busiest-day
    end-if
    move prior-day to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to count-line-label
    move day-counts to line-counts
    perform 4400-write-count-line thru 4400-write-count-line-exit
    move 1 to count-index
    perform 2410-clear-one-day-count thru 2410-clear-one-day-count-exit
        until count-index > 8.
2400-write-day-line-exit.
    exit.

2410-clear-one-day-count.
    move 0 to day-count(count-index)
    add 1 to count-index.
2410-clear-one-day-count-exit.
    exit.

*> =============================================================
*> 3000-write-user-section - the same columns per userid
*> =============================================================
3000-write-user-section.
    if usr-used = 0
        go to 3000-write-user-section-exit
    end-if
    move "INQUIRIES BY USER" to section-title-text
    move "USERID" to column-first-label
    perform 4100-write-column-headings
        thru 4100-write-column-headings-exit
    move 1 to usr-index
    perform 3100-write-user-line thru 3100-write-user-line-exit
        until usr-index > usr-used.
3000-write-user-section-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-write-user-line
*> -------------------------------------------------------------
3100-write-user-line.
    move usr-id(usr-index) to count-line-label
    move 1 to count-index
    perform 3110-copy-one-user-count
        thru 3110-copy-one-user-count-exit
        until count-index > 8
    perform 4400-write-count-line thru 4400-write-count-line-exit
    add 1 to usr-index.
3100-write-user-line-exit.
    exit.

3110-copy-one-user-count.
    move usr-count(usr-index, count-index) to line-count(count-index)
    add 1 to count-index.
3110-copy-one-user-count-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move "ON-LINE INQUIRY USAGE REPORT" to ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write inqrpt-record from audr-heading-1 after advancing page
    move 1 to line-number
    add 1 to page-number.
4000-write-report-headers-exit.
    exit.

*> -------------------------------------------------------------
*> 4100-write-column-headings - the section title the caller
*> left in section-title-text, then the column labels with
*> column-first-label over the first column
*> -------------------------------------------------------------
4100-write-column-headings.
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move spaces to audr-heading-1
    move column-first-label to ah2-date-label
    move "  INQS" to ah2-runs-label
    move "  FACT" to ah2-table-label
    move "  COMB" to ah2-single-label
    move "  FTAB" to ah2-comb-label
    move "  CTAB" to ah2-hyp-label
    move " DERIV" to ah2-reject-label
    move "NOTFIL" to ah2-ovflw-label
    move " ERROR" to ah2-deriv-label
    write inqrpt-record from audr-heading-2 after advancing 1 line
    add 1 to line-number.
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
    write inqrpt-record from audr-section-line
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
    write inqrpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> -------------------------------------------------------------
*> 4400-write-count-line - count-line-label and the eight
*> line-counts columns onto a day-detail layout line; a page
*> break repeats the column headings of the section in progress
*> -------------------------------------------------------------
4400-write-count-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
        perform 4100-write-column-headings
            thru 4100-write-column-headings-exit
    end-if
    move spaces to audr-heading-1
    move count-line-label to adl-run-date
    move line-count(1) to adl-total-runs
    move line-count(2) to adl-table-runs
    move line-count(3) to adl-single-runs
    move line-count(4) to adl-comb-runs
    move line-count(5) to adl-hyp-runs
    move line-count(6) to adl-reject-runs
    move line-count(7) to adl-overflow-runs
    move line-count(8) to adl-derived-values
    write inqrpt-record from audr-day-detail-line
        after advancing 1 line
    add 1 to line-number
    move spaces to count-line-label.
4400-write-count-line-exit.
    exit.

*> =============================================================
*> 5000-write-summary-section - range totals by transaction and
*> outcome after the detail, all out of the one sequential pass
*> =============================================================
5000-write-summary-section.
    move "SUMMARY FOR REQUESTED DATE RANGE" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move "TRAIL RECORDS READ" to summary-label
    move records-read to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "INQUIRIES IN RANGE" to summary-label
    move range-count(1) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "FACTORIAL INQUIRIES (FACT)" to summary-label
    move range-count(2) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "COMBINATORIC INQUIRIES (COMB)" to summary-label
    move range-count(3) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "SERVED FROM FACTTAB" to summary-label
    move range-count(4) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "SERVED FROM COMBTAB" to summary-label
    move range-count(5) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "DERIVED FROM FACTTAB FACTORIALS" to summary-label
    move range-count(6) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "NOT ON FILE" to summary-label
    move range-count(7) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "INPUT ERRORS" to summary-label
    move range-count(8) to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "DISTINCT USERS" to summary-label
    move usr-used to summary-value
    if usr-used = 100 and usr-id(100) = "*OTHERS*"
        move "(LAST SLOT *OTHERS*)" to summary-text
    end-if
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "BUSIEST DAY" to summary-label
    move busiest-day-count to summary-value
    if busiest-day not = spaces
        move busiest-day to work-date-yyyymmdd
        perform 1400-format-work-date thru 1400-format-work-date-exit
        move work-date-display to summary-text
    else
        move "(NO INQUIRIES)" to summary-text
    end-if
    perform 5100-write-summary-line thru 5100-write-summary-line-exit.
5000-write-summary-section-exit.
    exit.

*> -------------------------------------------------------------
*> 5100-write-summary-line - summary-label/summary-value/
*> summary-text are set by the caller; cleared again afterwards
*> so a text remark never bleeds onto the next summary line
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
    write inqrpt-record from audr-summary-line
        after advancing 1 line
    add 1 to line-number
    move spaces to summary-label summary-text
    move 0 to summary-value.
5100-write-summary-line-exit.
    exit.

*> =============================================================
*> 6000-write-missing-section - every factorial an inquiry in
*> the range found missing from FACTTAB, lowest n first, with how
*> often and between which dates it was asked for
*> =============================================================
6000-write-missing-section.
    move "FACTORIALS NOT ON FILE - THE TABLE BUILDS USERS ARE WAITING ON"
        to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move 1 to mis-index
    perform 6100-write-missing-line thru 6100-write-missing-line-exit
        until mis-index > 100
    if mis-listed-count = 0
        move "NO INQUIRY IN THE RANGE FOUND A FACTORIAL MISSING"
            to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
6000-write-missing-section-exit.
    exit.

*> -------------------------------------------------------------
*> 6100-write-missing-line
*> -------------------------------------------------------------
6100-write-missing-line.
    if mis-count(mis-index) = 0
        go to 6100-write-missing-line-continue
    end-if
    add 1 to mis-listed-count
    compute mis-number = mis-index - 1
    move mis-count(mis-index) to mis-count-display
    move mis-first-date(mis-index) to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to mis-first-display
    move mis-last-date(mis-index) to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move spaces to message-text
    string mis-number "!  ASKED FOR " mis-count-display
        " TIMES  FIRST " mis-first-display
        "  LAST " work-date-display
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit.
6100-write-missing-line-continue.
    add 1 to mis-index.
6100-write-missing-line-exit.
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
        when other
            move 0 to return-code
    end-evaluate
    close ctl-file
    close inqrpt
    if input-is-valid
        close inqtrail
    end-if.
9000-terminate-exit.
    exit.
