identification division.
program-id. "FACTRPRT".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> FACTRPT archive reprint.  Reads RPTARCH, the keyed report
*> archive FACTRARC loads after every FACTSTEP (rpt-arch.cpy), and
*> reproduces from it what a past run printed.  The SYSIN control
*> card (rprtctl.cpy) picks one of two functions:
*>   R - whole runs: every archived run between the from and to
*>       dates (optionally only the one started at a given time,
*>       or only runs of one mode), reprinted line for line with
*>       their original page headings, page ejects where the
*>       original had them
*>   N - one number: every archived line carrying that n -- the
*>       detail line, its continuation lines, and any C/P/M/H
*>       result lines -- over the date range, each run's lines
*>       under a line giving the run date, time, mode, and the
*>       page of the original report they were printed on
*>
*> Return codes: 0 lines reprinted, 4 nothing on the archive
*> matched the card, 12 RPTARCH could not be opened or read, 16
*> control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written for auditors' requests for past pages
*>                 after the RPTHIST generation had aged off.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select rptarch assign to "RPTARCH"
        organization is indexed
        access mode is dynamic
        record key is ra-key
        file status is rptarch-status.

    select reprint assign to "REPRINT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "rprtctl.cpy".

fd  rptarch.
    copy "rpt-arch.cpy".

fd  reprint.
01  reprint-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> selection from the control card
*> ------------------------------------------------------------
01  from-date                   pic x(08).
01  to-date                     pic x(08).
01  select-time                 pic x(06) value spaces.
01  select-mode                 pic x(01) value spaces.
01  select-number               pic 9(02) value 0.

*> ------------------------------------------------------------
*> run and page break control
*> ------------------------------------------------------------
01  prior-run-date              pic x(08) value spaces.
01  prior-run-time              pic x(08) value spaces.
77  prior-page-number           pic 9(04) value 0.

*> ------------------------------------------------------------
*> switches and file status
*> ------------------------------------------------------------
77  rptarch-status              pic xx.
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  run-reprint-switch          pic x(01) value "N".
    88  run-reprint-requested   value "Y".
77  number-reprint-switch       pic x(01) value "N".
    88  number-reprint-requested value "Y".
77  rptarch-eof-switch          pic x(01) value "N".
    88  rptarch-at-eof          value "Y".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".

*> ------------------------------------------------------------
*> accumulators
*> ------------------------------------------------------------
77  lines-reprinted             pic 9(06) value 0.
77  runs-reprinted              pic 9(05) value 0.
01  validation-message          pic x(60).
01  message-text                pic x(79) value spaces.

*> ------------------------------------------------------------
*> run date / time, date formatting, and report page control
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
*> headings for the one-number reprint (shared with FACTAUDR)
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        if run-reprint-requested
            perform 2000-reprint-runs thru 2000-reprint-runs-exit
        else
            perform 3000-reprint-number thru 3000-reprint-number-exit
        end-if
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - open files, read and validate the control
*> card, and open the archive
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    open input ctl-file
    open output reprint
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTRPRT - CONTROL CARD REJECTED - "
            validation-message
    else
        open input rptarch
        if rptarch-status not = "00"
            set io-error-found to true
            set input-is-invalid to true
            display "FACTRPRT - RPTARCH OPEN FAILED - STATUS "
                rptarch-status
        end-if
    end-if.
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
*> 1300-validate-control-card - function R or N; numeric dates
*> in order; N needs a number, R's time and mode are optional
*> -------------------------------------------------------------
1300-validate-control-card.
    evaluate rprt-function
        when "R"
            set run-reprint-requested to true
        when "N"
            set number-reprint-requested to true
        when other
            set input-is-invalid to true
            move "INVALID FUNCTION - MUST BE R OR N" to
                validation-message
            go to 1300-validate-control-card-exit
    end-evaluate
    if rprt-from-date-raw is not numeric
        set input-is-invalid to true
        move "FROM DATE MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if rprt-to-date-raw = spaces
        move rprt-from-date-raw to rprt-to-date-raw
    end-if
    if rprt-to-date-raw is not numeric
        set input-is-invalid to true
        move "TO DATE MUST BE NUMERIC YYYYMMDD OR BLANK" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if rprt-from-date-raw > rprt-to-date-raw
        set input-is-invalid to true
        move "FROM DATE IS AFTER TO DATE" to validation-message
        go to 1300-validate-control-card-exit
    end-if
    move rprt-from-date-raw to from-date
    move rprt-to-date-raw to to-date
    if number-reprint-requested
        if rprt-number-raw is not numeric
            set input-is-invalid to true
            move "NUMBER MUST BE TWO DIGITS FOR FUNCTION N" to
                validation-message
            go to 1300-validate-control-card-exit
        end-if
        move rprt-number-raw to select-number
        go to 1300-validate-control-card-exit
    end-if
    if rprt-run-time-raw not = spaces
        and rprt-run-time-raw is not numeric
        set input-is-invalid to true
        move "RUN TIME MUST BE NUMERIC HHMMSS OR BLANK" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    move rprt-run-time-raw to select-time
    if rprt-run-mode not = space and rprt-run-mode not = "T"
        and rprt-run-mode not = "S" and rprt-run-mode not = "C"
        and rprt-run-mode not = "H" and rprt-run-mode not = "M"
        set input-is-invalid to true
        move "RUN MODE MUST BE T, S, C, H, M, OR BLANK" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    move rprt-run-mode to select-mode.
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
*> 2000-reprint-runs - function R: the run lines from the from
*> date on, in key order, until the to date is passed
*> =============================================================
2000-reprint-runs.
    move spaces to rptarch-record
    move "R" to ra-key-type
    move from-date to ra-run-date
    perform 2100-start-archive thru 2100-start-archive-exit
    perform 2200-reprint-one-run-line
        thru 2200-reprint-one-run-line-exit
        until rptarch-at-eof
    if lines-reprinted = 0 and not io-error-found
        move "NO ARCHIVED RUN MATCHES THE CONTROL CARD" to
            message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
2000-reprint-runs-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-start-archive - position at the key the caller built;
*> nothing at or past it is an empty selection, not an error
*> -------------------------------------------------------------
2100-start-archive.
    start rptarch key is not less than ra-key
        invalid key
            set rptarch-at-eof to true
    end-start
    if rptarch-status not = "00" and rptarch-status not = "23"
        set io-error-found to true
        set rptarch-at-eof to true
        display "FACTRPRT - RPTARCH START FAILED - STATUS "
            rptarch-status
        go to 2100-start-archive-exit
    end-if
    if not rptarch-at-eof
        perform 2150-read-archive-record
            thru 2150-read-archive-record-exit
    end-if.
2100-start-archive-exit.
    exit.

*> -------------------------------------------------------------
*> 2150-read-archive-record
*> -------------------------------------------------------------
2150-read-archive-record.
    read rptarch next
        at end
            set rptarch-at-eof to true
    end-read
    if rptarch-status not = "00" and rptarch-status not = "10"
        set io-error-found to true
        set rptarch-at-eof to true
        display "FACTRPRT - RPTARCH READ FAILED - STATUS "
            rptarch-status
    end-if.
2150-read-archive-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-reprint-one-run-line - past the run lines or the to date
*> ends the pass; the time and mode filters only skip.  A page
*> heading is printed after a page eject, as it was originally
*> -------------------------------------------------------------
2200-reprint-one-run-line.
    if ra-key-type not = "R" or ra-run-date > to-date
        set rptarch-at-eof to true
        go to 2200-reprint-one-run-line-exit
    end-if
    if select-time not = spaces
        and ra-run-time(1:6) not = select-time
        go to 2200-reprint-one-run-line-continue
    end-if
    if select-mode not = space and ra-run-mode not = select-mode
        go to 2200-reprint-one-run-line-continue
    end-if
    if ra-run-date not = prior-run-date
        or ra-run-time not = prior-run-time
        add 1 to runs-reprinted
        move ra-run-date to prior-run-date
        move ra-run-time to prior-run-time
    end-if
    if ra-line-type = "P"
        write reprint-record from ra-print-line
            after advancing page
    else
        write reprint-record from ra-print-line
            after advancing 1 line
    end-if
    add 1 to lines-reprinted.
2200-reprint-one-run-line-continue.
    perform 2150-read-archive-record
        thru 2150-read-archive-record-exit.
2200-reprint-one-run-line-exit.
    exit.

*> =============================================================
*> 3000-reprint-number - function N: the number entries for the
*> n from the from date on, until the n or the to date changes
*> =============================================================
3000-reprint-number.
    perform 4000-write-report-headers
        thru 4000-write-report-headers-exit
    move spaces to rptarch-record
    move "N" to ra-key-type
    move select-number to ra-nk-number
    move from-date to ra-nk-run-date
    perform 2100-start-archive thru 2100-start-archive-exit
    perform 3100-reprint-one-number-line
        thru 3100-reprint-one-number-line-exit
        until rptarch-at-eof
    if lines-reprinted = 0 and not io-error-found
        move spaces to message-text
        string "NO ARCHIVED LINES FOR " select-number
            "! IN THIS DATE RANGE" delimited by size
            into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
3000-reprint-number-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-reprint-one-number-line - a new run, or a new page of the
*> original report within a run, gets a line saying where the
*> lines below it were printed
*> -------------------------------------------------------------
3100-reprint-one-number-line.
    if ra-key-type not = "N" or ra-nk-number not = select-number
        or ra-nk-run-date > to-date
        set rptarch-at-eof to true
        go to 3100-reprint-one-number-line-exit
    end-if
    if ra-nk-run-date not = prior-run-date
        or ra-nk-run-time not = prior-run-time
        or ra-page-number not = prior-page-number
        if ra-nk-run-date not = prior-run-date
            or ra-nk-run-time not = prior-run-time
            add 1 to runs-reprinted
        end-if
        move ra-nk-run-date to prior-run-date
        move ra-nk-run-time to prior-run-time
        move ra-page-number to prior-page-number
        perform 3200-write-run-line thru 3200-write-run-line-exit
    end-if
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    write reprint-record from ra-print-line after advancing 1 line
    add 1 to line-number
    add 1 to lines-reprinted
    perform 2150-read-archive-record
        thru 2150-read-archive-record-exit.
3100-reprint-one-number-line-exit.
    exit.

*> -------------------------------------------------------------
*> 3200-write-run-line - run date, time, mode, and original page
*> -------------------------------------------------------------
3200-write-run-line.
    move ra-nk-run-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move spaces to message-text
    string "RUN " work-date-display " "
        ra-nk-run-time(1:2) ":" ra-nk-run-time(3:2) ":"
        ra-nk-run-time(5:2) "  MODE " ra-run-mode
        "  ORIGINAL PAGE " ra-page-number
        delimited by size into message-text
    if line-number >= lines-per-page - 1
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to audr-heading-1
    move message-text to aml-message
    write reprint-record from audr-message-line
        after advancing 2 lines
    add 2 to line-number
    move spaces to message-text.
3200-write-run-line-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line for the one-number
*> reprint; also called whenever a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move spaces to ah1-title
    string "FACTRPT ARCHIVE - LINES FOR " select-number "!"
        delimited by size into ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write reprint-record from audr-heading-1 after advancing page
    move 1 to line-number
    add 1 to page-number.
4000-write-report-headers-exit.
    exit.

*> -------------------------------------------------------------
*> 4300-write-message-line - one message-text line
*> -------------------------------------------------------------
4300-write-message-line.
    move spaces to audr-heading-1
    move message-text to aml-message
    write reprint-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> =============================================================
*> 9000-terminate
*> =============================================================
9000-terminate.
    display "FACTRPRT - RUNS REPRINTED   " runs-reprinted
    display "FACTRPRT - LINES REPRINTED  " lines-reprinted
    close ctl-file
    close reprint
    close rptarch
    evaluate true
        when io-error-found
            move 12 to return-code
        when input-is-invalid
            move 16 to return-code
        when lines-reprinted = 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate.
9000-terminate-exit.
    exit.
