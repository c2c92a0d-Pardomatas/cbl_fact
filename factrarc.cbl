identification division.
program-id. "FACTRARC".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> FACTRPT report archive load.  Auditors ask for "the page where
*> 57! was reported on the 3rd of last month", and RPTHIST only
*> keeps fourteen generations.  This step runs after FACTSTEP and
*> loads the generation FACTSTEP just wrote into RPTARCH, the
*> keyed report archive (rpt-arch.cpy): every printed line once
*> under its run date, run time, and line sequence, and every line
*> that carries an n -- table detail lines, their "  +  "
*> continuation lines, and the C/P/M/H result lines -- once more
*> under the n, so FACTRPRT can reprint either a whole run or one
*> number's lines across a date range.
*>
*> The report itself only prints the run date, so the run time and
*> mode are taken from the run's own AUDITLOG record: the last
*> run-level FACTJOB1 record on the trail, which FACTSTEP writes
*> as it ends.  Its date must agree with the report's first page
*> heading or nothing is loaded -- a report is never filed under
*> some other run.
*>
*> Return codes: 0 report archived, 4 this run is already in the
*> archive (a rerun of the step) and nothing was written, 8 the
*> run could not be identified off AUDITLOG or the report has no
*> heading to check it against -- nothing loaded, 12 an I/O error
*> on RPTARCH or either input.
*>
*> Modification history
*> 2026-10-15  DP  Written; RPTHIST generations aged off with the
*>                 only copy of what a past run printed.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select factrpt assign to "FACTRPT"
        organization is line sequential
        file status is factrpt-status.

    select auditlog assign to "AUDITLOG"
        organization is line sequential
        file status is auditlog-status.

    select rptarch assign to "RPTARCH"
        organization is indexed
        access mode is dynamic
        record key is ra-key
        file status is rptarch-status.

data division.
file section.
fd  factrpt.
01  factrpt-record              pic x(80).

fd  auditlog.
    copy "audit-log.cpy".

fd  rptarch.
    copy "rpt-arch.cpy".

working-storage section.

*> ------------------------------------------------------------
*> the run being archived, off its AUDITLOG record
*> ------------------------------------------------------------
01  archive-run-date            pic x(08) value spaces.
01  archive-run-time            pic x(08) value spaces.
01  archive-run-mode            pic x(01) value spaces.
01  job-name-constant           pic x(08) value "FACTJOB1".

*> ------------------------------------------------------------
*> line classification
*> ------------------------------------------------------------
01  line-type                   pic x(01) value spaces.
01  line-n                      pic x(02) value spaces.
01  carry-n                     pic x(02) value spaces.
01  n-work                      pic x(02) value spaces.
77  line-sequence               pic 9(06) value 0.
77  page-count                  pic 9(04) value 0.

*> ------------------------------------------------------------
*> switches and file status
*> ------------------------------------------------------------
77  factrpt-status              pic xx.
77  auditlog-status             pic xx.
77  rptarch-status              pic xx.
77  factrpt-eof-switch          pic x(01) value "N".
    88  factrpt-at-eof          value "Y".
77  auditlog-eof-switch         pic x(01) value "N".
    88  auditlog-at-eof         value "Y".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".
77  run-identified-switch       pic x(01) value "Y".
    88  run-is-identified       value "Y".
    88  run-not-identified      value "N".
77  already-archived-switch     pic x(01) value "N".
    88  run-already-archived    value "Y".

*> ------------------------------------------------------------
*> accumulators
*> ------------------------------------------------------------
77  report-lines-read           pic 9(06) value 0.
77  run-lines-written           pic 9(06) value 0.
77  number-entries-written      pic 9(06) value 0.

*> ------------------------------------------------------------
*> run date and date formatting
*> ------------------------------------------------------------
01  work-date-yyyymmdd            pic 9(08).
01  work-date-parts redefines work-date-yyyymmdd.
    05  wd-year                  pic 9(04).
    05  wd-month                 pic 9(02).
    05  wd-day                   pic 9(02).
01  work-date-mmddyyyy            pic 9(08).
01  work-date-display             pic 99/99/9999.

*> ------------------------------------------------------------
*> FACTRPT print-line layouts, to recognize each archived line
*> ------------------------------------------------------------
    copy "report-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if run-is-identified and not run-already-archived
        and not io-error-found
        perform 2000-load-report thru 2000-load-report-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - identify the run off AUDITLOG, check it
*> against the report's first heading, and make sure it is not
*> already in the archive
*> =============================================================
1000-initialize.
    perform 1100-find-run-record thru 1100-find-run-record-exit
    if io-error-found or run-not-identified
        go to 1000-initialize-exit
    end-if
    open input factrpt
    if factrpt-status not = "00"
        set io-error-found to true
        display "FACTRARC - FACTRPT OPEN FAILED - STATUS "
            factrpt-status
        go to 1000-initialize-exit
    end-if
    perform 2100-read-report-line thru 2100-read-report-line-exit
    perform 1200-check-report-heading
        thru 1200-check-report-heading-exit
    if io-error-found or run-not-identified
        go to 1000-initialize-exit
    end-if
    open i-o rptarch
    if rptarch-status not = "00"
        set io-error-found to true
        display "FACTRARC - RPTARCH OPEN FAILED - STATUS "
            rptarch-status
        go to 1000-initialize-exit
    end-if
    perform 1300-check-already-archived
        thru 1300-check-already-archived-exit.
1000-initialize-exit.
    exit.

*> -------------------------------------------------------------
*> 1100-find-run-record - the last run-level FACTJOB1 record on
*> the trail; per-value D/P records and other jobs' records are
*> passed over
*> -------------------------------------------------------------
1100-find-run-record.
    open input auditlog
    if auditlog-status not = "00"
        set io-error-found to true
        display "FACTRARC - AUDITLOG OPEN FAILED - STATUS "
            auditlog-status
        go to 1100-find-run-record-exit
    end-if
    perform 1110-read-audit-record thru 1110-read-audit-record-exit
    perform 1120-check-one-audit-record
        thru 1120-check-one-audit-record-exit
        until auditlog-at-eof
    close auditlog
    if io-error-found
        go to 1100-find-run-record-exit
    end-if
    if archive-run-date = spaces
        set run-not-identified to true
        display "FACTRARC - NO FACTJOB1 RUN RECORD ON AUDITLOG - "
            "REPORT NOT ARCHIVED"
    end-if.
1100-find-run-record-exit.
    exit.

1110-read-audit-record.
    read auditlog
        at end
            set auditlog-at-eof to true
    end-read
    if auditlog-status not = "00" and auditlog-status not = "10"
        set io-error-found to true
        set auditlog-at-eof to true
        display "FACTRARC - AUDITLOG READ FAILED - STATUS "
            auditlog-status
    end-if.
1110-read-audit-record-exit.
    exit.

1120-check-one-audit-record.
    if aud-job-name = job-name-constant
        and aud-run-mode not = "D" and aud-run-mode not = "P"
        move aud-run-date to archive-run-date
        move aud-run-time to archive-run-time
        move aud-run-mode to archive-run-mode
    end-if
    perform 1110-read-audit-record thru 1110-read-audit-record-exit.
1120-check-one-audit-record-exit.
    exit.

*> -------------------------------------------------------------
*> 1200-check-report-heading - the report's first line must be a
*> page heading printed on the run record's date
*> -------------------------------------------------------------
1200-check-report-heading.
    if factrpt-at-eof
        set run-not-identified to true
        display "FACTRARC - FACTRPT IS EMPTY - NOTHING TO ARCHIVE"
        go to 1200-check-report-heading-exit
    end-if
    move archive-run-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move factrpt-record to report-heading-1
    if rh1-date-label not = "RUN DATE: "
        or rh1-page-label not = "PAGE: "
        set run-not-identified to true
        display "FACTRARC - FACTRPT DOES NOT START WITH A PAGE "
            "HEADING - REPORT NOT ARCHIVED"
        go to 1200-check-report-heading-exit
    end-if
    if rh1-run-date not = work-date-display
        set run-not-identified to true
        display "FACTRARC - REPORT DATE " rh1-run-date
            " IS NOT THE LAST AUDITLOG RUN " work-date-display
            " - REPORT NOT ARCHIVED"
    end-if.
1200-check-report-heading-exit.
    exit.

*> -------------------------------------------------------------
*> 1300-check-already-archived - the run's first line already on
*> file means the step is being rerun; nothing is written twice
*> -------------------------------------------------------------
1300-check-already-archived.
    move spaces to rptarch-record
    move "R" to ra-key-type
    move archive-run-date to ra-run-date
    move archive-run-time to ra-run-time
    move 1 to ra-line-sequence
    read rptarch
        invalid key
            continue
    end-read
    evaluate rptarch-status
        when "00"
            set run-already-archived to true
            display "FACTRARC - RUN " archive-run-date " "
                archive-run-time " IS ALREADY ARCHIVED - NOTHING "
                "WRITTEN"
        when "23"
            continue
        when other
            set io-error-found to true
            display "FACTRARC - RPTARCH READ FAILED - STATUS "
                rptarch-status
    end-evaluate.
1300-check-already-archived-exit.
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
*> 2000-load-report - every line of the report into the archive,
*> starting with the heading 1200 has already read
*> =============================================================
2000-load-report.
    perform 2200-archive-one-line thru 2200-archive-one-line-exit
        until factrpt-at-eof or io-error-found.
2000-load-report-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-report-line
*> -------------------------------------------------------------
2100-read-report-line.
    read factrpt
        at end
            set factrpt-at-eof to true
    end-read
    if factrpt-status not = "00" and factrpt-status not = "10"
        set io-error-found to true
        set factrpt-at-eof to true
        display "FACTRARC - FACTRPT READ FAILED - STATUS "
            factrpt-status
    end-if
    if not factrpt-at-eof
        add 1 to report-lines-read
    end-if.
2100-read-report-line-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-archive-one-line - classify, write the run line, and the
*> number entry when the line carries an n
*> -------------------------------------------------------------
2200-archive-one-line.
    add 1 to line-sequence
    perform 2300-classify-line thru 2300-classify-line-exit
    move spaces to rptarch-record
    move "R" to ra-key-type
    move archive-run-date to ra-run-date
    move archive-run-time to ra-run-time
    move line-sequence to ra-line-sequence
    perform 2400-write-archive-record
        thru 2400-write-archive-record-exit
    if io-error-found
        go to 2200-archive-one-line-exit
    end-if
    add 1 to run-lines-written
    if line-n not = spaces
        move spaces to rptarch-record
        move "N" to ra-key-type
        move line-n to ra-nk-number
        move archive-run-date to ra-nk-run-date
        move archive-run-time to ra-nk-run-time
        move line-sequence to ra-nk-line-sequence
        perform 2400-write-archive-record
            thru 2400-write-archive-record-exit
        if io-error-found
            go to 2200-archive-one-line-exit
        end-if
        add 1 to number-entries-written
    end-if
    perform 2100-read-report-line thru 2100-read-report-line-exit.
2200-archive-one-line-exit.
    exit.

*> -------------------------------------------------------------
*> 2300-classify-line - by the fixed columns report-lines.cpy
*> lays each line out in.  A continuation line belongs to the n
*> of the detail or result line it continues, across a page
*> break if need be; any other line ends that
*> -------------------------------------------------------------
2300-classify-line.
    move "L" to line-type
    move spaces to line-n
    move factrpt-record to report-heading-1
    evaluate true
        when rh1-date-label = "RUN DATE: "
            and rh1-page-label = "PAGE: "
            move "P" to line-type
            add 1 to page-count
        when rh2-col1-label = "NUMBER"
            and rh2-col2-label = "FACTORIAL VALUE"
            move "H" to line-type
        when rd-bang-equals = "! =  "
            move factrpt-record(2:2) to n-work
            perform 2310-take-line-n thru 2310-take-line-n-exit
        when rc-cont-marker = "  +  " and rc-number-blank = spaces
            move "C" to line-type
            move carry-n to line-n
        when (rcb-operation = "C" or rcb-operation = "P"
            or rcb-operation = "M") and rcb-equals = "="
            move factrpt-record(3:2) to n-work
            perform 2310-take-line-n thru 2310-take-line-n-exit
        when factrpt-record(2:2) = "H "
            and factrpt-record(6:1) = ","
            move factrpt-record(4:2) to n-work
            perform 2310-take-line-n thru 2310-take-line-n-exit
        when factrpt-record(2:2) = "M "
            and factrpt-record(6:8) = " GROUPS "
            move factrpt-record(4:2) to n-work
            perform 2310-take-line-n thru 2310-take-line-n-exit
        when other
            move spaces to carry-n
    end-evaluate.
2300-classify-line-exit.
    exit.

*> -------------------------------------------------------------
*> 2310-take-line-n - a detail or result line; a leading blank
*> in the n (the detail line prints it zero-suppressed) is read
*> as a zero.  Anything still not numeric is filed as an
*> ordinary line
*> -------------------------------------------------------------
2310-take-line-n.
    inspect n-work replacing leading space by "0"
    if n-work is numeric
        move "D" to line-type
        move n-work to line-n
        move n-work to carry-n
    else
        move spaces to carry-n
    end-if.
2310-take-line-n-exit.
    exit.

*> -------------------------------------------------------------
*> 2400-write-archive-record - the key is already in place
*> -------------------------------------------------------------
2400-write-archive-record.
    move archive-run-mode to ra-run-mode
    move line-type to ra-line-type
    move line-n to ra-line-number-n
    move page-count to ra-page-number
    move factrpt-record to ra-print-line
    write rptarch-record
        invalid key
            continue
    end-write
    if rptarch-status not = "00"
        set io-error-found to true
        display "FACTRARC - RPTARCH WRITE FAILED - STATUS "
            rptarch-status " - KEY " ra-key
    end-if.
2400-write-archive-record-exit.
    exit.

*> =============================================================
*> 9000-terminate
*> =============================================================
9000-terminate.
    display "FACTRARC - RUN " archive-run-date " " archive-run-time
        " MODE " archive-run-mode
    display "FACTRARC - REPORT LINES READ      " report-lines-read
    display "FACTRARC - RUN LINES ARCHIVED     " run-lines-written
    display "FACTRARC - NUMBER ENTRIES WRITTEN " number-entries-written
    display "FACTRARC - PAGES ARCHIVED         " page-count
    close factrpt
    close rptarch
    evaluate true
        when io-error-found
            move 12 to return-code
        when run-not-identified
            move 8 to return-code
        when run-already-archived
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate.
9000-terminate-exit.
    exit.
