identification division.
program-id. "FACTPCHG".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Dual-control exceptions report over the PENDCHG KSDS, where
*> every FACTMSTR add, correction, and delete entered on FMNT
*> waits until a second supervisor approves or rejects it on FAPV
*> (pend-chg.cpy).  Two things the auditors want put in front of
*> someone rather than found later:
*>   - changes still waiting for a decision that were entered
*>     before the control card's overdue date (pchgctl.cpy) -- a
*>     correction to the reference master that nobody approves
*>     leaves the reconciliation checking against the old value
*>   - changes the supervisor who entered them tried to approve
*>     themselves (FAPV refuses and counts every such attempt),
*>     latest attempt on or after the card's from date, with what
*>     has since become of the change
*> followed by the counts of what is on the file.  PENDCHG is read
*> twice in key order (number, then when entered): once for each
*> section.
*>
*> Return codes: 0 nothing to report, 4 one or more overdue
*> changes or self-approval attempts, 12 PENDCHG could not be
*> opened or read, 16 control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written for dual control of FACTMSTR changes.
*> 2026-10-15  DP  PENDCHG closed at the end only when it is open.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select pendchg assign to "PENDCHG"
        organization is indexed
        access mode is sequential
        record key is pc-key
        file status is pendchg-status.

    select pchgrpt assign to "PCHGRPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "pchgctl.cpy".

fd  pendchg.
    copy "pend-chg.cpy".

fd  pchgrpt.
01  pchgrpt-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> cut-off dates
*> ------------------------------------------------------------
01  overdue-date                pic x(08).
01  attempt-from-date           pic x(08).
01  overdue-date-display        pic x(10).
01  attempt-from-display        pic x(10).

*> ------------------------------------------------------------
*> line-building work fields
*> ------------------------------------------------------------
01  action-text                 pic x(07).
01  attempt-edit                pic zz9.
01  decision-text               pic x(20).

*> ------------------------------------------------------------
*> switches and file status
*> ------------------------------------------------------------
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".
77  pendchg-eof-switch          pic x(01) value "N".
    88  pendchg-at-eof          value "Y".
77  pendchg-open-switch         pic x(01) value "N".
    88  pendchg-is-open         value "Y".
    88  pendchg-is-closed       value "N".
77  pendchg-status              pic xx.

*> ------------------------------------------------------------
*> accumulators
*> ------------------------------------------------------------
77  records-read                pic 9(05) comp value 0.
77  pending-count               pic 9(05) comp value 0.
77  approved-count              pic 9(05) comp value 0.
77  rejected-count              pic 9(05) comp value 0.
77  overdue-count               pic 9(05) comp value 0.
77  self-attempt-count          pic 9(05) comp value 0.
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
77  heading-kind-switch         pic x(01) value "O".
    88  overdue-headings-active value "O".
    88  attempt-headings-active value "S".

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
*> PCHGRPT print-line layouts
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        perform 2000-report-overdue-changes
            thru 2000-report-overdue-changes-exit
    end-if
    if input-is-valid and not io-error-found
        perform 3000-report-self-approvals
            thru 3000-report-self-approvals-exit
    end-if
    if input-is-valid and not io-error-found
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
    open input ctl-file
    open output pchgrpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTPCHG - CONTROL CARD REJECTED - "
            validation-message
        go to 1000-initialize-exit
    end-if
    open input pendchg
    if pendchg-status not = "00"
        set io-error-found to true
        set input-is-invalid to true
        display "FACTPCHG - PENDCHG OPEN FAILED - STATUS "
            pendchg-status
        go to 1000-initialize-exit
    end-if
    set pendchg-is-open to true
    move overdue-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to overdue-date-display
    move attempt-from-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to attempt-from-display
    perform 4000-write-report-headers
        thru 4000-write-report-headers-exit.
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
*> 1300-validate-control-card - both dates numeric
*> -------------------------------------------------------------
1300-validate-control-card.
    if pchg-overdue-date-raw is not numeric
        set input-is-invalid to true
        move "OVERDUE DATE MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    if pchg-attempt-from-raw is not numeric
        set input-is-invalid to true
        move "ATTEMPT FROM DATE MUST BE NUMERIC YYYYMMDD" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    move pchg-overdue-date-raw to overdue-date
    move pchg-attempt-from-raw to attempt-from-date.
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
*> 2000-report-overdue-changes - first pass: every change still
*> pending that was entered before the overdue date, and the
*> counts of what is on the file
*> =============================================================
2000-report-overdue-changes.
    move spaces to section-title-text
    string "CHANGES STILL AWAITING APPROVAL, ENTERED BEFORE "
        overdue-date-display
        delimited by size into section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    set overdue-headings-active to true
    perform 4100-write-column-headings
        thru 4100-write-column-headings-exit
    perform 2100-read-pending-change
        thru 2100-read-pending-change-exit
    perform 2200-check-overdue thru 2200-check-overdue-exit
        until pendchg-at-eof
    if overdue-count = 0
        move "NO OVERDUE CHANGES" to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
2000-report-overdue-changes-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-pending-change
*> -------------------------------------------------------------
2100-read-pending-change.
    read pendchg
        at end
            set pendchg-at-eof to true
    end-read
    if pendchg-status not = "00" and pendchg-status not = "10"
        set io-error-found to true
        set pendchg-at-eof to true
        display "FACTPCHG - PENDCHG READ FAILED - STATUS "
            pendchg-status
    end-if.
2100-read-pending-change-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-check-overdue
*> -------------------------------------------------------------
2200-check-overdue.
    add 1 to records-read
    evaluate pc-status
        when "P"
            add 1 to pending-count
        when "A"
            add 1 to approved-count
        when "R"
            add 1 to rejected-count
    end-evaluate
    if pc-status not = "P"
        or pc-entered-date not < overdue-date
        go to 2200-check-overdue-continue
    end-if
    add 1 to overdue-count
    perform 4500-format-action thru 4500-format-action-exit
    move spaces to message-text
    move pc-original-number to message-text(1:2)
    move action-text to message-text(5:7)
    move pc-entered-by to message-text(14:8)
    move pc-entered-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to message-text(24:10)
    move pc-entered-time to message-text(35:8)
    if pc-self-attempt-count > 0
        move "OWN APPROVAL TRIED" to message-text(45:18)
    end-if
    perform 4300-write-message-line thru 4300-write-message-line-exit.
2200-check-overdue-continue.
    perform 2100-read-pending-change
        thru 2100-read-pending-change-exit.
2200-check-overdue-exit.
    exit.

*> =============================================================
*> 3000-report-self-approvals - second pass: every change its
*> entering supervisor tried to approve, latest attempt on or
*> after the from date
*> =============================================================
3000-report-self-approvals.
    move spaces to section-title-text
    string "CHANGES THE ENTERING SUPERVISOR TRIED TO APPROVE, SINCE "
        attempt-from-display
        delimited by size into section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    set attempt-headings-active to true
    perform 4100-write-column-headings
        thru 4100-write-column-headings-exit
    close pendchg
    set pendchg-is-closed to true
    open input pendchg
    if pendchg-status not = "00"
        set io-error-found to true
        display "FACTPCHG - PENDCHG REOPEN FAILED - STATUS "
            pendchg-status
        go to 3000-report-self-approvals-exit
    end-if
    set pendchg-is-open to true
    move "N" to pendchg-eof-switch
    perform 2100-read-pending-change
        thru 2100-read-pending-change-exit
    perform 3100-check-self-attempt thru 3100-check-self-attempt-exit
        until pendchg-at-eof
    if self-attempt-count = 0
        move "NO SELF-APPROVAL ATTEMPTS" to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
3000-report-self-approvals-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-check-self-attempt - number, action, who entered it, how
*> many times they tried, the latest try, and where the change
*> stands now
*> -------------------------------------------------------------
3100-check-self-attempt.
    if pc-self-attempt-count is not numeric
        or pc-self-attempt-count = 0
        or pc-self-attempt-date < attempt-from-date
        go to 3100-check-self-attempt-continue
    end-if
    add 1 to self-attempt-count
    perform 4500-format-action thru 4500-format-action-exit
    move spaces to decision-text
    evaluate pc-status
        when "P"
            move "STILL PENDING" to decision-text
        when "A"
            string "APPROVED BY " pc-decided-by
                delimited by size into decision-text
        when "R"
            string "REJECTED BY " pc-decided-by
                delimited by size into decision-text
    end-evaluate
    move spaces to message-text
    move pc-original-number to message-text(1:2)
    move action-text to message-text(5:7)
    move pc-entered-by to message-text(14:8)
    move pc-self-attempt-count to attempt-edit
    move attempt-edit to message-text(26:3)
    move pc-self-attempt-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to message-text(31:10)
    move pc-self-attempt-time to message-text(42:8)
    move decision-text to message-text(52:20)
    perform 4300-write-message-line thru 4300-write-message-line-exit.
3100-check-self-attempt-continue.
    perform 2100-read-pending-change
        thru 2100-read-pending-change-exit.
3100-check-self-attempt-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move "MASTER CHANGE DUAL-CONTROL EXCEPTIONS" to ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write pchgrpt-record from audr-heading-1 after advancing page
    move 1 to line-number
    add 1 to page-number.
4000-write-report-headers-exit.
    exit.

*> -------------------------------------------------------------
*> 4100-write-column-headings - column labels over the section
*> being written (2200's or 3100's lines); written straight to
*> the report, since 4300 repeats them after a page break
*> -------------------------------------------------------------
4100-write-column-headings.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to audr-heading-1
    move "NO" to aml-message(1:2)
    move "ACTION" to aml-message(5:6)
    move "ENTERED" to aml-message(14:7)
    if overdue-headings-active
        move "ENTERED ON" to aml-message(24:10)
        move "AT" to aml-message(35:2)
    else
        move "TRIES" to aml-message(24:5)
        move "LAST TRIED" to aml-message(31:10)
        move "AT" to aml-message(42:2)
        move "NOW" to aml-message(52:3)
    end-if
    write pchgrpt-record from audr-message-line
        after advancing 1 line
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
    write pchgrpt-record from audr-section-line
        after advancing 2 lines
    add 2 to line-number.
4200-write-section-title-exit.
    exit.

*> -------------------------------------------------------------
*> 4300-write-message-line - one message-text line onto the
*> report through the page-break check; a page break inside a
*> section repeats its column headings
*> -------------------------------------------------------------
4300-write-message-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
        perform 4100-write-column-headings
            thru 4100-write-column-headings-exit
    end-if
    move spaces to audr-heading-1
    move message-text to aml-message
    write pchgrpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> -------------------------------------------------------------
*> 4500-format-action - pc-action as a word
*> -------------------------------------------------------------
4500-format-action.
    evaluate pc-action
        when "A"
            move "ADD" to action-text
        when "C"
            move "CORRECT" to action-text
        when "D"
            move "DELETE" to action-text
        when other
            move pc-action to action-text
    end-evaluate.
4500-format-action-exit.
    exit.

*> =============================================================
*> 5000-write-summary-section
*> =============================================================
5000-write-summary-section.
    move "SUMMARY" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move "CHANGES ON PENDCHG" to summary-label
    move records-read to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "AWAITING APPROVAL" to summary-label
    move pending-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "  OF WHICH OVERDUE" to summary-label
    move overdue-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "APPROVED AND APPLIED" to summary-label
    move approved-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "REJECTED" to summary-label
    move rejected-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "CHANGES WITH SELF-APPROVAL ATTEMPTS" to summary-label
    move self-attempt-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    if overdue-count = 0 and self-attempt-count = 0
        display "FACTPCHG - NO OVERDUE CHANGES OR SELF-APPROVALS"
    else
        display "FACTPCHG - " overdue-count " OVERDUE, "
            self-attempt-count " SELF-APPROVAL ATTEMPTS - SEE PCHGRPT"
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
    write pchgrpt-record from audr-summary-line
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
        when overdue-count > 0 or self-attempt-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate
    close ctl-file
    if pendchg-is-open
        close pendchg
    end-if
    close pchgrpt.
9000-terminate-exit.
    exit.
