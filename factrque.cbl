identification division.
program-id. "FACTRQUE".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> REQQUEUE request-queue batch step.  Users key C/P and
*> hypergeometric requests on the RQST transaction (factrqs.cbl)
*> into the REQQUEUE KSDS (req-queue.cpy); this program is the
*> nightly FACTJOB's side of that queue, run twice around the
*> FACTORIAL mode-C and mode-H steps that answer it:
*>   X  extract - every pending request (and any request a
*>                previous night selected but never answered) is
*>                marked selected and written into tonight's
*>                request files in the workstation's own H/D/T
*>                transmission format (see combreq.cpy and
*>                hypreq.cpy): C/P requests onto COMBQ, H requests
*>                onto HYPGQ.  Each detail carries its requester's
*>                department and cost center, so the chargeback
*>                charges each request to whoever keyed it.  The
*>                COMBACK and HYPGACK acknowledgment files are
*>                emptied here as well, so a FACTORIAL step that
*>                is bypassed leaves an empty ACK behind rather
*>                than the last run's.
*>   U  update  - the FACTACK acknowledgments the two FACTORIAL
*>                steps wrote are posted back onto the selected
*>                requests: each OK detail's value as the answer,
*>                each REJ detail's reason as the reject reason.
*>                The ACK details come back in the order the
*>                requests went out, which is REQQUEUE key order,
*>                so each is matched to the next selected request
*>                of its kind and its operation and numbers proved
*>                against the request before anything is posted.
*>                An ACK without a balancing trailer (a run that
*>                rejected the file, or never finished) posts
*>                nothing: its requests stay selected and go out
*>                again the next night.
*> A request whose operation is not C, P, or H never reaches the
*> run; the extract rejects it on the spot.
*>
*> Return codes, extract: 0 C/P and H requests selected, 1 C/P
*> requests only, 2 H requests only, 4 nothing pending -- the
*> FACTJOB steps that answer each kind condition on these.
*> Update: 0 every selected request answered or rejected, 8 some
*> left selected (an ACK missing, incomplete, or out of step with
*> the queue -- see RQUERPT).  Either function: 12 an I/O error on
*> REQQUEUE or one of the request files, 16 control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written; a large batch of C/P/H values used to
*>                 need a hand-built COMBREQ or HYPGREQ deck and a
*>                 telephone call to operations.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select reqqueue assign to "REQQUEUE"
        organization is indexed
        access mode is dynamic
        record key is rq-key
        file status is reqqueue-status.

    select combq-file assign to "COMBQ"
        organization is line sequential
        file status is combq-status.

    select hypgq-file assign to "HYPGQ"
        organization is line sequential
        file status is hypgq-status.

    select comback-file assign to "COMBACK"
        organization is line sequential
        file status is comback-status.

    select hypgack-file assign to "HYPGACK"
        organization is line sequential
        file status is hypgack-status.

    select rquerpt assign to "RQUERPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "rquectl.cpy".

fd  reqqueue.
    copy "req-queue.cpy".

fd  combq-file.
01  combq-record                pic x(80).

fd  hypgq-file.
01  hypgq-record                pic x(80).

fd  comback-file.
01  comback-record              pic x(200).

fd  hypgack-file.
01  hypgack-record              pic x(200).

fd  rquerpt.
01  rquerpt-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> outbound transmission work areas -- the same controls FACTXTR
*> unloads with and FACTORIAL's 6800/6850 prove: a header, one
*> delimited detail per request, and a trailer carrying the
*> detail count and the plain sum of every detail's n (C/P) or
*> population N (H)
*> ------------------------------------------------------------
01  queue-source-constant       pic x(08) value "REQQUEUE".
01  outbound-record             pic x(80).
77  comb-detail-count           pic 9(05) comp value 0.
77  comb-hash-total             pic 9(09) comp value 0.
77  hyp-detail-count            pic 9(05) comp value 0.
77  hyp-hash-total              pic 9(09) comp value 0.
01  trailer-count-display       pic 9(05).
01  trailer-hash-display        pic 9(09).
01  xmit-work-n                 pic 99.

*> ------------------------------------------------------------
*> inbound acknowledgment work areas.  The ACK being posted is
*> read into ack-record whichever file it came from; its details
*> are D|<op>|<nn>|<rr>|OK or REJ|<value or reason> for C/P and
*> D|H|<NN>|<KK>|<nn>|<kk>|<pp>|OK or REJ|<value or reason> for H
*> ------------------------------------------------------------
01  ack-record                  pic x(200).
01  ack-fields.
    05  ack-tag                 pic x(02).
    05  ack-field-2             pic x(08).
    05  ack-field-3             pic x(09).
    05  ack-field-4             pic x(09).
    05  ack-field-5             pic x(08).
    05  ack-field-6             pic x(08).
    05  ack-field-7             pic x(08).
    05  ack-status              pic x(03).
    05  ack-value               pic x(162).
01  ack-ddname                  pic x(08).
01  ack-reject-reason           pic x(32).
77  ack-detail-count            pic 9(05) comp value 0.
77  ack-hash-total              pic 9(09) comp value 0.
77  ack-trl-count               pic 9(09) comp value 0.
77  ack-trl-hash                pic 9(09) comp value 0.

*> ------------------------------------------------------------
*> the request being reported
*> ------------------------------------------------------------
01  request-text                pic x(17).
01  request-outcome-text        pic x(32).

*> ------------------------------------------------------------
*> switches
*> ------------------------------------------------------------
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  function-switch             pic x(01) value "X".
    88  extract-requested       value "X".
    88  update-requested        value "U".
77  posting-type-switch         pic x(01) value "C".
    88  posting-comb-acks       value "C".
    88  posting-hyp-acks        value "H".
77  queue-eof-switch            pic x(01) value "N".
    88  queue-at-eof            value "Y".
77  ack-eof-switch              pic x(01) value "N".
    88  ack-at-eof              value "Y".
77  ack-trust-switch            pic x(01) value "N".
    88  ack-is-trusted          value "Y".
    88  ack-not-trusted         value "N".
77  ack-header-switch           pic x(01) value "N".
    88  ack-header-found        value "Y".
77  ack-trailer-switch          pic x(01) value "N".
    88  ack-trailer-found       value "Y".
77  out-of-step-switch          pic x(01) value "N".
    88  ack-out-of-step         value "Y".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".

*> ------------------------------------------------------------
*> file status and working counters
*> ------------------------------------------------------------
77  reqqueue-status             pic xx.
77  combq-status                pic xx.
77  hypgq-status                pic xx.
77  comback-status              pic xx.
77  hypgack-status              pic xx.
77  ack-file-status             pic xx.
77  requests-read               pic 9(05) comp value 0.
77  pending-selected-count      pic 9(05) comp value 0.
77  reselected-count            pic 9(05) comp value 0.
77  invalid-request-count       pic 9(05) comp value 0.
77  answered-count              pic 9(05) comp value 0.
77  rejected-count              pic 9(05) comp value 0.
77  left-selected-count         pic 9(05) comp value 0.
77  out-of-step-count           pic 9(05) comp value 0.
77  type-posted-count           pic 9(05) comp value 0.
77  type-left-count             pic 9(05) comp value 0.
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
*> run date and time, date formatting, and report page control
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
*> RQUERPT print-line layouts (shared with FACTAUDR/FACTVFY)
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        if extract-requested
            perform 2000-extract-requests
                thru 2000-extract-requests-exit
        else
            perform 3000-post-acknowledgments
                thru 3000-post-acknowledgments-exit
        end-if
        perform 5000-write-summary-section
            thru 5000-write-summary-section-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - read and validate the control card, open
*> REQQUEUE, and print the first page of report headers
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    accept run-time-hhmmss from time
    open input ctl-file
    open output rquerpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTRQUE - CONTROL CARD REJECTED - "
            validation-message
        go to 1000-initialize-exit
    end-if
    open i-o reqqueue
    if reqqueue-status not = "00"
        set io-error-found to true
        set input-is-invalid to true
        display "FACTRQUE - REQQUEUE OPEN FAILED - STATUS "
            reqqueue-status
        go to 1000-initialize-exit
    end-if
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
*> 1300-validate-control-card
*> -------------------------------------------------------------
1300-validate-control-card.
    if rque-function not = "X" and rque-function not = "U"
        set input-is-invalid to true
        move "INVALID FUNCTION - MUST BE X (EXTRACT) OR U (UPDATE)"
            to validation-message
        go to 1300-validate-control-card-exit
    end-if
    move rque-function to function-switch.
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
*> 2000-extract-requests - one key-order pass over REQQUEUE,
*> selecting every pending request into tonight's COMBQ or HYPGQ
*> transmission; a request already selected by an earlier night
*> that never had its answer posted goes out again
*> =============================================================
2000-extract-requests.
    perform 2010-open-extract-files thru 2010-open-extract-files-exit
    if io-error-found
        go to 2000-extract-requests-exit
    end-if
    move "REQUESTS SELECTED FOR TONIGHT'S RUN" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    perform 2100-read-next-request thru 2100-read-next-request-exit
    perform 2200-extract-one-request
        thru 2200-extract-one-request-exit
        until queue-at-eof
    perform 2050-write-trailers thru 2050-write-trailers-exit
    close combq-file
    close hypgq-file
    if comb-detail-count = 0 and hyp-detail-count = 0
        and invalid-request-count = 0 and not io-error-found
        move "NONE - NO REQUESTS PENDING ON REQQUEUE" to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
2000-extract-requests-exit.
    exit.

*> -------------------------------------------------------------
*> 2010-open-extract-files - both request files get their header
*> whether or not anything of their kind is pending (the
*> FACTORIAL step for a kind with nothing pending is bypassed off
*> the return code).  COMBACK and HYPGACK are opened and closed
*> empty, so an ACK left over from a bypassed step can never be
*> posted
*> -------------------------------------------------------------
2010-open-extract-files.
    open output combq-file
    if combq-status not = "00"
        set io-error-found to true
        display "FACTRQUE - COMBQ OPEN FAILED - STATUS " combq-status
        go to 2010-open-extract-files-exit
    end-if
    open output hypgq-file
    if hypgq-status not = "00"
        set io-error-found to true
        display "FACTRQUE - HYPGQ OPEN FAILED - STATUS " hypgq-status
        close combq-file
        go to 2010-open-extract-files-exit
    end-if
    open output comback-file
    close comback-file
    open output hypgack-file
    close hypgack-file
    move spaces to outbound-record
    string "H" "|" run-date-yyyymmdd "|" run-time-hhmmss(1:6)
        "|" queue-source-constant
        delimited by size into outbound-record
    write combq-record from outbound-record
    write hypgq-record from outbound-record.
2010-open-extract-files-exit.
    exit.

*> -------------------------------------------------------------
*> 2050-write-trailers - count and hash of each file's details,
*> proved by FACTORIAL's 6850 before a single request is run
*> -------------------------------------------------------------
2050-write-trailers.
    move comb-detail-count to trailer-count-display
    move comb-hash-total to trailer-hash-display
    move spaces to outbound-record
    string "T" "|" trailer-count-display "|" trailer-hash-display
        delimited by size into outbound-record
    write combq-record from outbound-record
    move hyp-detail-count to trailer-count-display
    move hyp-hash-total to trailer-hash-display
    move spaces to outbound-record
    string "T" "|" trailer-count-display "|" trailer-hash-display
        delimited by size into outbound-record
    write hypgq-record from outbound-record.
2050-write-trailers-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-next-request - a failing status other than end of
*> file never raises AT END, so it is tested here
*> -------------------------------------------------------------
2100-read-next-request.
    read reqqueue next
        at end
            set queue-at-eof to true
    end-read
    if reqqueue-status not = "00" and reqqueue-status not = "10"
        set io-error-found to true
        set queue-at-eof to true
        display "FACTRQUE - REQQUEUE READ FAILED - STATUS "
            reqqueue-status
    end-if.
2100-read-next-request-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-extract-one-request - answered and rejected requests are
*> history and pass untouched; pending and selected ones are
*> written out and marked selected under tonight's run date
*> -------------------------------------------------------------
2200-extract-one-request.
    add 1 to requests-read
    if rq-status not = "P" and rq-status not = "S"
        go to 2200-extract-one-request-continue
    end-if
    perform 2600-describe-request thru 2600-describe-request-exit
    evaluate rq-operation
        when "C"
        when "P"
            perform 2300-write-comb-detail
                thru 2300-write-comb-detail-exit
        when "H"
            perform 2350-write-hyp-detail
                thru 2350-write-hyp-detail-exit
        when other
            add 1 to invalid-request-count
            move "R" to rq-status
            move run-date-yyyymmdd to rq-run-date
            move spaces to rq-result
            move "OPERATION IS NOT C, P, OR H - REQUEST NOT RUN"
                to rq-reject-reason
            move "REJECTED - NOT A C, P, OR H" to request-outcome-text
            perform 2500-rewrite-request thru 2500-rewrite-request-exit
            perform 2650-report-request thru 2650-report-request-exit
            go to 2200-extract-one-request-continue
    end-evaluate
    if rq-status = "S"
        add 1 to reselected-count
        move "SELECTED AGAIN - NEVER ANSWERED" to
            request-outcome-text
    else
        add 1 to pending-selected-count
        move "SELECTED" to request-outcome-text
    end-if
    move "S" to rq-status
    move run-date-yyyymmdd to rq-run-date
    move spaces to rq-result rq-reject-reason
    perform 2500-rewrite-request thru 2500-rewrite-request-exit
    perform 2650-report-request thru 2650-report-request-exit.
2200-extract-one-request-continue.
    perform 2100-read-next-request thru 2100-read-next-request-exit.
2200-extract-one-request-exit.
    exit.

*> -------------------------------------------------------------
*> 2300-write-comb-detail - D|<op>|<nn>|<rr>|<dept>|<cctr>
*> -------------------------------------------------------------
2300-write-comb-detail.
    move spaces to outbound-record
    string "D" "|" rq-operation "|" rq-n-raw "|" rq-r-raw
        "|" rq-department "|" rq-cost-center
        delimited by size into outbound-record
    write combq-record from outbound-record
    if combq-status not = "00"
        set io-error-found to true
        set queue-at-eof to true
        display "FACTRQUE - COMBQ WRITE FAILED - STATUS "
            combq-status
    end-if
    add 1 to comb-detail-count
    if rq-n-raw is numeric
        move rq-n-raw to xmit-work-n
        add xmit-work-n to comb-hash-total
    end-if.
2300-write-comb-detail-exit.
    exit.

*> -------------------------------------------------------------
*> 2350-write-hyp-detail - D|H|<NN>|<KK>|<nn>|<kk>|<pp>|<dept>|
*> <cctr>
*> -------------------------------------------------------------
2350-write-hyp-detail.
    move spaces to outbound-record
    string "D" "|H|" rq-population-raw "|" rq-successes-raw
        "|" rq-sample-raw "|" rq-observed-raw "|" rq-places-raw
        "|" rq-department "|" rq-cost-center
        delimited by size into outbound-record
    write hypgq-record from outbound-record
    if hypgq-status not = "00"
        set io-error-found to true
        set queue-at-eof to true
        display "FACTRQUE - HYPGQ WRITE FAILED - STATUS "
            hypgq-status
    end-if
    add 1 to hyp-detail-count
    if rq-population-raw is numeric
        move rq-population-raw to xmit-work-n
        add xmit-work-n to hyp-hash-total
    end-if.
2350-write-hyp-detail-exit.
    exit.

*> -------------------------------------------------------------
*> 2500-rewrite-request - the record last read; a failed
*> rewrite ends the pass
*> -------------------------------------------------------------
2500-rewrite-request.
    rewrite reqqueue-record
        invalid key
            continue
    end-rewrite
    if reqqueue-status not = "00"
        set io-error-found to true
        set queue-at-eof to true
        display "FACTRQUE - REQQUEUE REWRITE FAILED - STATUS "
            reqqueue-status " - KEY " rq-key
    end-if.
2500-rewrite-request-exit.
    exit.

*> -------------------------------------------------------------
*> 2600-describe-request - the request as the report shows it:
*> C(nn,rr), P(nn,rr), or H(NN,KK,nn,kk,pp)
*> -------------------------------------------------------------
2600-describe-request.
    move spaces to request-text
    if rq-operation = "H"
        string "H(" rq-population-raw "," rq-successes-raw ","
            rq-sample-raw "," rq-observed-raw "," rq-places-raw ")"
            delimited by size into request-text
    else
        string rq-operation "(" rq-n-raw "," rq-r-raw ")"
            delimited by size into request-text
    end-if.
2600-describe-request-exit.
    exit.

*> -------------------------------------------------------------
*> 2650-report-request - who, when keyed, what, and what became
*> of it
*> -------------------------------------------------------------
2650-report-request.
    move spaces to message-text
    string rq-userid " " rq-submit-date " " rq-submit-time "  "
        request-text "  " request-outcome-text
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit.
2650-report-request-exit.
    exit.

*> =============================================================
*> 3000-post-acknowledgments - COMBACK onto the selected C/P
*> requests, then HYPGACK onto the selected H requests
*> =============================================================
3000-post-acknowledgments.
    move "C/P REQUESTS ANSWERED IN TONIGHT'S RUN"
        to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    set posting-comb-acks to true
    move "COMBACK" to ack-ddname
    perform 3100-post-one-ack-file thru 3100-post-one-ack-file-exit
    if io-error-found
        go to 3000-post-acknowledgments-exit
    end-if
    move "HYPERGEOMETRIC REQUESTS ANSWERED IN TONIGHT'S RUN"
        to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    set posting-hyp-acks to true
    move "HYPGACK" to ack-ddname
    perform 3100-post-one-ack-file thru 3100-post-one-ack-file-exit.
3000-post-acknowledgments-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-post-one-ack-file - prove the ACK, post its details in
*> order onto the selected requests of its kind, then report
*> every request of that kind still left selected
*> -------------------------------------------------------------
3100-post-one-ack-file.
    move 0 to type-posted-count type-left-count
    move "N" to out-of-step-switch
    perform 3200-verify-ack-file thru 3200-verify-ack-file-exit
    if io-error-found
        go to 3100-post-one-ack-file-exit
    end-if
    perform 3150-start-queue thru 3150-start-queue-exit
    if ack-not-trusted and not queue-at-eof
        move spaces to message-text
        string ack-ddname delimited by space
            " NOT POSTED - " ack-reject-reason
            delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if
    if ack-is-trusted
        perform 3140-open-ack-file thru 3140-open-ack-file-exit
        perform 3160-read-ack-record thru 3160-read-ack-record-exit
        perform 3300-post-one-detail thru 3300-post-one-detail-exit
            until ack-at-eof or ack-out-of-step or io-error-found
        perform 3145-close-ack-file thru 3145-close-ack-file-exit
    end-if
    perform 3500-report-left-selected
        thru 3500-report-left-selected-exit
        until queue-at-eof
    if type-posted-count = 0 and type-left-count = 0
        and not ack-out-of-step and not io-error-found
        move "NONE - NO REQUESTS OF THIS KIND WERE SELECTED"
            to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
3100-post-one-ack-file-exit.
    exit.

*> -------------------------------------------------------------
*> 3140-open-ack-file / 3145-close-ack-file / 3160-read-ack-
*> record - whichever ACK is being posted, read into ack-record
*> -------------------------------------------------------------
3140-open-ack-file.
    move "N" to ack-eof-switch
    if posting-comb-acks
        open input comback-file
        move comback-status to ack-file-status
    else
        open input hypgack-file
        move hypgack-status to ack-file-status
    end-if.
3140-open-ack-file-exit.
    exit.

3145-close-ack-file.
    if posting-comb-acks
        close comback-file
    else
        close hypgack-file
    end-if.
3145-close-ack-file-exit.
    exit.

3160-read-ack-record.
    if posting-comb-acks
        read comback-file into ack-record
            at end
                set ack-at-eof to true
        end-read
        move comback-status to ack-file-status
    else
        read hypgack-file into ack-record
            at end
                set ack-at-eof to true
        end-read
        move hypgack-status to ack-file-status
    end-if
    if ack-file-status not = "00" and ack-file-status not = "10"
        set io-error-found to true
        set ack-at-eof to true
        display "FACTRQUE - " ack-ddname " READ FAILED - STATUS "
            ack-file-status
    end-if.
3160-read-ack-record-exit.
    exit.

*> -------------------------------------------------------------
*> 3150-start-queue - back to the first REQQUEUE record for the
*> next kind's pass, and on to its first selected request
*> -------------------------------------------------------------
3150-start-queue.
    move "N" to queue-eof-switch
    move low-values to rq-key
    start reqqueue key is not less than rq-key
        invalid key
            set queue-at-eof to true
    end-start
    if reqqueue-status not = "00" and reqqueue-status not = "23"
        set io-error-found to true
        set queue-at-eof to true
        display "FACTRQUE - REQQUEUE START FAILED - STATUS "
            reqqueue-status
        go to 3150-start-queue-exit
    end-if
    if not queue-at-eof
        perform 3410-read-next-queued thru 3410-read-next-queued-exit
        perform 3400-find-next-selected
            thru 3400-find-next-selected-exit
    end-if.
3150-start-queue-exit.
    exit.

*> -------------------------------------------------------------
*> 3200-verify-ack-file - the whole ACK is read and its trailer
*> proved before anything is posted, the way FACTORIAL proves an
*> inbound file: no header means the step never ran, a header
*> with no trailer means the run rejected the file or never
*> finished, and a count or hash that does not balance means the
*> file is damaged.  An ACK that fails any test posts nothing;
*> 3100 reports why only if requests of its kind are waiting on
*> it
*> -------------------------------------------------------------
3200-verify-ack-file.
    set ack-not-trusted to true
    move "N" to ack-header-switch ack-trailer-switch
    move 0 to ack-detail-count ack-hash-total
    move 0 to ack-trl-count ack-trl-hash
    move spaces to ack-reject-reason
    perform 3140-open-ack-file thru 3140-open-ack-file-exit
    if ack-file-status not = "00"
        move "NO ACKNOWLEDGMENT FILE" to ack-reject-reason
        go to 3200-verify-ack-file-exit
    end-if
    perform 3160-read-ack-record thru 3160-read-ack-record-exit
    perform 3210-verify-one-ack-record
        thru 3210-verify-one-ack-record-exit
        until ack-at-eof
    perform 3145-close-ack-file thru 3145-close-ack-file-exit
    if io-error-found
        go to 3200-verify-ack-file-exit
    end-if
    evaluate true
        when not ack-header-found
            move "RUN DID NOT ACKNOWLEDGE" to ack-reject-reason
        when not ack-trailer-found
            move "RUN REJECTED FILE OR DID NOT END" to
                ack-reject-reason
        when ack-trl-count not = ack-detail-count
            or ack-trl-hash not = ack-hash-total
            move "ACK TRAILER DOES NOT BALANCE" to ack-reject-reason
        when other
            set ack-is-trusted to true
    end-evaluate.
3200-verify-ack-file-exit.
    exit.

3210-verify-one-ack-record.
    move spaces to ack-fields
    unstring ack-record delimited by "|"
        into ack-tag ack-field-2 ack-field-3
    end-unstring
    evaluate ack-tag(1:1)
        when "H"
            set ack-header-found to true
        when "D"
            add 1 to ack-detail-count
            if ack-field-3(1:2) is numeric
                move ack-field-3(1:2) to xmit-work-n
                add xmit-work-n to ack-hash-total
            end-if
        when "T"
            set ack-trailer-found to true
            if ack-field-2(1:5) is numeric
                and ack-field-3(1:9) is numeric
                move ack-field-2(1:5) to ack-trl-count
                move ack-field-3(1:9) to ack-trl-hash
            end-if
        when other
            continue
    end-evaluate
    perform 3160-read-ack-record thru 3160-read-ack-record-exit.
3210-verify-one-ack-record-exit.
    exit.

*> -------------------------------------------------------------
*> 3300-post-one-detail - the next ACK detail onto the next
*> selected request of its kind, once its operation and numbers
*> are proved to be that request's; the first detail that does
*> not match stops the posting, and everything after it stays
*> selected for the next night
*> -------------------------------------------------------------
3300-post-one-detail.
    if ack-record(1:2) not = "D|"
        go to 3300-post-one-detail-continue
    end-if
    move spaces to ack-fields
    if posting-comb-acks
        unstring ack-record delimited by "|"
            into ack-tag ack-field-2 ack-field-3 ack-field-4
                ack-status ack-value
        end-unstring
    else
        unstring ack-record delimited by "|"
            into ack-tag ack-field-2 ack-field-3 ack-field-4
                ack-field-5 ack-field-6 ack-field-7
                ack-status ack-value
        end-unstring
    end-if
    if queue-at-eof
        set ack-out-of-step to true
        add 1 to out-of-step-count
        move spaces to message-text
        string ack-ddname delimited by space
            " HAS MORE DETAILS THAN REQQUEUE HAS SELECTED REQUESTS"
            delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
        go to 3300-post-one-detail-exit
    end-if
    perform 2600-describe-request thru 2600-describe-request-exit
    if posting-comb-acks
        if ack-field-2(1:1) not = rq-operation
            or ack-field-3(1:2) not = rq-n-raw
            or ack-field-4(1:2) not = rq-r-raw
            set ack-out-of-step to true
        end-if
    else
        if ack-field-2(1:1) not = "H"
            or ack-field-3(1:2) not = rq-population-raw
            or ack-field-4(1:2) not = rq-successes-raw
            or ack-field-5(1:2) not = rq-sample-raw
            or ack-field-6(1:2) not = rq-observed-raw
            or ack-field-7(1:2) not = rq-places-raw
            set ack-out-of-step to true
        end-if
    end-if
    if ack-status not = "OK" and ack-status not = "REJ"
        set ack-out-of-step to true
    end-if
    if ack-out-of-step
        add 1 to out-of-step-count
        move spaces to message-text
        string ack-ddname delimited by space
            " OUT OF STEP WITH REQQUEUE AT " rq-userid " " request-text
            delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
        go to 3300-post-one-detail-exit
    end-if
    move run-date-yyyymmdd to rq-run-date
    if ack-status = "OK"
        add 1 to answered-count
        move "A" to rq-status
        move ack-value to rq-result
        move spaces to rq-reject-reason
        move "ANSWERED" to request-outcome-text
    else
        add 1 to rejected-count
        move "R" to rq-status
        move spaces to rq-result
        move ack-value(1:60) to rq-reject-reason
        move spaces to request-outcome-text
        string "REJECTED - " ack-value delimited by size
            into request-outcome-text
    end-if
    add 1 to type-posted-count
    perform 2500-rewrite-request thru 2500-rewrite-request-exit
    perform 2650-report-request thru 2650-report-request-exit
    if io-error-found
        go to 3300-post-one-detail-exit
    end-if
    perform 3410-read-next-queued thru 3410-read-next-queued-exit
    perform 3400-find-next-selected
        thru 3400-find-next-selected-exit.
3300-post-one-detail-continue.
    perform 3160-read-ack-record thru 3160-read-ack-record-exit.
3300-post-one-detail-exit.
    exit.

*> -------------------------------------------------------------
*> 3400-find-next-selected - from the record in hand onward, the
*> next request still selected whose kind is the one being
*> posted (C or P on a COMBACK pass, H on a HYPGACK pass)
*> -------------------------------------------------------------
3400-find-next-selected.
    perform 3410-read-next-queued thru 3410-read-next-queued-exit
        until queue-at-eof
            or (rq-status = "S" and posting-comb-acks
                and (rq-operation = "C" or rq-operation = "P"))
            or (rq-status = "S" and posting-hyp-acks
                and rq-operation = "H").
3400-find-next-selected-exit.
    exit.

3410-read-next-queued.
    perform 2100-read-next-request thru 2100-read-next-request-exit.
3410-read-next-queued-exit.
    exit.

*> -------------------------------------------------------------
*> 3500-report-left-selected - a selected request the ACK did not
*> answer; it goes out again in the next night's extract
*> -------------------------------------------------------------
3500-report-left-selected.
    add 1 to left-selected-count
    add 1 to type-left-count
    perform 2600-describe-request thru 2600-describe-request-exit
    move "LEFT SELECTED - RUNS AGAIN" to request-outcome-text
    perform 2650-report-request thru 2650-report-request-exit
    perform 3410-read-next-queued thru 3410-read-next-queued-exit
    perform 3400-find-next-selected
        thru 3400-find-next-selected-exit.
3500-report-left-selected-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    if extract-requested
        move "REQUEST QUEUE EXTRACT" to ah1-title
    else
        move "REQUEST QUEUE ANSWER POSTING" to ah1-title
    end-if
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write rquerpt-record from audr-heading-1 after advancing page
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
    write rquerpt-record from audr-section-line
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
    write rquerpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> =============================================================
*> 5000-write-summary-section
*> =============================================================
5000-write-summary-section.
    move "SUMMARY" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    if extract-requested
        move "REQQUEUE RECORDS READ" to summary-label
        move requests-read to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
        move "PENDING REQUESTS SELECTED" to summary-label
        move pending-selected-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
        move "UNANSWERED REQUESTS SELECTED AGAIN" to summary-label
        move reselected-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
        move "C/P REQUESTS SENT ON COMBQ" to summary-label
        move comb-detail-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
        move "H REQUESTS SENT ON HYPGQ" to summary-label
        move hyp-detail-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
        move "INVALID REQUESTS REJECTED UNRUN" to summary-label
        move invalid-request-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
    else
        move "REQUESTS ANSWERED" to summary-label
        move answered-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
        move "REQUESTS REJECTED BY THE RUN" to summary-label
        move rejected-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
        move "REQUESTS LEFT SELECTED" to summary-label
        move left-selected-count to summary-value
        perform 5100-write-summary-line
            thru 5100-write-summary-line-exit
    end-if
    evaluate true
        when io-error-found
            display "FACTRQUE - ENDED ON I/O ERROR - SEE SYSOUT"
        when extract-requested
            display "FACTRQUE - " comb-detail-count
                " C/P AND " hyp-detail-count
                " H REQUESTS SELECTED FOR TONIGHT'S RUN"
        when other
            display "FACTRQUE - " answered-count " ANSWERED, "
                rejected-count " REJECTED, " left-selected-count
                " LEFT SELECTED"
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
    write rquerpt-record from audr-summary-line
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
        when update-requested
            and (left-selected-count > 0 or out-of-step-count > 0)
            move 8 to return-code
        when update-requested
            move 0 to return-code
        when comb-detail-count > 0 and hyp-detail-count > 0
            move 0 to return-code
        when comb-detail-count > 0
            move 1 to return-code
        when hyp-detail-count > 0
            move 2 to return-code
        when other
            move 4 to return-code
    end-evaluate
    close ctl-file
    close rquerpt
    if input-is-valid
        close reqqueue
    end-if.
9000-terminate-exit.
    exit.
