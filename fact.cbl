*>                 for the reused live-only rows below the seed and
*>                 end falsely out of balance, unpublishing a
*>                 finished table and burning the checkpoint.
*> 2026-10-15  DP  Added multinomial coefficient run mode M:
*>                 n! / (k1! * ... * km!) for up to ten group
*>                 sizes per MULTREQ request (see multreq.cpy),
*>                 the sizes required to add up to n, derived from
*>                 FACTTAB by repeated 6330 long division; raw deck
*>                 or H/D/T transmission, acknowledged on FACTACK,
*>                 an own FACTRPT section, one mode-D audit record
*>                 per request.  RC 4 now also means a multinomial
*>                 run had rejected requests.
*> 2026-10-15  DP  Requesting department and cost center taken off
*>                 the transmission header (H|...|<dept>|<cctr>)
*>                 and carried on every mode-D and mode-P audit
*>                 record, with whether the value came from COMBTAB
*>                 or was freshly derived, for the FACTCHGB
*>                 monthly chargeback.
*> 2026-10-15  DP  A C/P or H transmission detail may now name its
*>                 own department and cost center after the request
*>                 numbers, overriding the header's for that one
*>                 request, so the REQQUEUE extract (FACTRQUE) can
*>                 send many users' requests in one file and still
*>                 charge each to its own requester.
*> 2026-10-15  DP  The run's AUDITLOG record now carries the step's
*>                 end time and elapsed seconds (8050), for the
*>                 FACTTRND batch-window trend report.
*> ---------------------------------------------------------------
environment division.
input-output section.
        organization is line sequential
        file status is hypgreq-status.

    select mult-file assign to "MULTREQ"
        organization is line sequential
        file status is multreq-status.

    select ack-file assign to "FACTACK"
        organization is line sequential
        file status is factack-status.
fd  hypg-file.
    copy "hypreq.cpy".

fd  mult-file.
    copy "multreq.cpy".

fd  ack-file.
01  factack-record              pic x(200).

77  hyp-eof-switch              pic x(01) value "N".
    88  hyp-at-eof              value "Y".

*> ------------------------------------------------------------
*> multinomial coefficient (run mode M) work areas.  The group
*> sizes are validated into mult-group-size in request order;
*> the derivation divides n! by each group's factorial in turn,
*> every partial quotient an exact integer since the sizes seen
*> so far never add up to more than n.  mult-group-list and
*> mult-ack-groups carry the request's groups as keyed, for the
*> report echo and the FACTACK record respectively
*> ------------------------------------------------------------
01  mult-n                      pic 99.
01  mult-group-table.
    05  mult-group-size         pic 99 occurs 10 times.
01  mult-xmit-groups.
    05  mult-xmit-group         pic x(08) occurs 10 times.
01  mult-group-list             pic x(30).
01  mult-ack-groups             pic x(30).
77  mult-request-count          pic 9(05) comp value 0.
77  mult-derived-count          pic 9(05) comp value 0.
77  mult-error-count            pic 9(05) comp value 0.
77  mult-group-count            pic 9(02) comp value 0.
77  mult-group-index            pic 9(02) comp value 0.
77  mult-group-sum              pic 9(03) comp value 0.
77  mult-list-pos               pic 9(02) comp value 0.
77  mult-ack-pos                pic 9(02) comp value 0.
77  mult-ack-length             pic 9(02) comp value 0.
77  ack-string-pos              pic 9(03) comp value 0.
77  mult-eof-switch             pic x(01) value "N".
    88  mult-at-eof             value "Y".
77  mult-gap-switch             pic x(01) value "N".
    88  mult-group-gap-found    value "Y".

*> ------------------------------------------------------------
*> inbound transmission-format work areas.  COMBREQ and HYPGREQ
*> may arrive either as the old raw card deck or in the
*> record per request with its result or reject reason, wrapped
*> in the same H/D/T controls; a rejected inbound file leaves
*> FACTACK with a header and NO trailer, FACTXTR's own broken-
*> transmission convention.  The header's department and cost
*> center (blank on a legacy deck, or from a sender that has not
*> added them) ride on every request's audit record for the
*> chargeback, unless the detail names its own after the request
*> numbers (6120/6414)
*> ------------------------------------------------------------
01  inbound-record              pic x(80).
01  xmit-fields.
    05  xmit-field-5            pic x(08).
    05  xmit-field-6            pic x(08).
    05  xmit-field-7            pic x(08).
    05  xmit-field-8            pic x(08).
    05  xmit-field-9            pic x(08).
01  inbound-reject-reason       pic x(60).
01  requester-department        pic x(04) value spaces.
01  requester-cost-center       pic x(05) value spaces.
01  header-department           pic x(04) value spaces.
01  header-cost-center          pic x(05) value spaces.
77  xmit-detail-count           pic 9(09) comp value 0.
77  xmit-hash-total             pic 9(09) comp value 0.
77  xmit-trl-count              pic 9(09) comp value 0.
77  combreq-status                pic xx.
77  combtab-status                pic xx.
77  hypgreq-status                pic xx.
77  multreq-status                pic xx.
77  factack-status                pic xx.
77  runcal-status                 pic xx.
77  facterr-status                pic xx.
*> ------------------------------------------------------------
    copy "report-lines.cpy".

*> ------------------------------------------------------------
*> step end time and elapsed seconds for the run's AUDITLOG
*> record (8050)
*> ------------------------------------------------------------
01  end-date-yyyymmdd             pic 9(08).
01  end-time-hhmmss               pic 9(08).
01  timing-work-time              pic 9(08).
01  timing-work-parts redefines timing-work-time.
    05  tw-hours                  pic 9(02).
    05  tw-minutes                pic 9(02).
    05  tw-seconds                pic 9(02).
    05  tw-hundredths             pic 9(02).
77  start-second-of-day           pic 9(05) comp value 0.
77  end-second-of-day             pic 9(05) comp value 0.
77  elapsed-seconds               pic 9(06) comp value 0.
77  max-elapsed-seconds           pic 9(05) value 99999.

procedure division.

*> =============================================================
            when ctl-run-mode = "H"
                perform 6400-process-hyp-mode
                    thru 6400-process-hyp-mode-exit
            when ctl-run-mode = "M"
                perform 6500-process-mult-mode
                    thru 6500-process-mult-mode-exit
        end-evaluate
        if ctl-recon-switch = "Y" and ctl-run-mode not = "C"
            and ctl-run-mode not = "H" and ctl-run-mode not = "M"
            perform 5000-reconcile-report
                thru 5000-reconcile-report-exit
        end-if

*> -------------------------------------------------------------
*> 1300-validate-control-card - rejects a run mode other than
*> T/S/C/H/M, non-numeric input, negative numbers, and anything
*> past the range of numbers FACTORIAL can hold (max-supported-
*> number).  Modes C, H, and M take no number on the control
*> card -- each COMBREQ/HYPGREQ/MULTREQ request carries its own
*> numbers and is validated record by record (6210/6430/6530)
*> -------------------------------------------------------------
1300-validate-control-card.
    move "N" to negative-number-switch
    if ctl-run-mode not = "T" and ctl-run-mode not = "S"
        and ctl-run-mode not = "C" and ctl-run-mode not = "H"
        and ctl-run-mode not = "M"
        set input-is-invalid to true
        move "INVALID RUN MODE - MUST BE T, S, C, H, OR M"
            to validation-message
        go to 1300-validate-control-card-exit
    end-if
    if ctl-run-mode = "C" or ctl-run-mode = "H"
        or ctl-run-mode = "M"
        go to 1300-validate-control-card-exit
    end-if
    if ctl-number-raw(1:1) = "-"
*> 6120-parse-comb-detail - D|<op>|<nn>|<rr> into the cr fields
*> the validation has always read; the numbers come zero-filled
*> 2 digits, exactly as FACTXTR unloads keys, so 6210's numeric
*> tests apply unchanged.  An optional |<dept>|<cctr> after the
*> numbers charges this one request to its own requester
*> -------------------------------------------------------------
6120-parse-comb-detail.
    move spaces to xmit-fields
    unstring comb-request delimited by "|"
        into xmit-tag xmit-field-2 xmit-field-3 xmit-field-4
            xmit-field-5 xmit-field-6
    end-unstring
    move xmit-field-2(1:1) to cr-operation
    move xmit-field-3(1:2) to cr-n-raw
    move xmit-field-4(1:2) to cr-r-raw
    move xmit-field-5 to xmit-field-8
    move xmit-field-6 to xmit-field-9
    perform 6810-set-detail-requester
        thru 6810-set-detail-requester-exit.
6120-parse-comb-detail-exit.
    exit.

*> -------------------------------------------------------------
*> 6414-parse-hyp-detail - D|H|<NN>|<KK>|<nn>|<kk>|<pp> into the
*> hr fields the validation has always read, every number
*> zero-filled 2 digits, with the same optional |<dept>|<cctr>
*> after the numbers as a mode-C detail
*> -------------------------------------------------------------
6414-parse-hyp-detail.
    move spaces to xmit-fields
    unstring hyp-request delimited by "|"
        into xmit-tag xmit-field-2 xmit-field-3 xmit-field-4
            xmit-field-5 xmit-field-6 xmit-field-7
            xmit-field-8 xmit-field-9
    end-unstring
    move xmit-field-3(1:2) to hr-population-raw
    move xmit-field-4(1:2) to hr-successes-raw
    move xmit-field-5(1:2) to hr-sample-raw
    move xmit-field-6(1:2) to hr-observed-raw
    move xmit-field-7(1:2) to hr-places-raw
    perform 6810-set-detail-requester
        thru 6810-set-detail-requester-exit.
6414-parse-hyp-detail-exit.
    exit.

6420-process-hyp-request.
    perform 6430-validate-hyp-request
        thru 6430-validate-hyp-request-exit
    set comb-served-from-table to true
    if comb-request-valid
        perform 6440-derive-hyp-probability
            thru 6440-derive-hyp-probability-exit
6475-skip-prob-int-zero-exit.
    exit.

*> =============================================================
*> 6500-process-mult-mode - derives the multinomial coefficient
*>   n! / (k1! * k2! * ... * km!)
*> for each MULTREQ request, strictly from factorial values
*> already persisted in FACTTAB: n! is divided by each group's
*> factorial in turn through the 6330 long division.  Input
*> handling, acknowledgment, and the audit trail follow mode C
*> and mode H exactly -- raw deck or H/D/T transmission proved
*> before a single request is processed, one FACTACK record and
*> one mode-D AUDITLOG record (8160) per request, results on an
*> own titled FACTRPT section
*> =============================================================
6500-process-mult-mode.
    perform 6501-open-mult-file thru 6501-open-mult-file-exit
    perform 6502-detect-mult-format thru 6502-detect-mult-format-exit
    close mult-file
    perform 6501-open-mult-file thru 6501-open-mult-file-exit
    if transmission-format
        perform 6503-verify-mult-transmission
            thru 6503-verify-mult-transmission-exit
        close mult-file
        perform 6501-open-mult-file thru 6501-open-mult-file-exit
        move "N" to mult-eof-switch
    end-if
    perform 6040-write-ack-header thru 6040-write-ack-header-exit
    if inbound-file-rejected
        perform 6045-report-rejected-file
            thru 6045-report-rejected-file-exit
        close mult-file
        close ack-file
        go to 6500-process-mult-mode-exit
    end-if
    perform 6505-write-mult-section-heading
        thru 6505-write-mult-section-heading-exit
    perform 6510-read-mult-request thru 6510-read-mult-request-exit
    perform 6520-process-mult-request
        thru 6520-process-mult-request-exit
        until mult-at-eof
    if mult-request-count = 0
        move "NO REQUESTS SUPPLIED ON MULTREQ" to rml-message
        write factrpt-record from report-message-line
            after advancing 1 line
        perform 8400-check-factrpt-write
            thru 8400-check-factrpt-write-exit
        add 1 to line-number
    end-if
    perform 6070-write-ack-trailer thru 6070-write-ack-trailer-exit
    close mult-file
    close ack-file
    display "FACTORIAL - MULTINOMIALS DERIVED " mult-derived-count
        " OF " mult-request-count " REQUESTS".
6500-process-mult-mode-exit.
    exit.

*> -------------------------------------------------------------
*> 6501-open-mult-file - shared by the detect, verify, and
*> processing passes, each of which needs the file rewound
*> -------------------------------------------------------------
6501-open-mult-file.
    open input mult-file
    if multreq-status not = "00"
        move "MULTREQ" to io-err-ddname
        move multreq-status to io-err-status
        move "6501-OPEN-MULT-FILE" to io-err-paragraph
        perform 8300-abend-io-error thru 8300-abend-io-error-exit
    end-if.
6501-open-mult-file-exit.
    exit.

*> -------------------------------------------------------------
*> 6502-detect-mult-format - same test as 6020: a first record
*> opening "H|" is the workstation transmission format
*> -------------------------------------------------------------
6502-detect-mult-format.
    read mult-file
        at end
            continue
        not at end
            if mult-request(1:2) = "H|"
                set transmission-format to true
            end-if
    end-read
    if multreq-status not = "00" and multreq-status not = "10"
        move "MULTREQ" to io-err-ddname
        move multreq-status to io-err-status
        move "6502-DETECT-MULT-FORMAT" to io-err-paragraph
        perform 8300-abend-io-error thru 8300-abend-io-error-exit
    end-if.
6502-detect-mult-format-exit.
    exit.

*> -------------------------------------------------------------
*> 6503-verify-mult-transmission - whole-file control-record
*> verification before any request is processed, same as 6030;
*> the detail's n sits in the same field as a D|C| detail's, so
*> 6800 hashes it unchanged
*> -------------------------------------------------------------
6503-verify-mult-transmission.
    move "N" to mult-eof-switch
    perform 6504-verify-one-mult-record
        thru 6504-verify-one-mult-record-exit
        until mult-at-eof
    perform 6850-check-trailer-balance
        thru 6850-check-trailer-balance-exit.
6503-verify-mult-transmission-exit.
    exit.

*> -------------------------------------------------------------
*> 6504-verify-one-mult-record
*> -------------------------------------------------------------
6504-verify-one-mult-record.
    read mult-file
        at end
            set mult-at-eof to true
    end-read
    if multreq-status not = "00" and multreq-status not = "10"
        move "MULTREQ" to io-err-ddname
        move multreq-status to io-err-status
        move "6504-VERIFY-ONE-MULT-RECORD" to io-err-paragraph
        perform 8300-abend-io-error thru 8300-abend-io-error-exit
    end-if
    if not mult-at-eof
        move mult-request to inbound-record
        perform 6800-verify-transmission-record
            thru 6800-verify-transmission-record-exit
    end-if.
6504-verify-one-mult-record-exit.
    exit.

*> -------------------------------------------------------------
*> 6505-write-mult-section-heading
*> -------------------------------------------------------------
6505-write-mult-section-heading.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to report-heading-1
    move "MULTINOMIAL COEFFICIENTS DERIVED FROM FACTTAB"
        to rml-message
    write factrpt-record from report-message-line
        after advancing 1 line
    perform 8400-check-factrpt-write
        thru 8400-check-factrpt-write-exit
    move spaces to report-heading-1
    move "GROUP SIZES, THEN SHOWN AS MNN;GG=VALUE (GG GROUPS)"
        to rml-message
    write factrpt-record from report-message-line
        after advancing 1 line
    perform 8400-check-factrpt-write
        thru 8400-check-factrpt-write-exit
    add 2 to line-number.
6505-write-mult-section-heading-exit.
    exit.

*> -------------------------------------------------------------
*> 6510-read-mult-request - legacy card or parsed transmission
*> detail, the same split 6100 makes for COMBREQ
*> -------------------------------------------------------------
6510-read-mult-request.
    if transmission-format
        move "N" to d-record-switch
        perform 6512-read-one-mult-detail
            thru 6512-read-one-mult-detail-exit
            until mult-at-eof or d-record-found
        if d-record-found
            add 1 to mult-request-count
        end-if
        go to 6510-read-mult-request-exit
    end-if
    read mult-file
        at end
            set mult-at-eof to true
    end-read
    if multreq-status not = "00" and multreq-status not = "10"
        move "MULTREQ" to io-err-ddname
        move multreq-status to io-err-status
        move "6510-READ-MULT-REQUEST" to io-err-paragraph
        perform 8300-abend-io-error thru 8300-abend-io-error-exit
    end-if
    if not mult-at-eof
        add 1 to mult-request-count
    end-if.
6510-read-mult-request-exit.
    exit.

*> -------------------------------------------------------------
*> 6512-read-one-mult-detail
*> -------------------------------------------------------------
6512-read-one-mult-detail.
    read mult-file
        at end
            set mult-at-eof to true
    end-read
    if multreq-status not = "00" and multreq-status not = "10"
        move "MULTREQ" to io-err-ddname
        move multreq-status to io-err-status
        move "6512-READ-ONE-MULT-DETAIL" to io-err-paragraph
        perform 8300-abend-io-error thru 8300-abend-io-error-exit
    end-if
    if not mult-at-eof and mult-request(1:2) = "D|"
        set d-record-found to true
        perform 6514-parse-mult-detail
            thru 6514-parse-mult-detail-exit
    end-if.
6512-read-one-mult-detail-exit.
    exit.

*> -------------------------------------------------------------
*> 6514-parse-mult-detail - D|M|<nn>|<k1>|...|<km> into the mr
*> fields a card carries; groups the detail did not send stay
*> blank, exactly as on an unpunched card column
*> -------------------------------------------------------------
6514-parse-mult-detail.
    move spaces to xmit-fields
    move spaces to mult-xmit-groups
    unstring mult-request delimited by "|"
        into xmit-tag xmit-field-2 xmit-field-3
            mult-xmit-group(1) mult-xmit-group(2)
            mult-xmit-group(3) mult-xmit-group(4)
            mult-xmit-group(5) mult-xmit-group(6)
            mult-xmit-group(7) mult-xmit-group(8)
            mult-xmit-group(9) mult-xmit-group(10)
    end-unstring
    move spaces to mult-request
    move xmit-field-3(1:2) to mr-n-raw
    move 1 to mult-group-index
    perform 6516-move-one-xmit-group
        thru 6516-move-one-xmit-group-exit
        until mult-group-index > 10.
6514-parse-mult-detail-exit.
    exit.

6516-move-one-xmit-group.
    move mult-xmit-group(mult-group-index)(1:2)
        to mr-group-raw(mult-group-index)
    add 1 to mult-group-index.
6516-move-one-xmit-group-exit.
    exit.

*> -------------------------------------------------------------
*> 6520-process-mult-request - validate, derive, report, and
*> leave the audit trail, one request at a time
*> -------------------------------------------------------------
6520-process-mult-request.
    perform 6570-build-group-lists thru 6570-build-group-lists-exit
    perform 6530-validate-mult-request
        thru 6530-validate-mult-request-exit
    if comb-request-valid
        perform 6540-derive-mult-value
            thru 6540-derive-mult-value-exit
    end-if
    if comb-request-valid
        add 1 to mult-derived-count
        perform 6550-write-mult-result-line
            thru 6550-write-mult-result-line-exit
    else
        add 1 to mult-error-count
        perform 6560-write-mult-error-line
            thru 6560-write-mult-error-line-exit
    end-if
    perform 6555-write-mult-ack thru 6555-write-mult-ack-exit
    perform 8160-write-mult-audit-record
        thru 8160-write-mult-audit-record-exit
    perform 6510-read-mult-request thru 6510-read-mult-request-exit.
6520-process-mult-request-exit.
    exit.

*> -------------------------------------------------------------
*> 6530-validate-mult-request - the groups must be keyed left to
*> right with no blank gaps, each one numeric, and together they
*> must account for all n items exactly -- a split that leaves
*> items over, or counts some twice, is not a multinomial
*> -------------------------------------------------------------
6530-validate-mult-request.
    set comb-request-valid to true
    move spaces to comb-error-reason
    if mr-n-raw is not numeric
        set comb-request-invalid to true
        move "N MUST BE NUMERIC" to comb-error-reason
        go to 6530-validate-mult-request-exit
    end-if
    move mr-n-raw to mult-n
    move 0 to mult-group-count
    move 0 to mult-group-sum
    move "N" to mult-gap-switch
    move 1 to mult-group-index
    perform 6535-validate-one-group
        thru 6535-validate-one-group-exit
        until mult-group-index > 10 or comb-request-invalid
    if comb-request-invalid
        go to 6530-validate-mult-request-exit
    end-if
    if mult-group-count = 0
        set comb-request-invalid to true
        move "AT LEAST ONE GROUP SIZE REQUIRED" to comb-error-reason
        go to 6530-validate-mult-request-exit
    end-if
    if mult-group-sum not = mult-n
        set comb-request-invalid to true
        move "GROUP SIZES DO NOT ADD UP TO N" to comb-error-reason
        go to 6530-validate-mult-request-exit
    end-if.
6530-validate-mult-request-exit.
    exit.

*> -------------------------------------------------------------
*> 6535-validate-one-group
*> -------------------------------------------------------------
6535-validate-one-group.
    if mr-group-raw(mult-group-index) = spaces
        set mult-group-gap-found to true
    else
        if mult-group-gap-found
            set comb-request-invalid to true
            move "GROUP SIZES MUST NOT HAVE BLANK GAPS"
                to comb-error-reason
        else
            if mr-group-raw(mult-group-index) is not numeric
                set comb-request-invalid to true
                move "GROUP SIZES MUST BE NUMERIC"
                    to comb-error-reason
            else
                add 1 to mult-group-count
                move mr-group-raw(mult-group-index)
                    to mult-group-size(mult-group-count)
                add mult-group-size(mult-group-count)
                    to mult-group-sum
            end-if
        end-if
    end-if
    add 1 to mult-group-index.
6535-validate-one-group-exit.
    exit.

*> -------------------------------------------------------------
*> 6540-derive-mult-value - n! from FACTTAB, then divided by
*> each group's factorial in turn; a group of 0 or 1 divides by
*> 1 and is passed over.  Any FACTTAB miss inside 6310 rejects
*> the request with the missing number named
*> -------------------------------------------------------------
6540-derive-mult-value.
    move mult-n to ft-original-number
    perform 6310-fetch-facttab-value
        thru 6310-fetch-facttab-value-exit
    if comb-request-invalid
        go to 6540-derive-mult-value-exit
    end-if
    move zero-padded-digits to div-dividend
    move 1 to mult-group-index
    perform 6545-divide-one-group thru 6545-divide-one-group-exit
        until mult-group-index > mult-group-count
            or comb-request-invalid
    if comb-request-invalid
        go to 6540-derive-mult-value-exit
    end-if
    move div-dividend to div-quotient
    perform 6290-format-quotient thru 6290-format-quotient-exit.
6540-derive-mult-value-exit.
    exit.

*> -------------------------------------------------------------
*> 6545-divide-one-group - the running quotient stays in
*> div-dividend so the next group divides it again
*> -------------------------------------------------------------
6545-divide-one-group.
    if mult-group-size(mult-group-index) > 1
        move mult-group-size(mult-group-index) to ft-original-number
        perform 6310-fetch-facttab-value
            thru 6310-fetch-facttab-value-exit
        if comb-request-valid
            move "0" to div-divisor(1:1)
            move zero-padded-digits to div-divisor(2:162)
            perform 6330-divide-big thru 6330-divide-big-exit
            move div-quotient to div-dividend
        end-if
    end-if
    add 1 to mult-group-index.
6545-divide-one-group-exit.
    exit.

*> -------------------------------------------------------------
*> 6550-write-mult-result-line - the group sizes on a line of
*> their own, then the value on a 6250-shaped line ("M12;03=")
*> so the value starts in the same column as a table detail
*> value and 2310's continuation chunks line up under it.  The
*> pair is kept together on one page
*> -------------------------------------------------------------
6550-write-mult-result-line.
    if line-number >= lines-per-page - 1
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to report-heading-1
    string "M " mult-n " GROUPS " mult-group-list(1:mult-list-pos - 1)
        delimited by size into rml-message
    write factrpt-record from report-message-line
        after advancing 1 line
    perform 8400-check-factrpt-write
        thru 8400-check-factrpt-write-exit
    add 1 to line-number
    move spaces to report-heading-1
    move "M" to rcb-operation
    move mult-n to rcb-n
    move ";" to rcb-comma
    move mult-group-count to rcb-r
    move "=" to rcb-equals
    move display-digits(1:40) to rcb-display-number
    write factrpt-record from report-comb-line after advancing 1 line
    perform 8400-check-factrpt-write
        thru 8400-check-factrpt-write-exit
    add 1 to line-number
    move 41 to detail-chunk-pos
    perform 2310-write-continuation-line
        thru 2310-write-continuation-line-exit
        until detail-chunk-pos > display-length
    add 1 to detail-line-count
    move display-length to final-digit-count.
6550-write-mult-result-line-exit.
    exit.

*> -------------------------------------------------------------
*> 6555-write-mult-ack - one FACTACK record per multinomial
*> request, same shape as 6285's mode-C acknowledgments with
*> the request's groups echoed as sent
*> -------------------------------------------------------------
6555-write-mult-ack.
    move spaces to factack-record
    move 1 to ack-string-pos
    string "D" "|M|" mr-n-raw
        delimited by size into factack-record
        with pointer ack-string-pos
    end-string
    if mult-ack-length > 0
        string mult-ack-groups(1:mult-ack-length)
            delimited by size into factack-record
            with pointer ack-string-pos
        end-string
    end-if
    if comb-request-valid
        string "|OK|" display-digits(1:display-length)
            delimited by size into factack-record
            with pointer ack-string-pos
        end-string
    else
        string "|REJ|" comb-error-reason
            delimited by size into factack-record
            with pointer ack-string-pos
        end-string
    end-if
    write factack-record
    perform 8700-check-factack-write
        thru 8700-check-factack-write-exit
    add 1 to ack-detail-count
    if mr-n-raw is numeric
        move mr-n-raw to xmit-work-n
        add xmit-work-n to ack-hash-total
    end-if.
6555-write-mult-ack-exit.
    exit.

*> -------------------------------------------------------------
*> 6560-write-mult-error-line
*> -------------------------------------------------------------
6560-write-mult-error-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to report-heading-1
    string "M(" mr-n-raw ";" mult-group-list(1:mult-list-pos - 1)
        ") REJECTED - " comb-error-reason
        delimited by size into rml-message
    write factrpt-record from report-message-line
        after advancing 1 line
    perform 8400-check-factrpt-write
        thru 8400-check-factrpt-write-exit
    add 1 to line-number.
6560-write-mult-error-line-exit.
    exit.

*> -------------------------------------------------------------
*> 6570-build-group-lists - the request's groups as keyed, comma
*> separated for the report and "|" separated for FACTACK; a
*> blank group is left out of both.  Built from the raw fields so
*> a rejected request echoes exactly what was sent
*> -------------------------------------------------------------
6570-build-group-lists.
    move spaces to mult-group-list mult-ack-groups
    move 1 to mult-list-pos
    move 1 to mult-ack-pos
    move 1 to mult-group-index
    perform 6575-append-one-group thru 6575-append-one-group-exit
        until mult-group-index > 10
    if mult-list-pos = 1
        move "NONE" to mult-group-list
        move 5 to mult-list-pos
    end-if
    compute mult-ack-length = mult-ack-pos - 1.
6570-build-group-lists-exit.
    exit.

6575-append-one-group.
    if mr-group-raw(mult-group-index) not = spaces
        if mult-list-pos > 1
            string "," delimited by size into mult-group-list
                with pointer mult-list-pos
            end-string
        end-if
        string mr-group-raw(mult-group-index)
            delimited by size into mult-group-list
            with pointer mult-list-pos
        end-string
        string "|" mr-group-raw(mult-group-index)
            delimited by size into mult-ack-groups
            with pointer mult-ack-pos
        end-string
    end-if
    add 1 to mult-group-index.
6575-append-one-group-exit.
    exit.

*> -------------------------------------------------------------
*> 6600-compute-combination - C(comb-work-n, comb-work-r) into
*> div-quotient as a zero-padded 162-digit string, derived the
*> the request when a factorial is missing or zero).  COMBTAB is
*> checked first and a fresh derivation persisted back, so the
*> probability mode's combinations are cached the same way mode
*> C's are.  A miss clears comb-table-hit-switch, which 6420 sets
*> before the derivation, so a probability request counts as
*> served from COMBTAB only when all three of its combinations
*> were
*> -------------------------------------------------------------
6600-compute-combination.
    move "C" to ct-operation
        move ct-key to io-err-key
        perform 8300-abend-io-error thru 8300-abend-io-error-exit
    end-if
    move "N" to comb-table-hit-switch
    compute comb-work-nmr = comb-work-n - comb-work-r
    move comb-work-n to ft-original-number
    perform 6310-fetch-facttab-value
    evaluate xmit-tag(1:1)
        when "H"
            set xmit-header-found to true
            move xmit-field-5(1:4) to requester-department
            move xmit-field-6(1:5) to requester-cost-center
            move xmit-field-5(1:4) to header-department
            move xmit-field-6(1:5) to header-cost-center
        when "D"
            add 1 to xmit-detail-count
            if xmit-field-3(1:2) is numeric
6800-verify-transmission-record-exit.
    exit.

*> -------------------------------------------------------------
*> 6810-set-detail-requester - the requester a detail is charged
*> to: the header's department and cost center, each overridden
*> by the detail's own (parsed into xmit-field-8/-9) when the
*> detail names one.  Many users' requests can then share one
*> file, as the REQQUEUE extract sends them
*> -------------------------------------------------------------
6810-set-detail-requester.
    move header-department to requester-department
    move header-cost-center to requester-cost-center
    if xmit-field-8 not = spaces
        move xmit-field-8(1:4) to requester-department
    end-if
    if xmit-field-9 not = spaces
        move xmit-field-9(1:5) to requester-cost-center
    end-if.
6810-set-detail-requester-exit.
    exit.

*> -------------------------------------------------------------
*> 6850-check-trailer-balance - the whole file stands or falls
*> here, before a single request is processed: a missing header
                move 0 to aud-high-number
            when "H"
                move 0 to aud-high-number
            when "M"
                move 0 to aud-high-number
        end-evaluate
        move final-digit-count to aud-final-digits
    else
    move detail-line-count to aud-detail-count
    move facttab-write-count to aud-tabrec-count
    move return-code to aud-return-code
    perform 8050-compute-elapsed-time
        thru 8050-compute-elapsed-time-exit
    move end-time-hhmmss to aud-end-time
    move elapsed-seconds to aud-elapsed-seconds
    write audit-record
    if auditlog-status not = "00"
        move "AUDITLOG" to io-err-ddname
8000-write-audit-record-exit.
    exit.

*> -------------------------------------------------------------
*> 8050-compute-elapsed-time - seconds from the run time taken
*> at initialization to now.  A step that ends on a later date
*> than it started ran over midnight; a single step is never
*> expected to run a whole day, so one day is added.  Capped at
*> the five digits the audit record holds
*> -------------------------------------------------------------
8050-compute-elapsed-time.
    accept end-date-yyyymmdd from date yyyymmdd
    accept end-time-hhmmss from time
    move run-time-hhmmss to timing-work-time
    compute start-second-of-day =
        tw-hours * 3600 + tw-minutes * 60 + tw-seconds
    move end-time-hhmmss to timing-work-time
    compute end-second-of-day =
        tw-hours * 3600 + tw-minutes * 60 + tw-seconds
    if end-date-yyyymmdd not = run-date-yyyymmdd
        compute elapsed-seconds =
            end-second-of-day + 86400 - start-second-of-day
    else
        compute elapsed-seconds =
            end-second-of-day - start-second-of-day
    end-if
    if elapsed-seconds > max-elapsed-seconds
        move max-elapsed-seconds to elapsed-seconds
    end-if.
8050-compute-elapsed-time-exit.
    exit.

*> -------------------------------------------------------------
*> 8100-write-derived-audit-record - one AUDITLOG record per
*> combinatorics request, mode "D", so every derived value is
    move 0 to aud-detail-count
    move 0 to aud-tabrec-count
    move 0 to aud-return-code
    move requester-department to aud-department
    move requester-cost-center to aud-cost-center
    if comb-request-valid
        if comb-served-from-table
            move "T" to aud-cache-switch
        else
            move "F" to aud-cache-switch
        end-if
    end-if
    write audit-record
    if auditlog-status not = "00"
        move "AUDITLOG" to io-err-ddname
    move 0 to aud-detail-count
    move 0 to aud-tabrec-count
    move 0 to aud-return-code
    move requester-department to aud-department
    move requester-cost-center to aud-cost-center
    if comb-request-valid
        if comb-served-from-table
            move "T" to aud-cache-switch
        else
            move "F" to aud-cache-switch
        end-if
    end-if
    write audit-record
    if auditlog-status not = "00"
        move "AUDITLOG" to io-err-ddname
8150-write-hyp-audit-record-exit.
    exit.

*> -------------------------------------------------------------
*> 8160-write-mult-audit-record - one AUDITLOG record per
*> multinomial request, mode "D" like every other derived value
*> (8100): n in the high-number field, the value's digit count
*> in the digit-count field, and the reject switch set when the
*> request was rejected
*> -------------------------------------------------------------
8160-write-mult-audit-record.
    move spaces to audit-record
    move job-name-constant to aud-job-name
    move run-date-yyyymmdd to aud-run-date
    move run-time-hhmmss to aud-run-time
    move "D" to aud-run-mode
    if comb-request-valid
        move mult-n to aud-high-number
        move display-length to aud-final-digits
        move "N" to aud-reject-switch
    else
        if mr-n-raw is numeric
            move mr-n-raw to aud-high-number
        else
            move 0 to aud-high-number
        end-if
        move 0 to aud-final-digits
        move "Y" to aud-reject-switch
    end-if
    move "N" to aud-overflow-switch
    move 0 to aud-detail-count
    move 0 to aud-tabrec-count
    move 0 to aud-return-code
    move requester-department to aud-department
    move requester-cost-center to aud-cost-center
    if comb-request-valid
        move "F" to aud-cache-switch
    end-if
    write audit-record
    if auditlog-status not = "00"
        move "AUDITLOG" to io-err-ddname
        move auditlog-status to io-err-status
        move "8160-WRITE-MULT-AUDIT-RECORD" to io-err-paragraph
        perform 8300-abend-io-error thru 8300-abend-io-error-exit
    end-if.
8160-write-mult-audit-record-exit.
    exit.

*> =============================================================
*> 8200-log-io-error - one FACTERR operations-log record per
*> failure, from the particulars the failing paragraph staged in
            move 4 to return-code
        when hyp-error-count > 0
            move 4 to return-code
        when mult-error-count > 0
            move 4 to return-code
        when ctl-recon-switch = "Y" and ctl-run-mode not = "C"
            and ctl-run-mode not = "H" and ctl-run-mode not = "M"
            move 2 to return-code
        when other
            move 0 to return-code
