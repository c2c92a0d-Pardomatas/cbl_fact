identification division.
program-id. "FACTRQS".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Overnight request queue, transaction RQST (map RQSSCR in
*> cics/factrqs.bms).  A user who needs a large batch of C/P or
*> hypergeometric values keys them here one at a time instead of
*> building a COMBREQ or HYPGREQ deck and telephoning operations:
*>   S  submit - the request is checked against the same rules
*>               FACTORIAL's 6210/6430 validation applies, then
*>               written to the REQQUEUE KSDS (req-queue.cpy)
*>               under the signed-on userid, pending, with the
*>               department and cost center to charge
*>   B  browse - the user's own queued requests, oldest first,
*>               one per screen (PF8 for the next), with status
*>               and, once the nightly run has answered, the
*>               result across the three VAL lines or the reject
*>               reason
*> Nothing is derived on-line: the nightly FACTJOB extracts the
*> pending requests into its mode-C and mode-H input (FACTRQUE)
*> and posts every answer and reject reason back onto the queue
*> record after the run, so the user sees them here the next
*> morning without anyone re-keying anything.
*>
*> A user only ever sees their own requests -- the browse is held
*> to the signed-on userid, which leads the REQQUEUE key.
*>
*> Pseudo-conversational like FACTMNT: the COMMAREA carries the
*> key of the request on the screen, so PF8 continues the browse
*> from it without holding a browse across tasks.
*>
*> Modification history
*> 2026-10-15  DP  Written for the overnight request queue.
*> ---------------------------------------------------------------
environment division.
data division.
working-storage section.

*> ------------------------------------------------------------
*> symbolic map and request queue record
*> ------------------------------------------------------------
copy "factrqsm.cpy".
copy "req-queue.cpy".

*> ------------------------------------------------------------
*> PF-key / AID byte testing
*> ------------------------------------------------------------
copy "DFHAID".

*> ------------------------------------------------------------
*> COMMAREA image - the key of the request last displayed
*> ------------------------------------------------------------
01  rqst-commarea.
    05  ca-browse-key           pic x(31).

*> ------------------------------------------------------------
*> working fields - raw input is saved before rqsmapo is
*> cleared, since the output map redefines the input map
*> ------------------------------------------------------------
01  rqs-function               pic x(01).
01  rqs-operation              pic x(01).
01  rqs-numbers.
    05  rqs-n-raw              pic x(02).
    05  rqs-r-raw              pic x(02).
    05  rqs-sample-raw         pic x(02).
    05  rqs-observed-raw       pic x(02).
    05  rqs-places-raw         pic x(02).
01  rqs-department             pic x(04).
01  rqs-cost-center            pic x(05).
01  rqs-n                      pic 99.
01  rqs-r                      pic 99.
01  rqs-sample                 pic 99.
01  rqs-observed               pic 99.
01  rqs-places                 pic 99.
01  browse-key                 pic x(31).
01  response-code              pic s9(8) comp.
01  abs-time                   pic s9(15) comp-3.
01  submit-date                pic x(08).
01  submit-time                pic x(08).
01  operator-userid            pic x(08).

*> ------------------------------------------------------------
*> switches
*> ------------------------------------------------------------
77  valid-input-switch           pic x(01) value "Y".
    88  input-is-valid           value "Y".
    88  input-is-invalid         value "N".
77  browse-found-switch          pic x(01) value "N".
    88  browse-request-found     value "Y".

linkage section.
01  dfhcommarea                 pic x(31).

procedure division.

0000-mainline.
    if eibcalen = 0
        move spaces to ca-browse-key
        perform 1000-send-initial-map thru 1000-send-initial-map-exit
    else
        move dfhcommarea to rqst-commarea
        perform 2000-process-input thru 2000-process-input-exit
    end-if.
    exec cics
        return transid("RQST") commarea(rqst-commarea)
        length(length of rqst-commarea)
    end-exec.
0000-mainline-exit.
    exit.

*> ------------------------------------------------------------
*> 1000-send-initial-map  --  first entry into the transaction,
*> paint a blank map and wait for the user's input.
*> ------------------------------------------------------------
1000-send-initial-map.
    move spaces to rqsmapo.
    move -1 to funcl.
    exec cics
        send map("RQSSCR") mapset("FACTRQS") from(rqsmapo)
        erase cursor
    end-exec.
1000-send-initial-map-exit.
    exit.

*> ------------------------------------------------------------
*> 2000-process-input  --  PF8 continues a browse; otherwise the
*> entry is a fresh submit or browse.
*> ------------------------------------------------------------
2000-process-input.
    if eibaid = dfhpf3
        exec cics
            send text from("FACTRQS SESSION ENDED") erase
        end-exec
        exec cics
            return
        end-exec
    end-if.

    exec cics
        receive map("RQSSCR") mapset("FACTRQS") into(rqsmapi)
        resp(response-code)
    end-exec.

    move funci to rqs-function.
    move rtypi to rqs-operation.
    move nvali to rqs-n-raw.
    move rvali to rqs-r-raw.
    move svali to rqs-sample-raw.
    move ovali to rqs-observed-raw.
    move pvali to rqs-places-raw.
    move depti to rqs-department.
    move cctri to rqs-cost-center.
*> map fields the user did not touch come back from RECEIVE MAP
*> as LOW-VALUES, not spaces (see FACTMNT); the department and
*> cost center ride on the queue record as keyed, so they are
*> made spaces here
    inspect rqs-department replacing all low-value by space.
    inspect rqs-cost-center replacing all low-value by space.
    move spaces to rqsmapo.

    exec cics
        assign userid(operator-userid)
    end-exec.

    if eibaid = dfhpf8
        perform 4200-browse-next thru 4200-browse-next-exit
    else
        evaluate rqs-function
            when "S"
                perform 3000-submit-request
                    thru 3000-submit-request-exit
            when "B"
                perform 4100-browse-first thru 4100-browse-first-exit
            when other
                move "FUNCTION MUST BE S (SUBMIT) OR B (BROWSE)"
                    to msgo
                move -1 to funcl
        end-evaluate
    end-if.

    exec cics
        send map("RQSSCR") mapset("FACTRQS") from(rqsmapo)
        erase cursor
    end-exec.
2000-process-input-exit.
    exit.

*> ------------------------------------------------------------
*> 3000-submit-request  --  validate, then queue the request
*> pending under the signed-on userid, keyed date+time+task the
*> way FACTMNT keys MSTRAUD so two submits in the same second
*> never collide.
*> ------------------------------------------------------------
3000-submit-request.
    perform 3100-validate-request thru 3100-validate-request-exit.
    if input-is-invalid
        perform 3900-echo-input thru 3900-echo-input-exit
        go to 3000-submit-request-exit
    end-if.
    exec cics
        asktime abstime(abs-time)
    end-exec.
    exec cics
        formattime abstime(abs-time)
        yyyymmdd(submit-date)
        time(submit-time) timesep
    end-exec.
    move spaces to reqqueue-record.
    move operator-userid to rq-userid.
    move submit-date to rq-submit-date.
    move submit-time to rq-submit-time.
    move eibtaskn to rq-task-number.
    move eibtrmid to rq-terminal.
    move rqs-operation to rq-operation.
    if rqs-operation = "H"
        move rqs-numbers to rq-request-numbers
    else
        move rqs-n-raw to rq-n-raw
        move rqs-r-raw to rq-r-raw
    end-if.
    move rqs-department to rq-department.
    move rqs-cost-center to rq-cost-center.
    move "P" to rq-status.
    exec cics
        write dataset("REQQUEUE") from(reqqueue-record)
        ridfld(rq-key)
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        perform 3900-echo-input thru 3900-echo-input-exit
        move "REQUEST NOT QUEUED - REQQUEUE WRITE FAILED - TELL OPS"
            to msgo
        go to 3000-submit-request-exit
    end-if.
    move rq-key to ca-browse-key.
    perform 5000-display-request thru 5000-display-request-exit.
    move "S" to funco.
    move "REQUEST QUEUED - ANSWERED IN TONIGHT'S RUN, SEE B TOMORROW"
        to msgo.
    move -1 to rtypl.
3000-submit-request-exit.
    exit.

*> ------------------------------------------------------------
*> 3100-validate-request  --  the batch run's own rules, so a
*> request that would only be rejected overnight is turned back
*> while the user is still at the screen: for C and P,
*> FACTORIAL's 6210 (both numbers numeric, r not exceeding n);
*> for H, its 6430 (all five numeric, places 01-40, and the
*> observed count inside both the sample and the population's
*> successes, the sample's failures inside the population's).
*> Every number is keyed zero-filled, 2 digits, as on COMB.
*> ------------------------------------------------------------
3100-validate-request.
    move "Y" to valid-input-switch.
    if rqs-operation not = "C" and rqs-operation not = "P"
        and rqs-operation not = "H"
        move "N" to valid-input-switch
        move "TYPE MUST BE C, P, OR H" to msgo
        move -1 to rtypl
        go to 3100-validate-request-exit
    end-if.
    if rqs-operation = "H"
        perform 3200-validate-hyp-request
            thru 3200-validate-hyp-request-exit
        go to 3100-validate-request-exit
    end-if.
    if rqs-n-raw is not numeric or rqs-r-raw is not numeric
        move "N" to valid-input-switch
        move "N AND R MUST BE NUMERIC 0-99" to msgo
        move -1 to nvall
        go to 3100-validate-request-exit
    end-if.
    move rqs-n-raw to rqs-n.
    move rqs-r-raw to rqs-r.
    if rqs-r > rqs-n
        move "N" to valid-input-switch
        move "R EXCEEDS N" to msgo
        move -1 to rvall
        go to 3100-validate-request-exit
    end-if.
3100-validate-request-exit.
    exit.

*> ------------------------------------------------------------
*> 3200-validate-hyp-request  --  N, K, n, k, and places in
*> NVAL, RVAL, SVAL, OVAL, and PVAL.
*> ------------------------------------------------------------
3200-validate-hyp-request.
    if rqs-n-raw is not numeric or rqs-r-raw is not numeric
        or rqs-sample-raw is not numeric
        or rqs-observed-raw is not numeric
        or rqs-places-raw is not numeric
        move "N" to valid-input-switch
        move "ALL FIVE FIELDS MUST BE NUMERIC FOR H" to msgo
        move -1 to nvall
        go to 3200-validate-hyp-request-exit
    end-if.
    move rqs-n-raw to rqs-n.
    move rqs-r-raw to rqs-r.
    move rqs-sample-raw to rqs-sample.
    move rqs-observed-raw to rqs-observed.
    move rqs-places-raw to rqs-places.
    if rqs-places = 0 or rqs-places > 40
        move "N" to valid-input-switch
        move "DECIMAL PLACES MUST BE 01-40" to msgo
        move -1 to pvall
        go to 3200-validate-hyp-request-exit
    end-if.
    if rqs-r > rqs-n
        move "N" to valid-input-switch
        move "SUCCESSES EXCEED POPULATION" to msgo
        move -1 to rvall
        go to 3200-validate-hyp-request-exit
    end-if.
    if rqs-sample > rqs-n
        move "N" to valid-input-switch
        move "SAMPLE EXCEEDS POPULATION" to msgo
        move -1 to svall
        go to 3200-validate-hyp-request-exit
    end-if.
    if rqs-observed > rqs-sample
        move "N" to valid-input-switch
        move "OBSERVED EXCEEDS SAMPLE" to msgo
        move -1 to ovall
        go to 3200-validate-hyp-request-exit
    end-if.
    if rqs-observed > rqs-r
        move "N" to valid-input-switch
        move "OBSERVED EXCEEDS POPULATION SUCCESSES" to msgo
        move -1 to ovall
        go to 3200-validate-hyp-request-exit
    end-if.
    if rqs-sample - rqs-observed > rqs-n - rqs-r
        move "N" to valid-input-switch
        move "SAMPLE FAILURES EXCEED POPULATION FAILURES" to msgo
        move -1 to svall
        go to 3200-validate-hyp-request-exit
    end-if.
3200-validate-hyp-request-exit.
    exit.

*> ------------------------------------------------------------
*> 3900-echo-input  --  a refused submit goes back on the screen
*> as keyed, so the user corrects it rather than re-keys it.
*> ------------------------------------------------------------
3900-echo-input.
    move rqs-function to funco.
    move rqs-operation to rtypo.
    move rqs-n-raw to nvalo.
    move rqs-r-raw to rvalo.
    move rqs-sample-raw to svalo.
    move rqs-observed-raw to ovalo.
    move rqs-places-raw to pvalo.
    move rqs-department to depto.
    move rqs-cost-center to cctro.
3900-echo-input-exit.
    exit.

*> ------------------------------------------------------------
*> 4100-browse-first  --  the user's oldest request still on the
*> queue.
*> ------------------------------------------------------------
4100-browse-first.
    move spaces to ca-browse-key.
    move low-values to browse-key.
    move operator-userid to browse-key(1:8).
    perform 4300-read-from-key thru 4300-read-from-key-exit.
    if not browse-request-found
        move "NO REQUESTS ON THE QUEUE FOR YOUR USERID" to msgo
        move -1 to funcl
    end-if.
4100-browse-first-exit.
    exit.

*> ------------------------------------------------------------
*> 4200-browse-next  --  the request after the one on the screen;
*> with none on the screen yet, PF8 starts from the first.
*> ------------------------------------------------------------
4200-browse-next.
    if ca-browse-key = spaces
        perform 4100-browse-first thru 4100-browse-first-exit
        go to 4200-browse-next-exit
    end-if.
    move ca-browse-key to browse-key.
    perform 4300-read-from-key thru 4300-read-from-key-exit.
    if not browse-request-found
        move "NO MORE REQUESTS FOR YOUR USERID - KEY B TO START AGAIN"
            to msgo
        move -1 to funcl
    end-if.
4200-browse-next-exit.
    exit.

*> ------------------------------------------------------------
*> 4300-read-from-key  --  one short browse: position at
*> browse-key, read forward past the request already on the
*> screen (if that is where the browse landed), and end the
*> browse again within the task.  A record under another userid
*> means this user's requests are exhausted.
*> ------------------------------------------------------------
4300-read-from-key.
    move "N" to browse-found-switch.
    exec cics
        startbr dataset("REQQUEUE") ridfld(browse-key) gteq
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        go to 4300-read-from-key-exit
    end-if.
    exec cics
        readnext dataset("REQQUEUE") into(reqqueue-record)
        ridfld(browse-key)
        resp(response-code)
    end-exec.
    if response-code = dfhresp(normal)
        and rq-key = ca-browse-key
        exec cics
            readnext dataset("REQQUEUE") into(reqqueue-record)
            ridfld(browse-key)
            resp(response-code)
        end-exec
    end-if.
    exec cics
        endbr dataset("REQQUEUE")
    end-exec.
    if response-code not = dfhresp(normal)
        or rq-userid not = operator-userid
        go to 4300-read-from-key-exit
    end-if.
    move "Y" to browse-found-switch.
    move rq-key to ca-browse-key.
    perform 5000-display-request thru 5000-display-request-exit.
    move "B" to funco.
    move "PF8 FOR YOUR NEXT REQUEST" to msgo.
    move -1 to funcl.
4300-read-from-key-exit.
    exit.

*> ------------------------------------------------------------
*> 5000-display-request  --  the queue record in hand onto the
*> map: the request, when it was keyed, what has become of it,
*> and the answer or reject reason once the run has posted one.
*> ------------------------------------------------------------
5000-display-request.
    move rq-operation to rtypo.
    if rq-operation = "H"
        move rq-population-raw to nvalo
        move rq-successes-raw to rvalo
        move rq-sample-raw to svalo
        move rq-observed-raw to ovalo
        move rq-places-raw to pvalo
    else
        move rq-n-raw to nvalo
        move rq-r-raw to rvalo
    end-if.
    move rq-department to depto.
    move rq-cost-center to cctro.
    move spaces to submo.
    string rq-submit-date " " rq-submit-time
        delimited by size into submo.
    move spaces to stato.
    evaluate rq-status
        when "P"
            move "PENDING - WAITING FOR THE NIGHTLY RUN" to stato
        when "S"
            string "IN THE NIGHTLY RUN OF " rq-run-date
                delimited by size into stato
        when "A"
            string "ANSWERED BY THE NIGHTLY RUN OF " rq-run-date
                delimited by size into stato
        when "R"
            string "REJECTED BY THE NIGHTLY RUN OF " rq-run-date
                delimited by size into stato
        when other
            move "STATUS UNKNOWN - TELL OPS" to stato
    end-evaluate.
    move rq-result(1:60) to val1o.
    move rq-result(61:60) to val2o.
    move rq-result(121:42) to val3o.
    move rq-reject-reason to rsno.
5000-display-request-exit.
    exit.
