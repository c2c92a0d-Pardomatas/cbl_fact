*>                 value (see fact-table.cpy); the full digit
*>                 string, up to 162 digits, now displays across
*>                 the three FACT1/FACT2/FACT3 map fields.
*> 2026-10-15  DP  Every inquiry now writes one INQTRAIL record
*>                 (inq-trail.cpy) -- who asked for which n from
*>                 which terminal, and whether FACTTAB answered it
*>                 -- for the audit meeting and the FACTINQR usage
*>                 report.  PF3 ends the session without one.
*> ---------------------------------------------------------------
environment division.
data division.
working-storage section.

*> ------------------------------------------------------------
*> symbolic map, FACTTAB record, and inquiry trail record
*> ------------------------------------------------------------
copy "factmap.cpy".
copy "fact-table.cpy".
copy "inq-trail.cpy".

*> ------------------------------------------------------------
*> PF-key / AID byte testing
01  online-number               pic 99.
01  response-length              pic s9(4) comp.

*> ------------------------------------------------------------
*> inquiry trail fields - outcome codes as in inq-trail.cpy
*> ------------------------------------------------------------
01  inquiry-outcome             pic x(01).
01  inquiry-date                pic x(08).
01  inquiry-time                pic x(08).
01  operator-userid             pic x(08).
01  abs-time                    pic s9(15) comp-3.
01  trail-response              pic s9(8) comp.

*> ------------------------------------------------------------
*> segmented-value formatting work areas, same scheme as the
*> batch program's 2800-format-fact-value (least significant
    move spaces to factmapo.
    move online-number-raw to numo.

    move "E" to inquiry-outcome.
    perform 2100-validate-number thru 2100-validate-number-exit.

    if input-is-valid
        perform 2200-lookup-factorial thru 2200-lookup-factorial-exit
    end-if.

    perform 2500-write-inquiry-trail
        thru 2500-write-inquiry-trail-exit.

    exec cics
        send map("FACTSCR") mapset("FACTMAP") from(factmapo) erase
    end-exec.
        move display-digits(61:60) to fact2o
        move display-digits(121:60) to fact3o
        move spaces to msgo
        move "F" to inquiry-outcome
    else
        move "VALUE NOT YET IN FACTTAB -- RUN BATCH JOB FIRST" to msgo
        move "N" to inquiry-outcome
    end-if.
2200-lookup-factorial-exit.
    exit.
    subtract 1 from append-index.
2330-append-low-segment-exit.
    exit.

*> ------------------------------------------------------------
*> 2500-write-inquiry-trail  --  one INQTRAIL record per inquiry,
*> keyed date+time+task number the way FACTMNT keys MSTRAUD.  The
*> answer has already been built, so a failed trail write never
*> costs the operator the answer; it only puts a warning on the
*> message line if that line is otherwise empty.
*> ------------------------------------------------------------
2500-write-inquiry-trail.
    exec cics
        asktime abstime(abs-time)
    end-exec.
    exec cics
        formattime abstime(abs-time)
        yyyymmdd(inquiry-date)
        time(inquiry-time) timesep
    end-exec.
    exec cics
        assign userid(operator-userid)
    end-exec.
    move spaces to inqtrail-record.
    move inquiry-date to it-inquiry-date.
    move inquiry-time to it-inquiry-time.
    move eibtaskn to it-task-number.
    move operator-userid to it-userid.
    move eibtrmid to it-terminal.
    move "FACT" to it-transaction.
    move online-number-raw to it-n-raw.
    move inquiry-outcome to it-outcome.
    if inquiry-outcome = "N"
        move online-number-raw to it-missing-number
    end-if.
    exec cics
        write dataset("INQTRAIL") from(inqtrail-record)
        ridfld(it-key)
        resp(trail-response)
    end-exec.
    if trail-response not = dfhresp(normal)
        and msgo = spaces
        move "INQUIRY NOT RECORDED ON INQTRAIL - TELL OPS" to msgo
    end-if.
2500-write-inquiry-trail-exit.
    exit.
