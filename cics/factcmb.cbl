*> 2026-09-02  DP  COMBTAB checked before the FACTTAB fetches: a
*>                 value the batch mode-C run already derived is
*>                 served with one read and no division at all.
*> 2026-10-15  DP  Every inquiry now writes one INQTRAIL record
*>                 (inq-trail.cpy) -- who asked for which C/P, n,
*>                 and r from which terminal, and whether it was
*>                 served from COMBTAB, derived, short of a FACTTAB
*>                 factorial, or rejected -- for the audit meeting
*>                 and the FACTINQR usage report.  PF3 ends the
*>                 session without one.
*> ---------------------------------------------------------------
environment division.
data division.
working-storage section.

*> ------------------------------------------------------------
*> symbolic map, FACTTAB record, COMBTAB record, and inquiry
*> trail record
*> ------------------------------------------------------------
copy "factcmbm.cpy".
copy "fact-table.cpy".
copy "comb-table.cpy".
copy "inq-trail.cpy".

*> ------------------------------------------------------------
*> PF-key / AID byte testing
01  fetch-number               pic 99.
01  response-code              pic s9(8) comp.

*> ------------------------------------------------------------
*> inquiry trail fields - outcome codes as in inq-trail.cpy
*> ------------------------------------------------------------
01  inquiry-outcome             pic x(01).
01  inquiry-missing-number      pic 99.
01  inquiry-date                pic x(08).
01  inquiry-time                pic x(08).
01  operator-userid             pic x(08).
01  abs-time                    pic s9(15) comp-3.

*> ------------------------------------------------------------
*> long-division work areas, same scheme as the batch program's
*> 6330: values move between the segmented FACTTAB form and
    move online-n-raw to nvalo.
    move online-r-raw to rvalo.

    move "E" to inquiry-outcome.
    perform 2100-validate-input thru 2100-validate-input-exit.

    move "N" to combtab-hit-switch.

    if input-is-valid
        perform 2400-display-result thru 2400-display-result-exit
        if served-from-combtab
            move "C" to inquiry-outcome
        else
            move "D" to inquiry-outcome
        end-if
    end-if.

    perform 2500-write-inquiry-trail
        thru 2500-write-inquiry-trail-exit.

    exec cics
        send map("CMBSCR") mapset("FACTCMB") from(cmbmapo) erase
    end-exec.
        perform 2260-pad-work-value thru 2260-pad-work-value-exit
        if zero-padded-digits = all "0"
            move "N" to valid-input-switch
            move "N" to inquiry-outcome
            move fetch-number to inquiry-missing-number
            move spaces to msgo
            string "ZERO VALUE IN FACTTAB FOR " fetch-number
                " - ASK OPERATIONS TO RUN FACTVFY"
        end-if
    else
        move "N" to valid-input-switch
        move "N" to inquiry-outcome
        move fetch-number to inquiry-missing-number
        move spaces to msgo
        string "FACTORIAL NOT IN FACTTAB FOR " fetch-number
            " - ASK OPERATIONS FOR A TABLE BUILD"
2410-skip-quotient-zero-exit.
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
    move "COMB" to it-transaction.
    move online-oper to it-operation.
    move online-n-raw to it-n-raw.
    move online-r-raw to it-r-raw.
    move inquiry-outcome to it-outcome.
    if inquiry-outcome = "N"
        move inquiry-missing-number to it-missing-number
    end-if.
    exec cics
        write dataset("INQTRAIL") from(inqtrail-record)
        ridfld(it-key)
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        and msgo = spaces
        move "INQUIRY NOT RECORDED ON INQTRAIL - TELL OPS" to msgo
    end-if.
2500-write-inquiry-trail-exit.
    exit.

*> ------------------------------------------------------------
*> 3000-divide-big  --  schoolbook long division: div-dividend
*> (162 digits) by div-divisor (163 digits, both zero-padded)
