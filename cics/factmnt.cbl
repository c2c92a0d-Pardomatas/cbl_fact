*>   C  correct - replace the value of an existing record
*>   D  delete  - remove an existing record
*> Every add/correct/delete is staged and forced back around
*> through the CONFIRM field, and a confirmed change is NOT
*> applied: it is written to the PENDCHG file (pend-chg.cpy)
*> under the signed-on userid to wait for a second, different
*> supervisor to approve or reject it on the FAPV transaction
*> (cics/factapv.cbl).  Only an approval there updates FACTMSTR
*> and writes the MSTRAUD trail record (mstr-audit.cpy) with
*> both userids and full before/after images.  A number with a
*> change already waiting takes no second one until the first is
*> decided.
*>
*> Authorization is enforced outside the program: transaction FMNT
*> must be restricted to the supervisor group in the external
*> Modification history
*> 2026-08-22  DP  Written; FACTMSTR changes previously had no
*>                 audit trail at all.
*> 2026-10-15  DP  Dual control: a confirmed change goes to PENDCHG
*>                 for approval on FAPV instead of being applied;
*>                 the apply and MSTRAUD write moved to FACTAPV.
*> 2026-10-15  DP  Pending check repeated at confirm time, and a
*>                 PENDCHG that cannot be browsed refuses the
*>                 change instead of passing as nothing pending.
*> ---------------------------------------------------------------
environment division.
data division.
working-storage section.

*> ------------------------------------------------------------
*> symbolic map, FACTMSTR record, and pending-change record
*> ------------------------------------------------------------
copy "factmntm.cpy".
copy "master-rec.cpy".
copy "pend-chg.cpy".

*> ------------------------------------------------------------
*> PF-key / AID byte testing
01  mnt-input-length           pic 9(03) comp value 0.
01  mnt-scan                   pic 9(03) comp value 0.
01  browse-key                 pic 9(02).
01  pending-browse-key         pic x(25).
01  response-code              pic s9(8) comp.
01  abs-time                   pic s9(15) comp-3.
01  change-date                pic x(08).
77  valid-input-switch           pic x(01) value "Y".
    88  input-is-valid           value "Y".
    88  input-is-invalid         value "N".
77  pending-found-switch         pic x(01) value "N".
    88  pending-change-found     value "Y".
77  pending-scan-switch          pic x(01) value "N".
    88  pending-scan-done        value "Y".
77  pending-file-switch          pic x(01) value "Y".
    88  pending-file-available   value "Y".
    88  pending-file-unavailable value "N".

linkage section.
01  dfhcommarea                 pic x(165).
    exit.

*> ------------------------------------------------------------
*> 3000-process-confirmation  --  the staged change goes for
*> approval only on an explicit Y; anything else cancels it.
*> Either way the staging is cleared, so a stale confirm can
*> never fire twice.
*> ------------------------------------------------------------
3000-process-confirmation.
    if mnt-confirm = "Y"
        perform 3100-enter-pending-change
            thru 3100-enter-pending-change-exit
    else
        move "CHANGE CANCELLED - NOTHING ENTERED" to msgo
    end-if.
    move space to ca-pending-action.
    move -1 to funcl.
    exit.

*> ------------------------------------------------------------
*> 3100-enter-pending-change  --  write the staged add, correct,
*> or delete to PENDCHG under the signed-on userid, pending.
*> FACTMSTR is not touched; FACTAPV applies it, and writes the
*> MSTRAUD record, once a different supervisor approves it.
*> Keyed number+date+time+task so two supervisors entering in
*> the same second still get distinct keys.  The pending check
*> from the staging task is made again here: another supervisor
*> may have entered a change to the number in between.
*> ------------------------------------------------------------
3100-enter-pending-change.
    move ca-pending-key to mnt-number.
    perform 4300-check-pending-change
        thru 4300-check-pending-change-exit.
    if pending-file-unavailable
        move "CHANGE NOT ENTERED - PENDCHG UNAVAILABLE - TELL OPS"
            to msgo
        go to 3100-enter-pending-change-exit
    end-if.
    if pending-change-found
        move "A CHANGE TO THIS NUMBER IS ALREADY AWAITING APPROVAL"
            to msgo
        go to 3100-enter-pending-change-exit
    end-if.
    exec cics
        asktime abstime(abs-time)
    end-exec.
    exec cics
        assign userid(operator-userid)
    end-exec.
    move spaces to pendchg-record.
    move ca-pending-key to pc-original-number.
    move change-date to pc-entered-date.
    move change-time to pc-entered-time.
    move eibtaskn to pc-task-number.
    move ca-pending-action to pc-action.
    move operator-userid to pc-entered-by.
    move "P" to pc-status.
    if ca-pending-action = "D"
        move zeros to pc-new-value
    else
        move ca-pending-value to pc-new-value
    end-if.
    move 0 to pc-self-attempt-count.
    exec cics
        write dataset("PENDCHG") from(pendchg-record)
        ridfld(pc-key)
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        move "CHANGE NOT ENTERED - PENDCHG WRITE FAILED - TELL OPS"
            to msgo
        go to 3100-enter-pending-change-exit
    end-if.
    move "CHANGE ENTERED - NEEDS APPROVAL BY ANOTHER SUPERVISOR ON FAPV"
        to msgo.
3100-enter-pending-change-exit.
    exit.

*> ------------------------------------------------------------
        when other
            continue
    end-evaluate.
    perform 4300-check-pending-change
        thru 4300-check-pending-change-exit.
    if pending-file-unavailable
        move "PENDCHG UNAVAILABLE - TELL OPS" to msgo
        move -1 to funcl
        go to 4200-stage-change-exit
    end-if.
    if pending-change-found
        move "A CHANGE TO THIS NUMBER IS ALREADY AWAITING APPROVAL"
            to msgo
        move -1 to numl
        go to 4200-stage-change-exit
    end-if.
    move mnt-function to ca-pending-action.
    move mnt-number to ca-pending-key.
    perform 6000-echo-request thru 6000-echo-request-exit.
    evaluate mnt-function
        when "A"
            move "CONFIRM ADD - KEY Y AND ENTER FOR APPROVAL"
                to msgo
        when "C"
            move "CONFIRM CORRECTION - KEY Y AND ENTER FOR APPROVAL"
                to msgo
        when "D"
            move "CONFIRM DELETE - KEY Y AND ENTER FOR APPROVAL"
                to msgo
    end-evaluate.
    move -1 to confl.
4200-stage-change-exit.
    exit.

*> ------------------------------------------------------------
*> 4300-check-pending-change  --  one short browse of PENDCHG
*> over the changes ever entered for the number (it leads the
*> key); any still pending means a second one is refused, so a
*> number never has two changes racing for approval.  The
*> browse is ended again within the task.  NOTFND or ENDFILE is
*> an empty file or the end of it; any other response (NOTOPEN,
*> DISABLED, IOERR) leaves pending-file-unavailable set, and the
*> caller refuses the change -- an unreadable file is never
*> taken as nothing pending.
*> ------------------------------------------------------------
4300-check-pending-change.
    move "N" to pending-found-switch.
    move "N" to pending-scan-switch.
    set pending-file-available to true.
    move low-values to pending-browse-key.
    move mnt-number to pending-browse-key(1:2).
    exec cics
        startbr dataset("PENDCHG") ridfld(pending-browse-key) gteq
        resp(response-code)
    end-exec.
    if response-code = dfhresp(notfnd)
        go to 4300-check-pending-change-exit
    end-if.
    if response-code not = dfhresp(normal)
        set pending-file-unavailable to true
        go to 4300-check-pending-change-exit
    end-if.
    perform 4310-check-one-pending thru 4310-check-one-pending-exit
        until pending-scan-done.
    exec cics
        endbr dataset("PENDCHG")
    end-exec.
4300-check-pending-change-exit.
    exit.

4310-check-one-pending.
    exec cics
        readnext dataset("PENDCHG") into(pendchg-record)
        ridfld(pending-browse-key)
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        and response-code not = dfhresp(endfile)
        set pending-file-unavailable to true
    end-if.
    if response-code not = dfhresp(normal)
        or pc-original-number not = mnt-number
        set pending-scan-done to true
        go to 4310-check-one-pending-exit
    end-if.
    if pc-status = "P"
        set pending-change-found to true
        set pending-scan-done to true
    end-if.
4310-check-one-pending-exit.
    exit.

*> ------------------------------------------------------------
*> 5000-validate-number  --  numeric is the whole test; the
*> 2-digit map field cannot carry anything past 99.
