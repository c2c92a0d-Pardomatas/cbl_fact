identification division.
program-id. "FACTAPV".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Approval transaction FAPV for FACTMSTR changes (sibling of
*> FMNT/factmnt.cbl, map FAPVSCR in cics/factapv.bms).  FACTMSTR
*> is the reference the batch reconciliation trusts, so no one
*> supervisor may change it alone: FMNT only enters an add,
*> correct, or delete onto the PENDCHG file (pend-chg.cpy), and
*> nothing reaches the master until a second supervisor decides
*> it here:
*>   number + ENTER  the change waiting at or after that number
*>                   (blank starts from the first), with who
*>                   entered it, when, the value on the master now,
*>                   and the value after the change
*>   PF8             the next change waiting
*>   A + ENTER       approve the change on the screen: it is
*>                   applied to FACTMSTR and the MSTRAUD trail
*>                   record (mstr-audit.cpy) is written with the
*>                   entering and the approving userid and full
*>                   before/after images
*>   R + ENTER       reject it; nothing is applied
*> The supervisor who entered a change can neither approve nor
*> reject it.  An attempt to approve one's own change is refused
*> and counted on the PENDCHG record, and the FACTPCHG batch
*> report lists every such attempt for the auditors.
*>
*> Authorization is enforced outside the program, as for FMNT:
*> transaction FAPV must be restricted to the supervisor group in
*> the external security manager.  The program records WHO through
*> the signed-on userid and refuses the one thing security cannot
*> express -- the same person on both sides of a change.
*>
*> Pseudo-conversational like FACTMNT: the COMMAREA carries the
*> key of the change on the screen, so the decision and PF8 both
*> work from it without holding a browse or a lock across tasks;
*> the decision re-reads the change for update and re-checks it
*> is still pending before anything is applied.
*>
*> Modification history
*> 2026-10-15  DP  Written for dual control of FACTMSTR changes.
*> 2026-10-15  DP  A PENDCHG that cannot be browsed is reported as
*>                 unavailable, not as nothing awaiting approval.
*> ---------------------------------------------------------------
environment division.
data division.
working-storage section.

*> ------------------------------------------------------------
*> symbolic map, pending-change record, FACTMSTR record, and
*> master audit record
*> ------------------------------------------------------------
copy "factapvm.cpy".
copy "pend-chg.cpy".
copy "master-rec.cpy".
copy "mstr-audit.cpy".

*> ------------------------------------------------------------
*> PF-key / AID byte testing
*> ------------------------------------------------------------
copy "DFHAID".

*> ------------------------------------------------------------
*> COMMAREA image - the key of the change on the screen
*> ------------------------------------------------------------
01  fapv-commarea.
    05  ca-shown-key            pic x(25).

*> ------------------------------------------------------------
*> working fields - raw input is saved before fapvmapo is
*> cleared, since the output map redefines the input map
*> ------------------------------------------------------------
01  apv-number-raw             pic x(02).
01  apv-decision               pic x(01).
01  browse-key                 pic x(25).
01  response-code              pic s9(8) comp.
01  abs-time                   pic s9(15) comp-3.
01  decision-date              pic x(08).
01  decision-time              pic x(08).
01  operator-userid            pic x(08).

*> ------------------------------------------------------------
*> segmented-value formatting work areas, same scheme as the
*> batch program (least significant segment first, see
*> fact-table.cpy)
*> ------------------------------------------------------------
01  format-work-value.
    05  format-segment          pic 9(09) occurs 18 times.
01  display-digits              pic x(200).
77  display-length              pic 9(03) comp value 0.
77  top-segment                 pic 9(02) comp value 0.
77  digit-scan                  pic 9(02) comp value 0.
77  lead-width                  pic 9(02) comp value 0.
77  append-index                pic 9(02) comp value 0.
77  segment-digits              pic 9(09).

*> ------------------------------------------------------------
*> switches
*> ------------------------------------------------------------
77  browse-found-switch          pic x(01) value "N".
    88  browse-change-found      value "Y".
77  browse-scan-switch           pic x(01) value "N".
    88  browse-scan-done         value "Y".
77  browse-file-switch           pic x(01) value "Y".
    88  browse-file-available    value "Y".
    88  browse-file-unavailable  value "N".
77  apply-switch                 pic x(01) value "N".
    88  apply-succeeded          value "Y".
    88  apply-failed             value "N".

linkage section.
01  dfhcommarea                 pic x(25).

procedure division.

0000-mainline.
    if eibcalen = 0
        move spaces to ca-shown-key
        perform 1000-send-initial-map thru 1000-send-initial-map-exit
    else
        move dfhcommarea to fapv-commarea
        perform 2000-process-input thru 2000-process-input-exit
    end-if.
    exec cics
        return transid("FAPV") commarea(fapv-commarea)
        length(length of fapv-commarea)
    end-exec.
0000-mainline-exit.
    exit.

*> ------------------------------------------------------------
*> 1000-send-initial-map  --  first entry into the transaction,
*> paint a blank map and wait for the supervisor's input.
*> ------------------------------------------------------------
1000-send-initial-map.
    move spaces to fapvmapo.
    move -1 to numl.
    exec cics
        send map("FAPVSCR") mapset("FACTAPV") from(fapvmapo)
        erase cursor
    end-exec.
1000-send-initial-map-exit.
    exit.

*> ------------------------------------------------------------
*> 2000-process-input  --  PF8 continues the browse; a decision
*> acts on the change on the screen; otherwise the entry is a
*> number to look up.
*> ------------------------------------------------------------
2000-process-input.
    if eibaid = dfhpf3
        exec cics
            send text from("FACTAPV SESSION ENDED") erase
        end-exec
        exec cics
            return
        end-exec
    end-if.

    exec cics
        receive map("FAPVSCR") mapset("FACTAPV") into(fapvmapi)
        resp(response-code)
    end-exec.

    move numi to apv-number-raw.
    move decni to apv-decision.
*> map fields the supervisor did not touch come back from RECEIVE
*> MAP as LOW-VALUES, not spaces (see FACTMNT)
    inspect apv-number-raw replacing all low-value by space.
    inspect apv-decision replacing all low-value by space.
    move spaces to fapvmapo.

    exec cics
        assign userid(operator-userid)
    end-exec.

    evaluate true
        when eibaid = dfhpf8
            perform 4200-browse-next thru 4200-browse-next-exit
        when apv-decision not = space
            perform 3000-decide-change thru 3000-decide-change-exit
        when other
            perform 4100-browse-from-number
                thru 4100-browse-from-number-exit
    end-evaluate.

    exec cics
        send map("FAPVSCR") mapset("FACTAPV") from(fapvmapo)
        erase cursor
    end-exec.
2000-process-input-exit.
    exit.

*> ------------------------------------------------------------
*> 3000-decide-change  --  the change on the screen is re-read
*> for update and must still be pending, and the supervisor
*> deciding it must not be the one who entered it.  A reject
*> only marks it; an approval applies it, marks it, and leaves
*> the MSTRAUD record.  The screen is cleared afterwards either
*> way, so a decision can never be keyed twice against it.
*> ------------------------------------------------------------
3000-decide-change.
    if ca-shown-key = spaces
        move "KEY A NUMBER TO BRING UP A CHANGE BEFORE DECIDING IT"
            to msgo
        move -1 to numl
        go to 3000-decide-change-exit
    end-if.
    if apv-decision not = "A" and apv-decision not = "R"
        perform 4400-redisplay-change thru 4400-redisplay-change-exit
        move "DECISION MUST BE A (APPROVE) OR R (REJECT)" to msgo
        move -1 to decnl
        go to 3000-decide-change-exit
    end-if.
    move -1 to numl.
    exec cics
        asktime abstime(abs-time)
    end-exec.
    exec cics
        formattime abstime(abs-time)
        yyyymmdd(decision-date)
        time(decision-time) timesep
    end-exec.
    exec cics
        read dataset("PENDCHG") into(pendchg-record)
        ridfld(ca-shown-key)
        update resp(response-code)
    end-exec.
    move spaces to ca-shown-key.
    if response-code not = dfhresp(normal)
        move "CHANGE NO LONGER ON PENDCHG - TELL OPS" to msgo
        go to 3000-decide-change-exit
    end-if.
    if pc-status not = "P"
        exec cics
            unlock dataset("PENDCHG")
        end-exec
        if pc-status = "A"
            string "CHANGE WAS ALREADY APPROVED BY " pc-decided-by
                delimited by size into msgo
        else
            string "CHANGE WAS ALREADY REJECTED BY " pc-decided-by
                delimited by size into msgo
        end-if
        go to 3000-decide-change-exit
    end-if.
    if pc-entered-by = operator-userid
        perform 3300-refuse-own-change thru 3300-refuse-own-change-exit
        go to 3000-decide-change-exit
    end-if.
    if apv-decision = "R"
        move "R" to pc-status
        perform 3400-mark-decided thru 3400-mark-decided-exit
        if response-code = dfhresp(normal)
            move "CHANGE REJECTED - NOTHING APPLIED TO FACTMSTR" to msgo
        end-if
        go to 3000-decide-change-exit
    end-if.
    perform 3100-apply-approved-change
        thru 3100-apply-approved-change-exit.
    if apply-failed
        exec cics
            unlock dataset("PENDCHG")
        end-exec
        go to 3000-decide-change-exit
    end-if.
    move "A" to pc-status.
    perform 3400-mark-decided thru 3400-mark-decided-exit.
    if response-code not = dfhresp(normal)
        go to 3000-decide-change-exit
    end-if.
    move "CHANGE APPROVED, APPLIED, AND RECORDED ON MSTRAUD" to msgo.
    perform 3200-write-master-audit thru 3200-write-master-audit-exit.
3000-decide-change-exit.
    exit.

*> ------------------------------------------------------------
*> 3100-apply-approved-change  --  apply the approved add,
*> correct, or delete against FACTMSTR, keeping the before and
*> after images for the MSTRAUD record.  The master is re-checked
*> here, not trusted from when the change was entered.
*> ------------------------------------------------------------
3100-apply-approved-change.
    set apply-failed to true.
    move spaces to ma-before-value ma-after-value.
    move pc-original-number to fm-original-number.
    evaluate pc-action
        when "A"
            move pc-new-value to fm-value-table
            exec cics
                write dataset("FACTMSTR") from(fm-record)
                ridfld(fm-original-number)
                resp(response-code)
            end-exec
            move pc-new-value to format-work-value
            perform 7000-format-work-digits
                thru 7000-format-work-digits-exit
            move display-digits(1:162) to ma-after-value
        when "C"
            exec cics
                read dataset("FACTMSTR") into(fm-record)
                ridfld(fm-original-number)
                update resp(response-code)
            end-exec
            if response-code = dfhresp(normal)
                move fm-value-table to format-work-value
                perform 7000-format-work-digits
                    thru 7000-format-work-digits-exit
                move display-digits(1:162) to ma-before-value
                move pc-new-value to fm-value-table
                exec cics
                    rewrite dataset("FACTMSTR") from(fm-record)
                    resp(response-code)
                end-exec
                move pc-new-value to format-work-value
                perform 7000-format-work-digits
                    thru 7000-format-work-digits-exit
                move display-digits(1:162) to ma-after-value
            end-if
        when "D"
            exec cics
                read dataset("FACTMSTR") into(fm-record)
                ridfld(fm-original-number)
                update resp(response-code)
            end-exec
            if response-code = dfhresp(normal)
                move fm-value-table to format-work-value
                perform 7000-format-work-digits
                    thru 7000-format-work-digits-exit
                move display-digits(1:162) to ma-before-value
                exec cics
                    delete dataset("FACTMSTR")
                    resp(response-code)
                end-exec
            end-if
    end-evaluate.
    if response-code not = dfhresp(normal)
        move "APPROVE FAILED - MASTER FILE ERROR - NOTHING CHANGED"
            to msgo
        go to 3100-apply-approved-change-exit
    end-if.
    set apply-succeeded to true.
3100-apply-approved-change-exit.
    exit.

*> ------------------------------------------------------------
*> 3200-write-master-audit  --  who entered it, who approved it,
*> when, what, and the full before/after images.  Keyed date+
*> time+task so two supervisors approving in the same second
*> still get distinct keys.
*> ------------------------------------------------------------
3200-write-master-audit.
    move decision-date to ma-change-date.
    move decision-time to ma-change-time.
    move eibtaskn to ma-task-number.
    move pc-entered-by to ma-operator.
    move operator-userid to ma-approver.
    move pc-action to ma-action.
    move pc-original-number to ma-original-number.
    exec cics
        write dataset("MSTRAUD") from(mstraud-record)
        ridfld(ma-key)
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        move "CHANGE APPLIED BUT MSTRAUD WRITE FAILED - TELL OPS"
            to msgo
    end-if.
3200-write-master-audit-exit.
    exit.

*> ------------------------------------------------------------
*> 3300-refuse-own-change  --  the supervisor who entered the
*> change tried to decide it.  An approval attempt is counted on
*> the record, with when, for FACTPCHG to report; a reject is
*> simply refused.  The change stays pending for someone else.
*> ------------------------------------------------------------
3300-refuse-own-change.
    if apv-decision = "R"
        exec cics
            unlock dataset("PENDCHG")
        end-exec
        move "YOU ENTERED THIS CHANGE - ANOTHER SUPERVISOR MUST DECIDE"
            to msgo
        go to 3300-refuse-own-change-exit
    end-if.
    if pc-self-attempt-count < 999
        add 1 to pc-self-attempt-count
    end-if.
    move decision-date to pc-self-attempt-date.
    move decision-time to pc-self-attempt-time.
    exec cics
        rewrite dataset("PENDCHG") from(pendchg-record)
        resp(response-code)
    end-exec.
    if response-code = dfhresp(normal)
        move "YOU ENTERED THIS CHANGE - APPROVAL REFUSED AND RECORDED"
            to msgo
    else
        move "YOU ENTERED THIS CHANGE - APPROVAL REFUSED" to msgo
    end-if.
3300-refuse-own-change-exit.
    exit.

*> ------------------------------------------------------------
*> 3400-mark-decided  --  the decision the caller left in
*> pc-status, by whom, and when, back onto PENDCHG.  Should the
*> rewrite fail after an approval was applied, the whole task is
*> backed out, so the master never changes without the change
*> being marked approved.
*> ------------------------------------------------------------
3400-mark-decided.
    move operator-userid to pc-decided-by.
    move decision-date to pc-decided-date.
    move decision-time to pc-decided-time.
    exec cics
        rewrite dataset("PENDCHG") from(pendchg-record)
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        exec cics
            syncpoint rollback
        end-exec
        move "DECISION BACKED OUT - PENDCHG REWRITE FAILED - TELL OPS"
            to msgo
    end-if.
3400-mark-decided-exit.
    exit.

*> ------------------------------------------------------------
*> 4100-browse-from-number  --  the first change waiting at or
*> after the keyed number; a blank number starts from the first.
*> ------------------------------------------------------------
4100-browse-from-number.
    move spaces to ca-shown-key.
    if apv-number-raw = spaces
        move "00" to apv-number-raw
    end-if.
    if apv-number-raw is not numeric
        move "NUMBER MUST BE NUMERIC 0-99" to msgo
        move -1 to numl
        go to 4100-browse-from-number-exit
    end-if.
    move low-values to browse-key.
    move apv-number-raw to browse-key(1:2).
    perform 4300-read-from-key thru 4300-read-from-key-exit.
    if browse-file-unavailable
        move "PENDCHG UNAVAILABLE - TELL OPS" to msgo
        move -1 to numl
        go to 4100-browse-from-number-exit
    end-if.
    if not browse-change-found
        move "NO CHANGES AWAITING APPROVAL AT OR AFTER THAT NUMBER"
            to msgo
        move -1 to numl
    end-if.
4100-browse-from-number-exit.
    exit.

*> ------------------------------------------------------------
*> 4200-browse-next  --  the change waiting after the one on the
*> screen; with none on the screen yet, PF8 starts from the
*> first.
*> ------------------------------------------------------------
4200-browse-next.
    if ca-shown-key = spaces
        move spaces to apv-number-raw
        perform 4100-browse-from-number
            thru 4100-browse-from-number-exit
        go to 4200-browse-next-exit
    end-if.
    move ca-shown-key to browse-key.
    perform 4300-read-from-key thru 4300-read-from-key-exit.
    if browse-file-unavailable
        move spaces to ca-shown-key
        move "PENDCHG UNAVAILABLE - TELL OPS" to msgo
        move -1 to numl
        go to 4200-browse-next-exit
    end-if.
    if not browse-change-found
        move spaces to ca-shown-key
        move "NO MORE CHANGES AWAITING APPROVAL - KEY A NUMBER TO START"
            to msgo
        move -1 to numl
    end-if.
4200-browse-next-exit.
    exit.

*> ------------------------------------------------------------
*> 4300-read-from-key  --  one short browse: position at
*> browse-key and read forward past decided changes and the one
*> already on the screen to the next one still pending, ending
*> the browse again within the task.  NOTFND or ENDFILE is an
*> empty file or the end of it; any other response (NOTOPEN,
*> DISABLED, IOERR) sets browse-file-unavailable, so a file that
*> cannot be read is never shown as an empty queue.
*> ------------------------------------------------------------
4300-read-from-key.
    move "N" to browse-found-switch.
    move "N" to browse-scan-switch.
    set browse-file-available to true.
    exec cics
        startbr dataset("PENDCHG") ridfld(browse-key) gteq
        resp(response-code)
    end-exec.
    if response-code = dfhresp(notfnd)
        go to 4300-read-from-key-exit
    end-if.
    if response-code not = dfhresp(normal)
        set browse-file-unavailable to true
        go to 4300-read-from-key-exit
    end-if.
    perform 4310-read-one-change thru 4310-read-one-change-exit
        until browse-scan-done.
    exec cics
        endbr dataset("PENDCHG")
    end-exec.
    if browse-file-unavailable or not browse-change-found
        go to 4300-read-from-key-exit
    end-if.
    move pc-key to ca-shown-key.
    perform 5000-display-change thru 5000-display-change-exit.
4300-read-from-key-exit.
    exit.

4310-read-one-change.
    exec cics
        readnext dataset("PENDCHG") into(pendchg-record)
        ridfld(browse-key)
        resp(response-code)
    end-exec.
    if response-code not = dfhresp(normal)
        and response-code not = dfhresp(endfile)
        set browse-file-unavailable to true
    end-if.
    if response-code not = dfhresp(normal)
        set browse-scan-done to true
        go to 4310-read-one-change-exit
    end-if.
    if pc-status = "P" and pc-key not = ca-shown-key
        set browse-change-found to true
        set browse-scan-done to true
    end-if.
4310-read-one-change-exit.
    exit.

*> ------------------------------------------------------------
*> 4400-redisplay-change  --  the change on the screen back onto
*> it after a refused entry, so the supervisor keys again rather
*> than looking it up again.
*> ------------------------------------------------------------
4400-redisplay-change.
    exec cics
        read dataset("PENDCHG") into(pendchg-record)
        ridfld(ca-shown-key)
        resp(response-code)
    end-exec.
    if response-code = dfhresp(normal)
        perform 5000-display-change thru 5000-display-change-exit
    else
        move spaces to ca-shown-key
    end-if.
4400-redisplay-change-exit.
    exit.

*> ------------------------------------------------------------
*> 5000-display-change  --  the pending change in hand onto the
*> map: what, who and when, the value on the master now (read
*> fresh), and the value after the change.
*> ------------------------------------------------------------
5000-display-change.
    move pc-original-number to numo.
    evaluate pc-action
        when "A"
            move "A - ADD" to actno
        when "C"
            move "C - CORRECT" to actno
        when "D"
            move "D - DELETE" to actno
    end-evaluate.
    move pc-entered-by to entbo.
    string pc-entered-date " " pc-entered-time
        delimited by size into entao.
    move pc-original-number to fm-original-number.
    exec cics
        read dataset("FACTMSTR") into(fm-record)
        ridfld(fm-original-number)
        resp(response-code)
    end-exec.
    if response-code = dfhresp(normal)
        move fm-value-table to format-work-value
        perform 7000-format-work-digits
            thru 7000-format-work-digits-exit
        move display-digits(1:60) to cur1o
        move display-digits(61:60) to cur2o
        move display-digits(121:60) to cur3o
    else
        move "NOT ON THE MASTER" to cur1o
    end-if.
    if pc-action = "D"
        move "RECORD REMOVED FROM THE MASTER" to new1o
    else
        move pc-new-value to format-work-value
        perform 7000-format-work-digits
            thru 7000-format-work-digits-exit
        move display-digits(1:60) to new1o
        move display-digits(61:60) to new2o
        move display-digits(121:60) to new3o
    end-if.
    if pc-entered-by = operator-userid
        move "YOU ENTERED THIS CHANGE - ANOTHER SUPERVISOR MUST DECIDE"
            to msgo
        move -1 to numl
    else
        move "KEY A TO APPROVE OR R TO REJECT, OR PF8 FOR THE NEXT"
            to msgo
        move -1 to decnl
    end-if.
5000-display-change-exit.
    exit.

*> ------------------------------------------------------------
*> 7000-format-work-digits  --  the segmented value the caller
*> left in format-work-value into a left-justified digit string
*> in display-digits / display-length; same scheme as the batch
*> program's formatter.
*> ------------------------------------------------------------
7000-format-work-digits.
    move 18 to top-segment.
    perform 7010-find-top-segment thru 7010-find-top-segment-exit
        until top-segment = 1 or format-segment(top-segment) > 0.
    move format-segment(top-segment) to segment-digits.
    move 1 to digit-scan.
    perform 7020-skip-leading-zero thru 7020-skip-leading-zero-exit
        until digit-scan = 9
            or segment-digits(digit-scan:1) not = "0".
    compute lead-width = 10 - digit-scan.
    move spaces to display-digits.
    move segment-digits(digit-scan:lead-width)
        to display-digits(1:lead-width).
    move lead-width to display-length.
    move top-segment to append-index.
    subtract 1 from append-index.
    perform 7030-append-low-segment
        thru 7030-append-low-segment-exit
        until append-index = 0.
7000-format-work-digits-exit.
    exit.

7010-find-top-segment.
    subtract 1 from top-segment.
7010-find-top-segment-exit.
    exit.

7020-skip-leading-zero.
    add 1 to digit-scan.
7020-skip-leading-zero-exit.
    exit.

7030-append-low-segment.
    move format-segment(append-index) to segment-digits.
    move segment-digits to display-digits(display-length + 1:9).
    add 9 to display-length.
    subtract 1 from append-index.
7030-append-low-segment-exit.
    exit.
