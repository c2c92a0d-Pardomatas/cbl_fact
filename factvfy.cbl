*> reported -- filling a gap or deleting a record is an operator
*> decision.
*>
*> Return codes: 0 table verified clean, 4 exceptions found (none
*> repaired), 6 exceptions found and at least one value repaired
*> (repair mode) -- the COMBTAB values derived from the old value
*> are now stale, and the job runs the FACTCAUD audit on a 6 --
*> 12 a file could not be opened or read (following the main
*> program's I/O-error code), 16 control card rejected.
*>
*> Every run ends by appending a mode 'V' run record to AUDITLOG
*> (audit-log.cpy) with the highest key checked, the records
*> checked and repaired, and the step's end time and elapsed
*> seconds, for FACTTRND.  Those run records (and FACTXTR's and
*> FACTXCMP's) are left out of the highest-built ceiling: a key
*> that was merely read proves nothing about what was built.
*> AUDITLOG trouble on the append is only displayed.
*>
*> Modification history
*> 2026-08-22  DP  Written; a corrupted FACTTAB record was being
*>                 truncated at the tail (or empty) against a
*>                 ceiling derived from AUDITLOG is an exception,
*>                 not a clean verify.
*> 2026-10-15  DP  RC 6 when any value was repaired, so the job
*>                 can audit the COMBTAB entries built on it.
*> 2026-10-15  DP  Mode-V run record with end time and elapsed
*>                 seconds appended to AUDITLOG (8000); E/X/V run
*>                 records skipped when deriving the ceiling.
*> ---------------------------------------------------------------
environment division.
input-output section.
*> file status and working counters
*> ------------------------------------------------------------
77  auditlog-status              pic xx.
77  audit-job-name               pic x(08) value "FACTVFY".
77  facttab-status               pic xx.
77  records-checked              pic 9(05) comp value 0.
77  mismatch-count               pic 9(05) comp value 0.
77  line-number                   pic 9(03) comp value 0.
77  lines-per-page                pic 9(03) comp value 50.

*> ------------------------------------------------------------
*> step end time and elapsed seconds for the AUDITLOG run
*> record (8050, same scheme as the main program's)
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

*> ------------------------------------------------------------
*> VFYRPT print-line layouts (shared with FACTAUDR/FACTAPRG)
*> ------------------------------------------------------------
    exit.

*> -------------------------------------------------------------
*> 2200-check-audit-record - the extract, comparison, and verify
*> run records (E, X, V) only read the table and are skipped
*> -------------------------------------------------------------
2200-check-audit-record.
    if aud-run-mode = "E" or aud-run-mode = "X"
        or aud-run-mode = "V"
        go to 2200-check-audit-record-continue
    end-if
    if aud-reject-switch not = "Y"
        and aud-overflow-switch not = "Y"
        and aud-high-number is numeric
        if aud-high-number > highest-built
            move aud-high-number to highest-built
        end-if
    end-if.
2200-check-audit-record-continue.
    perform 2100-read-audit-record thru 2100-read-audit-record-exit.
2200-check-audit-record-exit.
    exit.
5100-write-summary-line-exit.
    exit.

*> =============================================================
*> 8000-write-timing-record - the mode-V run record on AUDITLOG,
*> written once the return code is settled
*> =============================================================
8000-write-timing-record.
    open extend auditlog
    if auditlog-status not = "00"
        display "FACTVFY - AUDITLOG OPEN FAILED - STATUS "
            auditlog-status " - RUN NOT TIMED"
        go to 8000-write-timing-record-exit
    end-if
    move spaces to audit-record
    move audit-job-name to aud-job-name
    move run-date-yyyymmdd to aud-run-date
    move run-time-hhmmss to aud-run-time
    move "V" to aud-run-mode
    if first-record-pending
        move 0 to aud-high-number
    else
        move prior-key to aud-high-number
    end-if
    move 0 to aud-final-digits
    move "N" to aud-overflow-switch
    if input-is-invalid and not io-error-found
        move "Y" to aud-reject-switch
    else
        move "N" to aud-reject-switch
    end-if
    move records-checked to aud-detail-count
    move repaired-count to aud-tabrec-count
    move return-code to aud-return-code
    perform 8050-compute-elapsed-time
        thru 8050-compute-elapsed-time-exit
    move end-time-hhmmss to aud-end-time
    move elapsed-seconds to aud-elapsed-seconds
    write audit-record
    if auditlog-status not = "00"
        display "FACTVFY - AUDITLOG WRITE FAILED - STATUS "
            auditlog-status " - RUN NOT TIMED"
    end-if
    close auditlog.
8000-write-timing-record-exit.
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

*> =============================================================
*> 9000-terminate
*> =============================================================
            move 12 to return-code
        when input-is-invalid
            move 16 to return-code
        when repaired-count > 0
            move 6 to return-code
        when exception-count > 0
            move 4 to return-code
        when other
    close vfyrpt
    if input-is-valid
        close facttab
    end-if
    perform 8000-write-timing-record
        thru 8000-write-timing-record-exit.
9000-terminate-exit.
    exit.
