*> blocks the transmission until someone signs off), 12 a file
*> could not be read or its trailer did not balance.
*>
*> Every run ends by appending a mode 'X' run record to AUDITLOG
*> (audit-log.cpy) with the current extract's highest key and
*> detail count and the step's end time and elapsed seconds, for
*> FACTTRND.  AUDITLOG trouble is only displayed and never
*> changes the return code CATXTR is conditioned on.
*>
*> Modification history
*> 2026-09-02  DP  Written; a silently changed FACTTAB value
*>                 reached the workstation team with no warning
*>                 at the end of the 162-byte value field; a full
*>                 60-byte slice from position 121 read 18 bytes
*>                 past it for any value over 120 digits (81! up).
*> 2026-10-15  DP  Mode-X run record with end time and elapsed
*>                 seconds appended to AUDITLOG (8000).
*> ---------------------------------------------------------------
environment division.
input-output section.
    select xcmprpt assign to "XCMPRPT"
        organization is line sequential.

    select auditlog assign to "AUDITLOG"
        organization is line sequential
        file status is auditlog-status.

data division.
file section.
fd  xtrcurr.
fd  xcmprpt.
01  xcmprpt-record              pic x(80).

fd  auditlog.
    copy "audit-log.cpy".

working-storage section.

*> ------------------------------------------------------------
01  curr-value                  pic x(162).
01  prior-key                   pic 99.
01  prior-value                 pic x(162).
01  curr-highest-key            pic 99 value 0.
77  curr-detail-count           pic 9(05) comp value 0.

*> ------------------------------------------------------------
*> per-file verification work: detail count and key hash against
*> ------------------------------------------------------------
77  xtrcurr-status              pic xx.
77  xtrprior-status             pic xx.
77  auditlog-status             pic xx.
77  audit-job-name              pic x(08) value "FACTXCMP".
77  curr-eof-switch             pic x(01) value "N".
    88  curr-at-eof             value "Y".
77  prior-eof-switch            pic x(01) value "N".
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
*> XCMPRPT print-line layouts (shared with FACTAUDR/FACTVFY)
*> ------------------------------------------------------------
        move xtrcurr-record to parse-record
        perform 2700-verify-parsed-record
            thru 2700-verify-parsed-record-exit
        if parse-tag(1:1) = "D" and parse-key-raw(1:2) is numeric
            add 1 to curr-detail-count
            if vfy-work-key > curr-highest-key
                move vfy-work-key to curr-highest-key
            end-if
        end-if
    end-if.
2100-verify-one-current-record-exit.
    exit.
6100-write-summary-line-exit.
    exit.

*> =============================================================
*> 8000-write-timing-record - the mode-X run record on AUDITLOG,
*> written once the return code is settled
*> =============================================================
8000-write-timing-record.
    open extend auditlog
    if auditlog-status not = "00"
        display "FACTXCMP - AUDITLOG OPEN FAILED - STATUS "
            auditlog-status " - RUN NOT TIMED"
        go to 8000-write-timing-record-exit
    end-if
    move spaces to audit-record
    move audit-job-name to aud-job-name
    move run-date-yyyymmdd to aud-run-date
    move run-time-hhmmss to aud-run-time
    move "X" to aud-run-mode
    move curr-highest-key to aud-high-number
    move 0 to aud-final-digits
    move "N" to aud-overflow-switch
    move "N" to aud-reject-switch
    move curr-detail-count to aud-detail-count
    move 0 to aud-tabrec-count
    move return-code to aud-return-code
    perform 8050-compute-elapsed-time
        thru 8050-compute-elapsed-time-exit
    move end-time-hhmmss to aud-end-time
    move elapsed-seconds to aud-elapsed-seconds
    write audit-record
    if auditlog-status not = "00"
        display "FACTXCMP - AUDITLOG WRITE FAILED - STATUS "
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
    end-evaluate
    close xtrcurr
    close xtrprior
    close xcmprpt
    perform 8000-write-timing-record
        thru 8000-write-timing-record-exit.
9000-terminate-exit.
    exit.
