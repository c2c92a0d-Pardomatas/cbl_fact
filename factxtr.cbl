*> the unload ended clean, so any past transmission can be
*> reproduced and a failed unload burns no generation.
*>
*> The same pass writes FACTSCI for the rating spreadsheets, which
*> cannot hold a 162-digit value: per n the normalized mantissa
*> to the control card's significant digits (xtrctl.cpy), rounded
*> half up, the decimal exponent, and log10(n!) to ten places:
*>   H|<extract date>|<extract time>|<source job>|<sig digits>
*>   D|<number>|<mantissa d.ddd...>|<exponent 3>|<log10 eee.10>
*>   T|<detail record count>|<hash total of the keys>
*> All three come from the exact digit string, not Stirling or
*> any other approximation: the mantissa is the leading digits,
*> and the log10 fraction is taken from the leading 29 digits a
*> decimal place at a time (raise to the tenth power; the digit
*> is how many times it passed 10).  CATSCI promotes it into its
*> own SCIHIST generation under the same conditions as CATXTR.
*>
*> Return codes: 0 extract written (the trailer carries the count,
*> zero included), 8 FACTTAB could not be opened or failed mid
*> read -- the interface file then ends without a trailer, so the
*> receiving side can never mistake a broken unload for a
*> complete one, and CATXTR leaves the generation uncataloged,
*> 16 control card rejected (neither file gets a header).
*>
*> Every run, whatever its return code, ends by appending a mode
*> 'E' run record to AUDITLOG (audit-log.cpy) with the highest key
*> unloaded, the record count, and the step's end time and
*> elapsed seconds for FACTTRND.  AUDITLOG trouble is only
*> displayed: it must never hold back a good transmission.
*>
*> Modification history
*> 2026-08-22  DP  Written for the actuarial workstation feed.
*>                 mid-file failure stops the unload, suppresses
*>                 the trailer, and ends RC 8 instead of looping
*>                 on the stale record.
*> 2026-10-15  DP  FACTSCI mantissa/exponent/log10 interface file
*>                 for the rating spreadsheets written in the same
*>                 pass; CTLCARD gives its significant digits.
*> 2026-10-15  DP  Mode-E run record with end time and elapsed
*>                 seconds appended to AUDITLOG (8000).
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select facttab assign to "FACTTAB"
        organization is indexed
        access mode is dynamic
    select factxtf assign to "FACTXTF"
        organization is line sequential.

    select factsci assign to "FACTSCI"
        organization is line sequential.

    select auditlog assign to "AUDITLOG"
        organization is line sequential
        file status is auditlog-status.

data division.
file section.
fd  ctl-file.
    copy "xtrctl.cpy".

fd  facttab.
    copy "fact-table.cpy".

fd  factxtf.
01  factxtf-record              pic x(180).

fd  factsci.
01  factsci-record              pic x(80).

fd  auditlog.
    copy "audit-log.cpy".

working-storage section.

*> ------------------------------------------------------------
*> constants
*> ------------------------------------------------------------
77  job-name-constant            pic x(08) value "FACTJOB1".
77  audit-job-name               pic x(08) value "FACTXTR".
77  default-sig-digits           pic 9(02) value 15.
77  max-sig-digits               pic 9(02) value 30.

*> ------------------------------------------------------------
*> switches and file status
*> ------------------------------------------------------------
77  facttab-status               pic xx.
77  auditlog-status              pic xx.
77  facttab-eof-switch           pic x(01) value "N".
    88  facttab-at-eof           value "Y".
77  facttab-open-switch          pic x(01) value "N".
    88  facttab-was-opened       value "Y".
77  unload-error-switch          pic x(01) value "N".
    88  unload-failed            value "Y".
77  valid-input-switch           pic x(01) value "Y".
    88  input-is-valid           value "Y".
    88  input-is-invalid         value "N".
01  validation-message           pic x(60) value spaces.

*> ------------------------------------------------------------
*> control totals carried to the trailer record
*> ------------------------------------------------------------
77  detail-count                 pic 9(05) comp value 0.
77  highest-key-unloaded         pic 9(02) value 0.
77  key-hash-total               pic 9(09) comp value 0.
01  detail-count-display         pic 9(05).
01  key-hash-display             pic 9(09).
01  run-time-hhmmss               pic 9(08).
01  run-time-display              pic 9(06).

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
*> segmented-value formatting work areas, same scheme as the
*> main program's 2800-format-fact-value
77  append-index                pic 9(02) comp value 0.
77  segment-digits              pic 9(09).

*> ------------------------------------------------------------
*> FACTSCI mantissa: the leading significant digits of the
*> display string, zero padded past the last digit, rounded half
*> up on the digit after the last one kept
*> ------------------------------------------------------------
01  sig-digits                  pic 9(02) value 0.
01  sci-round-digits            pic x(31).
01  sci-exponent                pic 9(03) value 0.
77  round-position              pic 9(02) comp value 0.
77  round-digit                 pic 9(01) value 0.
77  carry-switch                pic x(01) value "N".
    88  carry-pending           value "Y".
    88  carry-done              value "N".

*> ------------------------------------------------------------
*> FACTSCI log10: 29 leading digits as d.ddd..., one fraction
*> digit per pass of ten multiplications; eleven digits are
*> developed so the tenth can be rounded
*> ------------------------------------------------------------
01  log-mantissa-text           pic x(29).
01  log-mantissa redefines log-mantissa-text
                                pic 9(01)v9(28).
01  log-power                   pic 9(01)v9(28).
01  log-product                 pic 9(02)v9(28).
01  log-digit                   pic 9(01) value 0.
77  log-position                pic 9(02) comp value 0.
01  log-unrounded-text.
    05  log-unrounded-integer   pic 9(03).
    05  log-unrounded-fraction  pic x(11).
01  log-unrounded redefines log-unrounded-text
                                pic 9(03)v9(11).
01  log-rounded                 pic 9(03)v9(10).
01  log-rounded-text redefines log-rounded
                                pic x(13).

procedure division.

*> =============================================================
    accept run-time-hhmmss from time
    move run-time-hhmmss(1:6) to run-time-display
    open output factxtf
    open output factsci
    open input ctl-file
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    close ctl-file
    if input-is-invalid
        display "FACTXTR - CONTROL CARD REJECTED - "
            validation-message
        go to 1000-initialize-exit
    end-if
    open input facttab
    if facttab-status = "00"
        set facttab-was-opened to true
    string "H" "|" run-date-yyyymmdd "|" run-time-display
        "|" job-name-constant
        delimited by size into factxtf-record
    write factxtf-record
    move spaces to factsci-record
    string "H" "|" run-date-yyyymmdd "|" run-time-display
        "|" job-name-constant "|" sig-digits
        delimited by size into factsci-record
    write factsci-record.
1100-write-header-record-exit.
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
*> 1300-validate-control-card - significant digits 01 to 30, or
*> spaces for the default
*> -------------------------------------------------------------
1300-validate-control-card.
    if xtr-sig-digits-raw = spaces
        move default-sig-digits to sig-digits
        go to 1300-validate-control-card-exit
    end-if
    if xtr-sig-digits-raw is not numeric
        set input-is-invalid to true
        move "SIGNIFICANT DIGITS MUST BE 01 TO 30" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    move xtr-sig-digits-raw to sig-digits
    if sig-digits = 0 or sig-digits > max-sig-digits
        set input-is-invalid to true
        move "SIGNIFICANT DIGITS MUST BE 01 TO 30" to
            validation-message
    end-if.
1300-validate-control-card-exit.
    exit.

*> =============================================================
*> 2000-unload-facttab - key-order pass over the whole file; one
*> delimited detail record per FACTTAB record
        display-digits(1:display-length)
        delimited by size into factxtf-record
    write factxtf-record
    perform 2300-write-sci-record thru 2300-write-sci-record-exit
    add 1 to detail-count
    add ft-original-number to key-hash-total
    move ft-original-number to highest-key-unloaded
    perform 2100-read-next-facttab thru 2100-read-next-facttab-exit.
2200-write-detail-record-exit.
    exit.

*> =============================================================
*> 2300-write-sci-record - the same n on FACTSCI, from the digit
*> string 2800 just left in display-digits / display-length
*> =============================================================
2300-write-sci-record.
    perform 2400-round-mantissa thru 2400-round-mantissa-exit
    perform 2500-compute-log10 thru 2500-compute-log10-exit
    move spaces to factsci-record
    if sig-digits = 1
        string "D" "|" ft-original-number "|"
            sci-round-digits(1:1) "|" sci-exponent "|"
            log-rounded-text(1:3) "." log-rounded-text(4:10)
            delimited by size into factsci-record
    else
        string "D" "|" ft-original-number "|"
            sci-round-digits(1:1) "."
            sci-round-digits(2:sig-digits - 1) "|" sci-exponent "|"
            log-rounded-text(1:3) "." log-rounded-text(4:10)
            delimited by size into factsci-record
    end-if
    write factsci-record.
2300-write-sci-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2400-round-mantissa - one digit past the significant digits is
*> kept to round on; a carry out of the first digit (9.99...
*> rounding up) makes the mantissa 1.00... and the exponent one
*> higher
*> -------------------------------------------------------------
2400-round-mantissa.
    compute sci-exponent = display-length - 1
    move all "0" to sci-round-digits
    if display-length > 31
        move display-digits(1:31) to sci-round-digits
    else
        move display-digits(1:display-length)
            to sci-round-digits(1:display-length)
    end-if
    move sci-round-digits(sig-digits + 1:1) to round-digit
    move all "0" to sci-round-digits(sig-digits + 1:)
    if round-digit < 5
        go to 2400-round-mantissa-exit
    end-if
    move sig-digits to round-position
    set carry-pending to true
    perform 2410-carry-one-digit thru 2410-carry-one-digit-exit
        until carry-done or round-position = 0
    if carry-pending
        move "1" to sci-round-digits(1:1)
        add 1 to sci-exponent
    end-if.
2400-round-mantissa-exit.
    exit.

2410-carry-one-digit.
    move sci-round-digits(round-position:1) to round-digit
    if round-digit = 9
        move "0" to sci-round-digits(round-position:1)
        subtract 1 from round-position
    else
        add 1 to round-digit
        move round-digit to sci-round-digits(round-position:1)
        set carry-done to true
    end-if.
2410-carry-one-digit-exit.
    exit.

*> -------------------------------------------------------------
*> 2500-compute-log10 - log10(n!) is the exponent plus log10 of
*> the mantissa m, 1 <= m < 10.  m to the tenth power lies
*> between 1 and 10 to the tenth, and the number of times it
*> passes 10 is the next decimal digit of log10(m); what is left
*> after dividing those tens out is the m for the next digit.
*> The exponent is the unrounded one, since the log is taken of
*> the value itself and not of the rounded mantissa.
*> -------------------------------------------------------------
2500-compute-log10.
    move all "0" to log-mantissa-text
    if display-length > 29
        move display-digits(1:29) to log-mantissa-text
    else
        move display-digits(1:display-length)
            to log-mantissa-text(1:display-length)
    end-if
    move 1 to log-position
    perform 2510-develop-log-digit thru 2510-develop-log-digit-exit
        until log-position > 11
    compute log-unrounded-integer = display-length - 1
    compute log-rounded rounded = log-unrounded.
2500-compute-log10-exit.
    exit.

2510-develop-log-digit.
    move 1 to log-power
    move 0 to log-digit
    perform 2520-multiply-by-mantissa
        thru 2520-multiply-by-mantissa-exit 10 times
    move log-digit to log-unrounded-fraction(log-position:1)
    move log-power to log-mantissa
    add 1 to log-position.
2510-develop-log-digit-exit.
    exit.

2520-multiply-by-mantissa.
    compute log-product = log-power * log-mantissa
    if log-product not < 10
        compute log-power = log-product / 10
        add 1 to log-digit
    else
        move log-product to log-power
    end-if.
2520-multiply-by-mantissa-exit.
    exit.

*> -------------------------------------------------------------
*> 2800-format-fact-value - the segmented value the caller left
*> in format-work-value into a left-justified digit string in
    string "T" "|" detail-count-display "|" key-hash-display
        delimited by size into factxtf-record
    write factxtf-record
    move factxtf-record to factsci-record
    write factsci-record
    display "FACTXTR - EXTRACTED " detail-count-display
        " FACTTAB RECORDS, KEY HASH " key-hash-display.
3000-write-trailer-record-exit.
    exit.

*> =============================================================
*> 8000-write-timing-record - the mode-E run record on AUDITLOG,
*> written once the return code is settled
*> =============================================================
8000-write-timing-record.
    open extend auditlog
    if auditlog-status not = "00"
        display "FACTXTR - AUDITLOG OPEN FAILED - STATUS "
            auditlog-status " - RUN NOT TIMED"
        go to 8000-write-timing-record-exit
    end-if
    move spaces to audit-record
    move audit-job-name to aud-job-name
    move run-date-yyyymmdd to aud-run-date
    move run-time-hhmmss to aud-run-time
    move "E" to aud-run-mode
    move highest-key-unloaded to aud-high-number
    move 0 to aud-final-digits
    move "N" to aud-overflow-switch
    if input-is-invalid
        move "Y" to aud-reject-switch
    else
        move "N" to aud-reject-switch
    end-if
    move detail-count to aud-detail-count
    move 0 to aud-tabrec-count
    move return-code to aud-return-code
    perform 8050-compute-elapsed-time
        thru 8050-compute-elapsed-time-exit
    move end-time-hhmmss to aud-end-time
    move elapsed-seconds to aud-elapsed-seconds
    write audit-record
    if auditlog-status not = "00"
        display "FACTXTR - AUDITLOG WRITE FAILED - STATUS "
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
9000-terminate.
    evaluate true
        when input-is-invalid
            move 16 to return-code
        when not facttab-was-opened
            move 8 to return-code
        when unload-failed
    if facttab-was-opened
        close facttab
    end-if
    close factxtf
    close factsci
    perform 8000-write-timing-record
        thru 8000-write-timing-record-exit.
9000-terminate-exit.
    exit.
