identification division.
program-id. "FACTPRIM".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Prime-factorization and trailing-zero analysis of the FACTTAB
*> KSDS.  FACTTAB is swept in key order over the range the SYSIN
*> control card gives (primctl.cpy) and, for every n! on file,
*> PRIMRPT shows:
*>   - the prime-power decomposition: the exponent of every prime
*>     p up to n by Legendre's formula, the sum of n / p**i over
*>     every power of p not past n
*>   - the stored value's digit count, digit sum, and count of
*>     trailing zeros
*> and checks the stored value against what the decomposition
*> predicts on two counts: the trailing zeros must equal the
*> smaller of the exponents of 2 and 5, and the digit sum cast
*> out by nines must equal the product of the prime powers cast
*> out by nines.  Neither check shares any arithmetic with
*> FACTVFY's recomputed multiply chain, so the two together are
*> independent tests of the same table; a record failing either
*> is flagged on the report.
*>
*> Page-headed in the same style as the main FACTRPT report
*> (audr-lines.cpy carries the layouts).
*>
*> Return codes: 0 every record analysed agreed with its
*> decomposition, 4 at least one record flagged, 12 FACTTAB could
*> not be opened or read (following the main program's I/O-error
*> code), 16 control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written for the actuarial science group's
*>                 standing requests for factorial properties,
*>                 doubling as a cheap second integrity test on
*>                 FACTTAB alongside FACTVFY.
*> 2026-10-15  DP  Trailing-zero count stops on the position alone,
*>                 so an all-zero stored value never references
*>                 digit position 0.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select facttab assign to "FACTTAB"
        organization is indexed
        access mode is dynamic
        record key is ft-original-number
        file status is facttab-status.

    select primrpt assign to "PRIMRPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "primctl.cpy".

fd  facttab.
    copy "fact-table.cpy".

fd  primrpt.
01  primrpt-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> the primes up to max-supported-number, built once at start-up
*> by trial division so no table of constants has to be kept
*> right by hand
*> ------------------------------------------------------------
01  prime-table.
    05  prime-entry             pic 99 occurs 25 times.
77  prime-count                 pic 9(02) comp value 0.
77  prime-index                 pic 9(02) comp value 0.
77  prime-candidate             pic 9(03) comp value 0.
77  trial-index                 pic 9(02) comp value 0.
77  trial-quotient              pic 9(03) comp value 0.
77  trial-remainder             pic 9(03) comp value 0.
77  composite-switch            pic x(01) value "N".
    88  candidate-is-composite  value "Y".

*> ------------------------------------------------------------
*> Legendre decomposition of the current n! - prime-exponent(i)
*> is the exponent of prime-entry(i); only primes up to n carry
*> a nonzero exponent
*> ------------------------------------------------------------
01  exponent-table.
    05  prime-exponent          pic 9(03) comp occurs 25 times.
77  prime-power                 pic 9(05) comp value 0.
77  power-quotient              pic 9(03) comp value 0.
77  exponent-of-two             pic 9(03) comp value 0.
77  exponent-of-five            pic 9(03) comp value 0.
77  predicted-zeros             pic 9(03) comp value 0.
77  predicted-residue           pic 9(01) value 0.
77  residue-work                pic 9(03) comp value 0.
77  residue-quotient            pic 9(03) comp value 0.
77  residue-step                pic 9(03) comp value 0.

*> ------------------------------------------------------------
*> measurements of the stored value
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
77  stored-digit-sum            pic 9(05) comp value 0.
77  stored-zeros                pic 9(03) comp value 0.
77  stored-residue              pic 9(01) value 0.
77  digit-pos                   pic 9(03) comp value 0.
77  one-digit                   pic 9(01) value 0.
77  sum-quotient                pic 9(05) comp value 0.

*> ------------------------------------------------------------
*> factor-line assembly - terms are appended to factor-line
*> with a pointer and the line flushed to the report before a
*> term would run past the print width
*> ------------------------------------------------------------
01  factor-line                 pic x(79) value spaces.
01  factor-term                 pic x(08) value spaces.
01  term-number-edit            pic z9.
01  term-exponent-edit          pic z9.
77  factor-line-pos             pic 9(03) comp value 0.
77  term-length                 pic 9(02) comp value 0.
77  factor-line-width           pic 9(03) comp value 79.
77  factor-indent               pic 9(02) comp value 14.

*> ------------------------------------------------------------
*> detail-line edit fields
*> ------------------------------------------------------------
01  number-edit                 pic z9.
01  digit-count-edit            pic zz9.
01  digit-sum-edit              pic z,zz9.
01  zeros-edit                  pic zz9.
01  predicted-zeros-edit        pic zz9.

*> ------------------------------------------------------------
*> selection range
*> ------------------------------------------------------------
01  from-number                 pic 99 value 0.
01  to-number                   pic 99 value 0.
01  highest-analysed            pic 99 value 0.

*> ------------------------------------------------------------
*> constants
*> ------------------------------------------------------------
77  max-supported-number        pic 99 value 99.

*> ------------------------------------------------------------
*> switches
*> ------------------------------------------------------------
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  facttab-eof-switch           pic x(01) value "N".
    88  facttab-at-eof           value "Y".
77  io-error-switch              pic x(01) value "N".
    88  io-error-found           value "Y".
77  record-flag-switch           pic x(01) value "N".
    88  record-is-flagged        value "Y".

*> ------------------------------------------------------------
*> file status and working counters
*> ------------------------------------------------------------
77  facttab-status               pic xx.
77  records-analysed             pic 9(05) comp value 0.
77  zeros-mismatch-count         pic 9(05) comp value 0.
77  nines-mismatch-count         pic 9(05) comp value 0.
77  flagged-count                pic 9(05) comp value 0.
01  validation-message           pic x(60).

*> ------------------------------------------------------------
*> hand-off fields for the shared line writers (see audr-lines.cpy
*> -- all the line layouts REDEFINE one work area, so a caller's
*> values cannot ride in the area itself across a page break)
*> ------------------------------------------------------------
01  summary-label                pic x(38) value spaces.
01  summary-value                pic 9(05) comp value 0.
01  summary-text                 pic x(20) value spaces.
01  section-title-text           pic x(79) value spaces.
01  message-text                 pic x(79) value spaces.

*> ------------------------------------------------------------
*> run date / time, date formatting, and report page control
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
*> PRIMRPT print-line layouts (shared with FACTAUDR/FACTVFY)
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        perform 1500-build-prime-table thru 1500-build-prime-table-exit
        perform 2000-analyse-facttab thru 2000-analyse-facttab-exit
        perform 5000-write-summary-section
            thru 5000-write-summary-section-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - open files, read and validate the control
*> card, and print the first page of report headers
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    accept run-time-hhmmss from time
    open input ctl-file
    open output primrpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTPRIM - CONTROL CARD REJECTED - "
            validation-message
        go to 1000-initialize-exit
    end-if
    open input facttab
    if facttab-status not = "00"
        set io-error-found to true
        set input-is-invalid to true
        display "FACTPRIM - FACTTAB OPEN FAILED - STATUS "
            facttab-status
    else
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
        move "FACTORIAL PROPERTIES BY NUMBER" to section-title-text
        perform 4200-write-section-title
            thru 4200-write-section-title-exit
    end-if.
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
    if prim-from-raw is not numeric or prim-to-raw is not numeric
        set input-is-invalid to true
        move "FROM AND TO NUMBERS MUST BE NUMERIC 00-99" to
            validation-message
        go to 1300-validate-control-card-exit
    end-if
    move prim-from-raw to from-number
    move prim-to-raw to to-number
    if from-number > to-number
        set input-is-invalid to true
        move "FROM NUMBER IS AFTER TO NUMBER" to validation-message
        go to 1300-validate-control-card-exit
    end-if.
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
*> 1500-build-prime-table - every candidate 2 thru max-supported-
*> number not divisible by a smaller prime already found
*> =============================================================
1500-build-prime-table.
    move 0 to prime-count
    move 2 to prime-candidate
    perform 1510-test-one-candidate thru 1510-test-one-candidate-exit
        until prime-candidate > max-supported-number.
1500-build-prime-table-exit.
    exit.

*> -------------------------------------------------------------
*> 1510-test-one-candidate
*> -------------------------------------------------------------
1510-test-one-candidate.
    move "N" to composite-switch
    move 1 to trial-index
    perform 1520-try-one-divisor thru 1520-try-one-divisor-exit
        until trial-index > prime-count or candidate-is-composite
    if not candidate-is-composite
        add 1 to prime-count
        move prime-candidate to prime-entry(prime-count)
    end-if
    add 1 to prime-candidate.
1510-test-one-candidate-exit.
    exit.

1520-try-one-divisor.
    divide prime-candidate by prime-entry(trial-index)
        giving trial-quotient remainder trial-remainder
    if trial-remainder = 0
        set candidate-is-composite to true
    end-if
    add 1 to trial-index.
1520-try-one-divisor-exit.
    exit.

*> =============================================================
*> 2000-analyse-facttab - key-order pass over the requested
*> range; the first record is positioned with a START
*> =============================================================
2000-analyse-facttab.
    move from-number to ft-original-number
    start facttab key >= ft-original-number
        invalid key
            set facttab-at-eof to true
    end-start
    if facttab-status not = "00" and facttab-status not = "23"
        set io-error-found to true
        set facttab-at-eof to true
        display "FACTPRIM - FACTTAB START FAILED - STATUS "
            facttab-status
    end-if
    if not facttab-at-eof
        perform 2100-read-next-facttab
            thru 2100-read-next-facttab-exit
    end-if
    perform 2200-analyse-one-record thru 2200-analyse-one-record-exit
        until facttab-at-eof.
2000-analyse-facttab-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-read-next-facttab - a key past the requested range ends
*> the pass the same way end-of-file does
*> -------------------------------------------------------------
*> a failing status other than end-of-file never raises AT END,
*> and without this test the key-order sweep would spin forever
*> on a damaged cluster
2100-read-next-facttab.
    read facttab next
        at end
            set facttab-at-eof to true
    end-read
    if facttab-status not = "00" and facttab-status not = "10"
        set io-error-found to true
        set facttab-at-eof to true
        display "FACTPRIM - FACTTAB READ FAILED - STATUS "
            facttab-status
    end-if
    if not facttab-at-eof and ft-original-number > to-number
        set facttab-at-eof to true
    end-if.
2100-read-next-facttab-exit.
    exit.

*> -------------------------------------------------------------
*> 2200-analyse-one-record - decompose n!, measure the stored
*> value, compare the two, and print the record's block
*> -------------------------------------------------------------
2200-analyse-one-record.
    add 1 to records-analysed
    move ft-original-number to highest-analysed
    move "N" to record-flag-switch
    perform 3000-decompose-factorial thru 3000-decompose-factorial-exit
    perform 3500-measure-stored-value
        thru 3500-measure-stored-value-exit
    perform 4400-write-analysis-block
        thru 4400-write-analysis-block-exit
    perform 2100-read-next-facttab thru 2100-read-next-facttab-exit.
2200-analyse-one-record-exit.
    exit.

*> =============================================================
*> 3000-decompose-factorial - Legendre's formula for every prime
*> up to n, then the two predictions the stored value is checked
*> against: the trailing zeros (one per 2*5 pair, so the smaller
*> of the two exponents) and the value cast out by nines
*> =============================================================
3000-decompose-factorial.
    move 1 to prime-index
    perform 3100-exponent-for-one-prime
        thru 3100-exponent-for-one-prime-exit
        until prime-index > prime-count
    move prime-exponent(1) to exponent-of-two
    move prime-exponent(3) to exponent-of-five
    if exponent-of-two < exponent-of-five
        move exponent-of-two to predicted-zeros
    else
        move exponent-of-five to predicted-zeros
    end-if
    perform 3200-predict-nines-residue
        thru 3200-predict-nines-residue-exit.
3000-decompose-factorial-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-exponent-for-one-prime - the sum of n / p, n / p**2, ...
*> while the power of p does not pass n; a prime past n has
*> exponent zero
*> -------------------------------------------------------------
3100-exponent-for-one-prime.
    move 0 to prime-exponent(prime-index)
    move prime-entry(prime-index) to prime-power
    perform 3110-add-one-power-term thru 3110-add-one-power-term-exit
        until prime-power > ft-original-number
    add 1 to prime-index.
3100-exponent-for-one-prime-exit.
    exit.

3110-add-one-power-term.
    divide ft-original-number by prime-power giving power-quotient
    add power-quotient to prime-exponent(prime-index)
    multiply prime-entry(prime-index) by prime-power.
3110-add-one-power-term-exit.
    exit.

*> -------------------------------------------------------------
*> 3200-predict-nines-residue - the product of every prime
*> power, reduced mod 9 one factor at a time so the work never
*> grows past two digits
*> -------------------------------------------------------------
3200-predict-nines-residue.
    move 1 to residue-work
    move 1 to prime-index
    perform 3210-apply-one-prime-residue
        thru 3210-apply-one-prime-residue-exit
        until prime-index > prime-count or residue-work = 0
    move residue-work to predicted-residue.
3200-predict-nines-residue-exit.
    exit.

3210-apply-one-prime-residue.
    move 0 to residue-step
    perform 3220-multiply-residue thru 3220-multiply-residue-exit
        until residue-step >= prime-exponent(prime-index)
            or residue-work = 0
    add 1 to prime-index.
3210-apply-one-prime-residue-exit.
    exit.

3220-multiply-residue.
    multiply prime-entry(prime-index) by residue-work
    divide residue-work by 9
        giving residue-quotient remainder residue-work
    add 1 to residue-step.
3220-multiply-residue-exit.
    exit.

*> =============================================================
*> 3500-measure-stored-value - digit count, digit sum, and
*> trailing zeros of the value as FACTTAB holds it, then the
*> checks against 3000's predictions
*> =============================================================
3500-measure-stored-value.
    move ft-value-table to format-work-value
    perform 3700-format-segmented-value
        thru 3700-format-segmented-value-exit
    move 0 to stored-digit-sum
    move 1 to digit-pos
    perform 3510-sum-one-digit thru 3510-sum-one-digit-exit
        until digit-pos > display-length
    divide stored-digit-sum by 9
        giving sum-quotient remainder stored-residue
    move 0 to stored-zeros
    move display-length to digit-pos
    perform 3520-count-one-trailing-zero
        thru 3520-count-one-trailing-zero-exit
        until digit-pos = 0
    if stored-zeros not = predicted-zeros
        set record-is-flagged to true
        add 1 to zeros-mismatch-count
    end-if
    if stored-residue not = predicted-residue
        set record-is-flagged to true
        add 1 to nines-mismatch-count
    end-if
    if record-is-flagged
        add 1 to flagged-count
    end-if.
3500-measure-stored-value-exit.
    exit.

3510-sum-one-digit.
    move display-digits(digit-pos:1) to one-digit
    add one-digit to stored-digit-sum
    add 1 to digit-pos.
3510-sum-one-digit-exit.
    exit.

3520-count-one-trailing-zero.
    if display-digits(digit-pos:1) not = "0"
        move 0 to digit-pos
        go to 3520-count-one-trailing-zero-exit
    end-if
    add 1 to stored-zeros
    subtract 1 from digit-pos.
3520-count-one-trailing-zero-exit.
    exit.

*> -------------------------------------------------------------
*> 3700-format-segmented-value - the segmented value the caller
*> left in format-work-value into a left-justified digit string
*> in display-digits / display-length, same scheme as the main
*> program's formatter
*> -------------------------------------------------------------
3700-format-segmented-value.
    move 18 to top-segment
    perform 3710-find-top-segment thru 3710-find-top-segment-exit
        until top-segment = 1 or format-segment(top-segment) > 0
    move format-segment(top-segment) to segment-digits
    move 1 to digit-scan
    perform 3720-skip-leading-zero thru 3720-skip-leading-zero-exit
        until digit-scan = 9
            or segment-digits(digit-scan:1) not = "0"
    compute lead-width = 10 - digit-scan
    move spaces to display-digits
    move segment-digits(digit-scan:lead-width)
        to display-digits(1:lead-width)
    move lead-width to display-length
    move top-segment to append-index
    subtract 1 from append-index
    perform 3730-append-low-segment
        thru 3730-append-low-segment-exit
        until append-index = 0.
3700-format-segmented-value-exit.
    exit.

3710-find-top-segment.
    subtract 1 from top-segment.
3710-find-top-segment-exit.
    exit.

3720-skip-leading-zero.
    add 1 to digit-scan.
3720-skip-leading-zero-exit.
    exit.

3730-append-low-segment.
    move format-segment(append-index) to segment-digits
    move segment-digits to display-digits(display-length + 1:9)
    add 9 to display-length
    subtract 1 from append-index.
3730-append-low-segment-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move "FACTTAB PRIME FACTORIZATION ANALYSIS" to ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write primrpt-record from audr-heading-1 after advancing page
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
    write primrpt-record from audr-section-line
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
    write primrpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> =============================================================
*> 4400-write-analysis-block - one number's block: the
*> measurements line, the factor lines, and a flag line for each
*> check the stored value failed
*> =============================================================
4400-write-analysis-block.
    move ft-original-number to number-edit
    move display-length to digit-count-edit
    move stored-digit-sum to digit-sum-edit
    move stored-zeros to zeros-edit
    move spaces to message-text
    string number-edit "!  DIGITS " digit-count-edit
        "  DIGIT SUM " digit-sum-edit
        "  TRAILING ZEROS " zeros-edit
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit
    perform 4500-write-factor-lines thru 4500-write-factor-lines-exit
    if stored-zeros not = predicted-zeros
        move predicted-zeros to predicted-zeros-edit
        string "    *** TRAILING ZEROS DO NOT MATCH DECOMPOSITION - "
            "PREDICTED " predicted-zeros-edit
            delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if
    if stored-residue not = predicted-residue
        string "    *** DIGIT SUM FAILS CASTING OUT NINES - STORED "
            stored-residue " PREDICTED " predicted-residue
            delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
4400-write-analysis-block-exit.
    exit.

*> -------------------------------------------------------------
*> 4500-write-factor-lines - "p^e" terms for every prime up to
*> n, as many to a line as fit; 0! and 1! have no prime factors
*> -------------------------------------------------------------
4500-write-factor-lines.
    move spaces to factor-line
    move "    FACTORS:" to factor-line
    move factor-indent to factor-line-pos
    add 1 to factor-line-pos
    if ft-original-number < 2
        string "NONE - VALUE IS 1" delimited by size into factor-line
            with pointer factor-line-pos
        end-string
    else
        move 1 to prime-index
        perform 4510-append-one-factor thru 4510-append-one-factor-exit
            until prime-index > prime-count
                or prime-entry(prime-index) > ft-original-number
    end-if
    move factor-line to message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit.
4500-write-factor-lines-exit.
    exit.

*> -------------------------------------------------------------
*> 4510-append-one-factor - the edited prime and exponent lose
*> their zero-suppressed leading blank before they are joined
*> -------------------------------------------------------------
4510-append-one-factor.
    move spaces to factor-term
    move prime-entry(prime-index) to term-number-edit
    move prime-exponent(prime-index) to term-exponent-edit
    move 1 to term-length
    if prime-entry(prime-index) < 10
        string term-number-edit(2:1) "^" delimited by size
            into factor-term with pointer term-length
        end-string
    else
        string term-number-edit "^" delimited by size
            into factor-term with pointer term-length
        end-string
    end-if
    if prime-exponent(prime-index) < 10
        string term-exponent-edit(2:1) delimited by size
            into factor-term with pointer term-length
        end-string
    else
        string term-exponent-edit delimited by size
            into factor-term with pointer term-length
        end-string
    end-if
    if factor-line-pos + term-length > factor-line-width
        move factor-line to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
        move spaces to factor-line
        move factor-indent to factor-line-pos
        add 1 to factor-line-pos
    end-if
    string factor-term delimited by space into factor-line
        with pointer factor-line-pos
    end-string
    add 1 to factor-line-pos
    add 1 to prime-index.
4510-append-one-factor-exit.
    exit.

*> =============================================================
*> 5000-write-summary-section
*> =============================================================
5000-write-summary-section.
    if records-analysed = 0 and not io-error-found
        move "NO FACTTAB RECORDS IN THE REQUESTED RANGE"
            to message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if
    move "SUMMARY" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    move "RECORDS ANALYSED" to summary-label
    move records-analysed to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "HIGHEST NUMBER ANALYSED" to summary-label
    move highest-analysed to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "TRAILING-ZERO MISMATCHES" to summary-label
    move zeros-mismatch-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "CASTING-OUT-NINES MISMATCHES" to summary-label
    move nines-mismatch-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    move "RECORDS FLAGGED" to summary-label
    move flagged-count to summary-value
    perform 5100-write-summary-line thru 5100-write-summary-line-exit
    evaluate true
        when io-error-found
            display "FACTPRIM - SWEEP ABORTED ON I/O ERROR - "
                "ANALYSIS INCOMPLETE"
        when flagged-count = 0
            display "FACTPRIM - " records-analysed
                " RECORDS AGREE WITH THEIR DECOMPOSITION"
        when other
            display "FACTPRIM - " flagged-count
                " RECORDS FLAGGED - SEE PRIMRPT"
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
    write primrpt-record from audr-summary-line
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
        when flagged-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate
    close ctl-file
    close primrpt
    if input-is-valid
        close facttab
    end-if.
9000-terminate-exit.
    exit.
