identification division.
program-id. "FACTBKUP".
author. DATA PROCESSING.
installation. ACTUARIAL SYSTEMS.
date-written. 2026-10-15.
date-compiled.
*> ---------------------------------------------------------------
*> Backup and restore of the VSAM clusters FACTSETP defines:
*> FACTTAB, COMBTAB, FACTMSTR (ACTSYS.FACT.MASTER), MSTRAUD,
*> DISCMSTR, RUNCAL, INQTRAIL, RPTARCH, REQQUEUE, and PENDCHG.
*> FACTTAB and COMBTAB can be rebuilt from nothing, but the
*> master, its change trail, the discrepancy history, the run
*> calendar, the inquiry trail, the report archive, the request
*> queue, and the dual-control trail cannot -- until now a lost
*> cluster meant a DELETE/DEFINE and the history simply gone.
*>
*> Three functions off the SYSIN control card (bkupctl.cpy):
*>   U - unload: each cluster is read in key order into its own
*>       section of the BACKUP generation (bkup-rec.cpy): a header
*>       with the unload date and time, one detail per record, and
*>       a trailer with the record count and key hash total.  The
*>       nightly FACTBKUP job unloads all ten into one dated
*>       generation of ACTSYS.FACT.BACKUP
*>   V - verify: every section of a generation (or just the one
*>       named) is re-counted and re-hashed against its trailer
*>   R - restore: the named cluster's section of the chosen
*>       generation is verified first -- a section that does not
*>       balance never touches the cluster -- then the cluster is
*>       emptied and reloaded from it, and the reloaded cluster is
*>       re-read and proved against the trailer's count and hash
*>       before the step ends and the file is released.  Every
*>       restore writes one AUDITLOG record (mode R) so the next
*>       morning's FACTHLTH report shows it.
*> A cluster that is lost outright must be DEFINEd empty again
*> first (its DEFINE step in FACTSETP); the restore only reloads
*> a cluster that exists.
*>
*> Return codes: 0 clean, 4 an unload skipped a cluster it could
*> not open or read (the others are in the generation), 8 a
*> section did not balance, the named cluster is not in the
*> generation, or a reload did not prove, 12 the BACKUP file or
*> the cluster being restored failed, 16 control card rejected.
*>
*> Modification history
*> 2026-10-15  DP  Written; nothing in the stream backed up the
*>                 clusters.
*> 2026-10-15  DP  MSTRAUD record widened to 366 to carry the
*>                 approving supervisor; backup detail widened
*>                 to match.
*> 2026-10-15  DP  INQTRAIL, RPTARCH, REQQUEUE, and PENDCHG added
*>                 to the clusters unloaded and restored.
*> ---------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ctl-file assign to "CTLCARD"
        organization is line sequential.

    select backup-file assign to "BACKUP"
        organization is line sequential
        file status is backup-status.

    select facttab assign to "FACTTAB"
        organization is indexed
        access mode is dynamic
        record key is ft-original-number
        file status is facttab-status.

    select combtab assign to "COMBTAB"
        organization is indexed
        access mode is dynamic
        record key is ct-key
        file status is combtab-status.

    select factmstr assign to "FACTMSTR"
        organization is indexed
        access mode is dynamic
        record key is fm-original-number
        file status is factmstr-status.

    select mstraud assign to "MSTRAUD"
        organization is indexed
        access mode is dynamic
        record key is ma-key
        file status is mstraud-status.

    select discmstr assign to "DISCMSTR"
        organization is indexed
        access mode is dynamic
        record key is dm-key
        file status is discmstr-status.

    select runcal assign to "RUNCAL"
        organization is indexed
        access mode is dynamic
        record key is rcal-key
        file status is runcal-status.

    select inqtrail assign to "INQTRAIL"
        organization is indexed
        access mode is dynamic
        record key is it-key
        file status is inqtrail-status.

    select rptarch assign to "RPTARCH"
        organization is indexed
        access mode is dynamic
        record key is ra-key
        file status is rptarch-status.

    select reqqueue assign to "REQQUEUE"
        organization is indexed
        access mode is dynamic
        record key is rq-key
        file status is reqqueue-status.

    select pendchg assign to "PENDCHG"
        organization is indexed
        access mode is dynamic
        record key is pc-key
        file status is pendchg-status.

    select auditlog assign to "AUDITLOG"
        organization is line sequential
        file status is auditlog-status.

    select bkuprpt assign to "BKUPRPT"
        organization is line sequential.

data division.
file section.
fd  ctl-file.
    copy "bkupctl.cpy".

fd  backup-file.
    copy "bkup-rec.cpy".

fd  facttab.
    copy "fact-table.cpy".

fd  combtab.
    copy "comb-table.cpy".

fd  factmstr.
    copy "master-rec.cpy".

fd  mstraud.
    copy "mstr-audit.cpy".

fd  discmstr.
    copy "disc-master.cpy".

fd  runcal.
    copy "runcal.cpy".

fd  inqtrail.
    copy "inq-trail.cpy".

fd  rptarch.
    copy "rpt-arch.cpy".

fd  reqqueue.
    copy "req-queue.cpy".

fd  pendchg.
    copy "pend-chg.cpy".

fd  auditlog.
    copy "audit-log.cpy".

fd  bkuprpt.
01  bkuprpt-record              pic x(80).

working-storage section.

*> ------------------------------------------------------------
*> the ten clusters by ddname, with each one's record length and
*> key length (every key starts in byte 1 of its record)
*> ------------------------------------------------------------
01  cluster-values.
    05  filler                  pic x(14) value "FACTTAB 164002".
    05  filler                  pic x(14) value "COMBTAB 167005".
    05  filler                  pic x(14) value "FACTMSTR164002".
    05  filler                  pic x(14) value "MSTRAUD 366023".
    05  filler                  pic x(14) value "DISCMSTR100010".
    05  filler                  pic x(14) value "RUNCAL  080009".
    05  filler                  pic x(14) value "INQTRAIL080023".
    05  filler                  pic x(14) value "RPTARCH 120025".
    05  filler                  pic x(14) value "REQQUEUE300031".
    05  filler                  pic x(14) value "PENDCHG 260025".
01  cluster-table redefines cluster-values.
    05  cluster-entry occurs 10 times.
        10  cluster-name        pic x(08).
        10  cluster-record-length pic 9(03).
        10  cluster-key-length  pic 9(03).
77  cluster-index               pic 9(02) comp value 0.
77  cluster-slot                pic 9(02) comp value 0.

*> ------------------------------------------------------------
*> the cluster being worked on, and its record as an image
*> ------------------------------------------------------------
01  current-cluster             pic x(08) value spaces.
01  cluster-filter              pic x(08) value spaces.
01  cluster-open-mode           pic x(01) value spaces.
01  cluster-status              pic xx value "00".
01  cluster-record-image        pic x(366).
77  current-key-length          pic 9(03) comp value 0.
77  current-record-length       pic 9(03) value 0.

*> ------------------------------------------------------------
*> key hash work areas - a key byte's character value is taken
*> by placing it in the low-order byte of a halfword
*> ------------------------------------------------------------
01  hash-byte-work.
    05  filler                  pic x(01) value low-value.
    05  hash-byte               pic x(01).
01  hash-byte-value redefines hash-byte-work
                                pic 9(04) comp.
77  hash-position               pic 9(03) comp value 0.
77  record-key-hash             pic 9(09) comp value 0.

*> ------------------------------------------------------------
*> section counts and hash totals - unload, verify, and proof
*> ------------------------------------------------------------
77  section-count               pic 9(07) value 0.
77  section-hash                pic 9(15) value 0.
77  proof-count                 pic 9(07) value 0.
77  proof-hash                  pic 9(15) value 0.
77  target-trailer-count        pic 9(07) value 0.
77  target-trailer-hash         pic 9(15) value 0.
01  section-cluster             pic x(08) value spaces.
01  target-backup-date          pic x(08) value spaces.
01  target-backup-time          pic x(08) value spaces.

*> ------------------------------------------------------------
*> switches and file status
*> ------------------------------------------------------------
77  backup-status               pic xx.
77  facttab-status              pic xx.
77  combtab-status              pic xx.
77  factmstr-status             pic xx.
77  mstraud-status              pic xx.
77  discmstr-status             pic xx.
77  runcal-status               pic xx.
77  inqtrail-status             pic xx.
77  rptarch-status              pic xx.
77  reqqueue-status             pic xx.
77  pendchg-status              pic xx.
77  auditlog-status             pic xx.
77  valid-input-switch          pic x(01) value "Y".
    88  input-is-valid          value "Y".
    88  input-is-invalid        value "N".
77  unload-mode-switch          pic x(01) value "N".
    88  unload-requested        value "Y".
77  verify-mode-switch          pic x(01) value "N".
    88  verify-requested        value "Y".
77  restore-mode-switch         pic x(01) value "N".
    88  restore-requested       value "Y".
77  backup-eof-switch           pic x(01) value "N".
    88  backup-at-eof           value "Y".
77  cluster-eof-switch          pic x(01) value "N".
    88  cluster-at-eof          value "Y".
77  io-error-switch             pic x(01) value "N".
    88  io-error-found          value "Y".
77  section-open-switch         pic x(01) value "N".
    88  section-is-open         value "Y".
77  section-wanted-switch       pic x(01) value "N".
    88  section-is-wanted       value "Y".
77  target-found-switch         pic x(01) value "N".
    88  target-was-found        value "Y".
77  target-balanced-switch      pic x(01) value "N".
    88  target-balanced         value "Y".
77  reload-started-switch       pic x(01) value "N".
    88  reload-was-started      value "Y".
77  reload-proved-switch        pic x(01) value "N".
    88  reload-proved           value "Y".
77  text-only-line-switch       pic x(01) value "N".
    88  line-is-text-only       value "Y".

*> ------------------------------------------------------------
*> accumulators
*> ------------------------------------------------------------
77  backup-records-read         pic 9(07) value 0.
77  backup-records-written      pic 9(07) value 0.
77  clusters-unloaded           pic 9(05) comp value 0.
77  clusters-skipped            pic 9(05) comp value 0.
77  sections-proven             pic 9(05) comp value 0.
77  sections-failed             pic 9(05) comp value 0.
77  records-purged              pic 9(07) value 0.
77  records-reloaded            pic 9(07) value 0.
01  validation-message          pic x(60).
01  section-problem             pic x(40) value spaces.

*> ------------------------------------------------------------
*> hand-off fields for the shared line writers (see audr-lines.cpy
*> -- all the line layouts REDEFINE one work area, so a caller's
*> values cannot ride in the area itself across a page break)
*> ------------------------------------------------------------
01  summary-label               pic x(38) value spaces.
01  summary-value               pic 9(05) comp value 0.
01  summary-text                pic x(20) value spaces.
01  section-title-text          pic x(79) value spaces.
01  message-text                pic x(79) value spaces.

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
77  job-name-constant             pic x(08) value "FACTBKUP".

*> ------------------------------------------------------------
*> BKUPRPT print-line layouts (shared with FACTAUDR/FACTMAUD)
*> ------------------------------------------------------------
    copy "audr-lines.cpy".

procedure division.

*> =============================================================
*> 0000-mainline
*> =============================================================
0000-mainline.
    perform 1000-initialize thru 1000-initialize-exit
    if input-is-valid
        evaluate true
            when unload-requested
                perform 2000-unload-clusters
                    thru 2000-unload-clusters-exit
            when verify-requested
                perform 3000-verify-generation
                    thru 3000-verify-generation-exit
            when restore-requested
                perform 5000-restore-cluster
                    thru 5000-restore-cluster-exit
        end-evaluate
        perform 8000-write-run-totals thru 8000-write-run-totals-exit
    end-if
    perform 9000-terminate thru 9000-terminate-exit
    stop run.

*> =============================================================
*> 1000-initialize - open the control card and report, read and
*> validate the card, and print the first page of headers
*> =============================================================
1000-initialize.
    accept run-date-yyyymmdd from date yyyymmdd
    accept run-time-hhmmss from time
    open input ctl-file
    open output bkuprpt
    perform 1200-read-control-card thru 1200-read-control-card-exit
    if input-is-valid
        perform 1300-validate-control-card
            thru 1300-validate-control-card-exit
    end-if
    if input-is-invalid
        display "FACTBKUP - CONTROL CARD REJECTED - "
            validation-message
    else
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
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
*> 1300-validate-control-card - function U, V, or R; a cluster
*> named must be one of the ten, and R must name one
*> -------------------------------------------------------------
1300-validate-control-card.
    evaluate bkup-function
        when "U"
            set unload-requested to true
        when "V"
            set verify-requested to true
        when "R"
            set restore-requested to true
        when other
            set input-is-invalid to true
            move "INVALID FUNCTION - MUST BE U, V, OR R" to
                validation-message
            go to 1300-validate-control-card-exit
    end-evaluate
    move bkup-cluster to cluster-filter
    if cluster-filter = spaces
        if restore-requested
            set input-is-invalid to true
            move "RESTORE MUST NAME THE CLUSTER TO RELOAD" to
                validation-message
        end-if
        go to 1300-validate-control-card-exit
    end-if
    move cluster-filter to current-cluster
    perform 1350-find-cluster thru 1350-find-cluster-exit
    if cluster-slot = 0
        set input-is-invalid to true
        move "CLUSTER NOT ONE OF THE TEN BACKED UP - SEE BKUPCTL"
            to validation-message
    end-if.
1300-validate-control-card-exit.
    exit.

*> -------------------------------------------------------------
*> 1350-find-cluster - cluster-slot for the ddname in
*> current-cluster, 0 when it is not one of the ten; loads the
*> cluster's key and record lengths
*> -------------------------------------------------------------
1350-find-cluster.
    move 0 to cluster-slot
    move 1 to cluster-index
    perform 1360-match-one-cluster thru 1360-match-one-cluster-exit
        until cluster-slot > 0 or cluster-index > 10
    if cluster-slot > 0
        move cluster-key-length(cluster-slot) to current-key-length
        move cluster-record-length(cluster-slot)
            to current-record-length
    end-if.
1350-find-cluster-exit.
    exit.

1360-match-one-cluster.
    if cluster-name(cluster-index) = current-cluster
        move cluster-index to cluster-slot
    end-if
    add 1 to cluster-index.
1360-match-one-cluster-exit.
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
*> 2000-unload-clusters - function U: one section per cluster,
*> all ten in table order unless the card named one.  A cluster
*> that cannot be opened or read is reported and skipped so the
*> others still reach the generation (RC 4); a BACKUP write
*> failure ends the run (RC 12)
*> =============================================================
2000-unload-clusters.
    move "CLUSTERS UNLOADED" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    open output backup-file
    if backup-status not = "00"
        set io-error-found to true
        display "FACTBKUP - BACKUP OPEN FAILED - STATUS "
            backup-status
        go to 2000-unload-clusters-exit
    end-if
    move 1 to cluster-index
    perform 2100-unload-one-cluster thru 2100-unload-one-cluster-exit
        until cluster-index > 10 or io-error-found
    close backup-file.
2000-unload-clusters-exit.
    exit.

*> -------------------------------------------------------------
*> 2100-unload-one-cluster - header, every record in key order,
*> trailer; cluster-index is advanced on the way out
*> -------------------------------------------------------------
2100-unload-one-cluster.
    move cluster-name(cluster-index) to current-cluster
    if cluster-filter not = spaces
        and cluster-filter not = current-cluster
        go to 2100-unload-one-cluster-continue
    end-if
    move cluster-index to cluster-slot
    move cluster-key-length(cluster-slot) to current-key-length
    move cluster-record-length(cluster-slot) to current-record-length
    move "I" to cluster-open-mode
    perform 6100-open-cluster thru 6100-open-cluster-exit
    if cluster-status not = "00"
        add 1 to clusters-skipped
        move spaces to message-text
        string current-cluster " NOT UNLOADED - OPEN STATUS "
            cluster-status delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
        go to 2100-unload-one-cluster-continue
    end-if
    move spaces to backup-record
    move "H" to bk-record-type
    move current-cluster to bh-cluster-name
    move run-date-yyyymmdd to bh-backup-date
    move run-time-hhmmss to bh-backup-time
    move current-record-length to bh-record-length
    perform 2150-write-backup-record thru 2150-write-backup-record-exit
    move 0 to section-count
    move 0 to section-hash
    move "N" to cluster-eof-switch
    perform 6200-read-cluster-record thru 6200-read-cluster-record-exit
    perform 2110-unload-one-record thru 2110-unload-one-record-exit
        until cluster-at-eof or io-error-found
    perform 6500-close-cluster thru 6500-close-cluster-exit
    if io-error-found
        go to 2100-unload-one-cluster-continue
    end-if
    if cluster-status not = "00" and cluster-status not = "10"
        add 1 to clusters-skipped
        move spaces to message-text
        string current-cluster " UNLOAD INCOMPLETE - READ STATUS "
            cluster-status " - SECTION HAS NO TRAILER"
            delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
        go to 2100-unload-one-cluster-continue
    end-if
    move spaces to backup-record
    move "T" to bk-record-type
    move current-cluster to bt-cluster-name
    move section-count to bt-record-count
    move section-hash to bt-key-hash
    perform 2150-write-backup-record thru 2150-write-backup-record-exit
    add 1 to clusters-unloaded
    move spaces to message-text
    string current-cluster " RECORDS " section-count
        "  KEY HASH " section-hash
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit.
2100-unload-one-cluster-continue.
    add 1 to cluster-index.
2100-unload-one-cluster-exit.
    exit.

*> -------------------------------------------------------------
*> 2110-unload-one-record - a read error ends the section early
*> (6200 leaves the status in cluster-status and sets end of
*> file); the caller reports it and writes no trailer, so a
*> verify or restore of that section can never balance
*> -------------------------------------------------------------
2110-unload-one-record.
    move spaces to backup-record
    move "D" to bk-record-type
    move cluster-record-image to bk-data
    perform 7000-hash-record-key thru 7000-hash-record-key-exit
    add 1 to section-count
    add record-key-hash to section-hash
    perform 2150-write-backup-record thru 2150-write-backup-record-exit
    perform 6200-read-cluster-record thru 6200-read-cluster-record-exit.
2110-unload-one-record-exit.
    exit.

*> -------------------------------------------------------------
*> 2150-write-backup-record
*> -------------------------------------------------------------
2150-write-backup-record.
    write backup-record
    if backup-status not = "00"
        set io-error-found to true
        display "FACTBKUP - BACKUP WRITE FAILED - STATUS "
            backup-status " - " current-cluster
        go to 2150-write-backup-record-exit
    end-if
    add 1 to backup-records-written.
2150-write-backup-record-exit.
    exit.

*> =============================================================
*> 3000-verify-generation - function V, and the first pass of a
*> restore: every wanted section re-counted and re-hashed
*> against its trailer.  A section wanted is every section when
*> no cluster was named, otherwise only the named one
*> =============================================================
3000-verify-generation.
    if verify-requested
        move "SECTIONS VERIFIED" to section-title-text
        perform 4200-write-section-title
            thru 4200-write-section-title-exit
    end-if
    open input backup-file
    if backup-status not = "00"
        set io-error-found to true
        display "FACTBKUP - BACKUP OPEN FAILED - STATUS "
            backup-status
        go to 3000-verify-generation-exit
    end-if
    move "N" to backup-eof-switch
    move "N" to section-open-switch
    perform 3100-read-backup-record thru 3100-read-backup-record-exit
    perform 3200-check-one-backup-record
        thru 3200-check-one-backup-record-exit
        until backup-at-eof
    if section-is-open and not io-error-found
        move "ENDS WITHOUT A TRAILER" to section-problem
        perform 3400-fail-section thru 3400-fail-section-exit
    end-if
    close backup-file
    if cluster-filter not = spaces and not target-was-found
        and not io-error-found
        add 1 to sections-failed
        move spaces to message-text
        string cluster-filter " IS NOT IN THIS BACKUP GENERATION"
            delimited by size into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
    end-if.
3000-verify-generation-exit.
    exit.

*> -------------------------------------------------------------
*> 3100-read-backup-record
*> -------------------------------------------------------------
3100-read-backup-record.
    read backup-file
        at end
            set backup-at-eof to true
    end-read
    if backup-status not = "00" and backup-status not = "10"
        set io-error-found to true
        set backup-at-eof to true
        display "FACTBKUP - BACKUP READ FAILED - STATUS "
            backup-status
    end-if
    if not backup-at-eof
        add 1 to backup-records-read
    end-if.
3100-read-backup-record-exit.
    exit.

*> -------------------------------------------------------------
*> 3200-check-one-backup-record - a header opens a section, a
*> detail is counted and hashed, a trailer closes the section
*> and is compared; anything out of that order fails the section
*> it turns up in
*> -------------------------------------------------------------
3200-check-one-backup-record.
    evaluate bk-record-type
        when "H"
            if section-is-open
                move "HAS NO TRAILER" to section-problem
                perform 3400-fail-section thru 3400-fail-section-exit
            end-if
            perform 3250-open-section thru 3250-open-section-exit
        when "D"
            if not section-is-open
                move "ORPHAN DETAIL OUTSIDE ANY SECTION"
                    to section-problem
                move "????????" to section-cluster
                set section-is-wanted to true
                perform 3400-fail-section thru 3400-fail-section-exit
                go to 3200-check-one-backup-record-continue
            end-if
            if section-is-wanted
                perform 7000-hash-record-key
                    thru 7000-hash-record-key-exit
                add 1 to section-count
                add record-key-hash to section-hash
            end-if
        when "T"
            if not section-is-open
                move "ORPHAN TRAILER OUTSIDE ANY SECTION"
                    to section-problem
                move bt-cluster-name to section-cluster
                set section-is-wanted to true
                perform 3400-fail-section thru 3400-fail-section-exit
                go to 3200-check-one-backup-record-continue
            end-if
            perform 3300-close-section thru 3300-close-section-exit
        when other
            move "UNKNOWN RECORD TYPE IN GENERATION" to section-problem
            if not section-is-open
                move "????????" to section-cluster
                set section-is-wanted to true
            end-if
            perform 3400-fail-section thru 3400-fail-section-exit
    end-evaluate.
3200-check-one-backup-record-continue.
    perform 3100-read-backup-record thru 3100-read-backup-record-exit.
3200-check-one-backup-record-exit.
    exit.

*> -------------------------------------------------------------
*> 3250-open-section - the header names the cluster and carries
*> its key length by way of the cluster table
*> -------------------------------------------------------------
3250-open-section.
    set section-is-open to true
    move bh-cluster-name to section-cluster
    move 0 to section-count
    move 0 to section-hash
    move "N" to section-wanted-switch
    if cluster-filter = spaces or cluster-filter = section-cluster
        set section-is-wanted to true
    end-if
    move section-cluster to current-cluster
    perform 1350-find-cluster thru 1350-find-cluster-exit
    if cluster-slot = 0
        move "UNKNOWN CLUSTER IN HEADER" to section-problem
        perform 3400-fail-section thru 3400-fail-section-exit
        go to 3250-open-section-exit
    end-if
    if section-is-wanted and cluster-filter not = spaces
        set target-was-found to true
        move bh-backup-date to target-backup-date
        move bh-backup-time to target-backup-time
    end-if.
3250-open-section-exit.
    exit.

*> -------------------------------------------------------------
*> 3300-close-section - trailer against the counted section
*> -------------------------------------------------------------
3300-close-section.
    move "N" to section-open-switch
    if not section-is-wanted
        go to 3300-close-section-exit
    end-if
    if bt-cluster-name not = section-cluster
        move "TRAILER NAMES ANOTHER CLUSTER" to section-problem
        perform 3400-fail-section thru 3400-fail-section-exit
        go to 3300-close-section-exit
    end-if
    if bt-record-count not = section-count
        or bt-key-hash not = section-hash
        move "DOES NOT BALANCE TO ITS TRAILER" to section-problem
        perform 3400-fail-section thru 3400-fail-section-exit
        go to 3300-close-section-exit
    end-if
    add 1 to sections-proven
    if cluster-filter not = spaces
        set target-balanced to true
        move bt-record-count to target-trailer-count
        move bt-key-hash to target-trailer-hash
    end-if
    move spaces to message-text
    string section-cluster " RECORDS " section-count
        "  KEY HASH " section-hash "  BALANCED"
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit.
3300-close-section-exit.
    exit.

*> -------------------------------------------------------------
*> 3400-fail-section - report the problem the caller left in
*> section-problem against the section in progress and close it
*> -------------------------------------------------------------
3400-fail-section.
    move "N" to section-open-switch
    if not section-is-wanted
        go to 3400-fail-section-exit
    end-if
    add 1 to sections-failed
    move spaces to message-text
    string section-cluster " SECTION " section-problem
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit
    move spaces to section-problem.
3400-fail-section-exit.
    exit.

*> =============================================================
*> 4000-write-report-headers - title line; also called whenever
*> a page fills up
*> =============================================================
4000-write-report-headers.
    move spaces to audr-heading-1
    move "VSAM CLUSTER BACKUP AND RESTORE" to ah1-title
    move run-date-yyyymmdd to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move work-date-display to ah1-run-date
    move page-number to ah1-page-number
    write bkuprpt-record from audr-heading-1 after advancing page
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
    write bkuprpt-record from audr-section-line
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
    write bkuprpt-record from audr-message-line
        after advancing 1 line
    add 1 to line-number
    move spaces to message-text.
4300-write-message-line-exit.
    exit.

*> -------------------------------------------------------------
*> 4400-write-summary-line - summary-label/summary-value/
*> summary-text are set by the caller; cleared again afterwards
*> so a remark never bleeds onto the next summary line
*> -------------------------------------------------------------
4400-write-summary-line.
    if line-number >= lines-per-page
        perform 4000-write-report-headers
            thru 4000-write-report-headers-exit
    end-if
    move spaces to audr-heading-1
    move summary-label to asm-label
    if line-is-text-only
        move spaces to asm-value-x
    else
        move summary-value to asm-value
    end-if
    move summary-text to asm-text-value
    write bkuprpt-record from audr-summary-line
        after advancing 1 line
    add 1 to line-number
    move spaces to summary-label summary-text
    move 0 to summary-value
    move "N" to text-only-line-switch.
4400-write-summary-line-exit.
    exit.

*> =============================================================
*> 5000-restore-cluster - function R: prove the section first,
*> then empty the cluster, reload it, and prove the reload
*> against the trailer before the step ends and the cluster is
*> released.  Every attempt leaves an AUDITLOG record
*> =============================================================
5000-restore-cluster.
    move cluster-filter to current-cluster
    perform 1350-find-cluster thru 1350-find-cluster-exit
    move "RESTORE" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    perform 3000-verify-generation thru 3000-verify-generation-exit
    if io-error-found
        go to 5000-restore-cluster-audit
    end-if
    if not target-balanced
        move spaces to message-text
        string cluster-filter " NOT RESTORED - ITS SECTION OF THIS "
            "GENERATION DID NOT PROVE" delimited by size
            into message-text
        perform 4300-write-message-line
            thru 4300-write-message-line-exit
        go to 5000-restore-cluster-audit
    end-if
    move target-backup-date to work-date-yyyymmdd
    perform 1400-format-work-date thru 1400-format-work-date-exit
    move spaces to message-text
    string cluster-filter " RELOADING FROM BACKUP OF "
        work-date-display " " target-backup-time(1:2) ":"
        target-backup-time(3:2) ":" target-backup-time(5:2)
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit
    move cluster-filter to current-cluster
    perform 1350-find-cluster thru 1350-find-cluster-exit
    set reload-was-started to true
    perform 5100-purge-cluster thru 5100-purge-cluster-exit
    if io-error-found
        go to 5000-restore-cluster-audit
    end-if
    perform 5200-reload-cluster thru 5200-reload-cluster-exit
    if io-error-found
        go to 5000-restore-cluster-audit
    end-if
    perform 5300-prove-cluster thru 5300-prove-cluster-exit.
5000-restore-cluster-audit.
    perform 5400-write-restore-audit
        thru 5400-write-restore-audit-exit.
5000-restore-cluster-exit.
    exit.

*> -------------------------------------------------------------
*> 5100-purge-cluster - every record now on the cluster is
*> deleted, leaving it empty for the reload
*> -------------------------------------------------------------
5100-purge-cluster.
    move "U" to cluster-open-mode
    perform 6100-open-cluster thru 6100-open-cluster-exit
    if cluster-status not = "00"
        set io-error-found to true
        display "FACTBKUP - " current-cluster
            " OPEN I-O FAILED - STATUS " cluster-status
        go to 5100-purge-cluster-exit
    end-if
    move "N" to cluster-eof-switch
    perform 6200-read-cluster-record thru 6200-read-cluster-record-exit
    perform 5110-purge-one-record thru 5110-purge-one-record-exit
        until cluster-at-eof or io-error-found
    if cluster-status not = "00" and cluster-status not = "10"
        set io-error-found to true
        display "FACTBKUP - " current-cluster
            " PURGE READ FAILED - STATUS " cluster-status
    end-if
    perform 6500-close-cluster thru 6500-close-cluster-exit
    move spaces to message-text
    string current-cluster " RECORDS PURGED BEFORE RELOAD "
        records-purged delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit.
5100-purge-cluster-exit.
    exit.

5110-purge-one-record.
    perform 6300-delete-cluster-record
        thru 6300-delete-cluster-record-exit
    if cluster-status not = "00"
        set io-error-found to true
        display "FACTBKUP - " current-cluster
            " DELETE FAILED - STATUS " cluster-status
        go to 5110-purge-one-record-exit
    end-if
    add 1 to records-purged
    perform 6200-read-cluster-record thru 6200-read-cluster-record-exit.
5110-purge-one-record-exit.
    exit.

*> -------------------------------------------------------------
*> 5200-reload-cluster - second pass over the generation: skip
*> to the cluster's header, write every detail up to its trailer
*> -------------------------------------------------------------
5200-reload-cluster.
    open input backup-file
    if backup-status not = "00"
        set io-error-found to true
        display "FACTBKUP - BACKUP REOPEN FAILED - STATUS "
            backup-status
        go to 5200-reload-cluster-exit
    end-if
    move "U" to cluster-open-mode
    perform 6100-open-cluster thru 6100-open-cluster-exit
    if cluster-status not = "00"
        set io-error-found to true
        display "FACTBKUP - " current-cluster
            " OPEN I-O FAILED - STATUS " cluster-status
        close backup-file
        go to 5200-reload-cluster-exit
    end-if
    move "N" to backup-eof-switch
    move "N" to section-open-switch
    perform 3100-read-backup-record thru 3100-read-backup-record-exit
    perform 5210-reload-one-record thru 5210-reload-one-record-exit
        until backup-at-eof or io-error-found
    perform 6500-close-cluster thru 6500-close-cluster-exit
    close backup-file
    move spaces to message-text
    string current-cluster " RECORDS RELOADED " records-reloaded
        delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit.
5200-reload-cluster-exit.
    exit.

*> -------------------------------------------------------------
*> 5210-reload-one-record - only the details between the
*> cluster's own header and trailer are written; the trailer
*> ends the pass
*> -------------------------------------------------------------
5210-reload-one-record.
    evaluate bk-record-type
        when "H"
            if bh-cluster-name = current-cluster
                set section-is-open to true
            end-if
        when "D"
            if section-is-open
                move bk-data to cluster-record-image
                perform 6400-write-cluster-record
                    thru 6400-write-cluster-record-exit
                if cluster-status not = "00"
                    set io-error-found to true
                    display "FACTBKUP - " current-cluster
                        " RELOAD WRITE FAILED - STATUS "
                        cluster-status
                    go to 5210-reload-one-record-exit
                end-if
                add 1 to records-reloaded
            end-if
        when "T"
            if section-is-open
                set backup-at-eof to true
                go to 5210-reload-one-record-exit
            end-if
    end-evaluate
    perform 3100-read-backup-record thru 3100-read-backup-record-exit.
5210-reload-one-record-exit.
    exit.

*> -------------------------------------------------------------
*> 5300-prove-cluster - the reloaded cluster re-read from the top
*> and its count and key hash compared to the trailer
*> -------------------------------------------------------------
5300-prove-cluster.
    move "I" to cluster-open-mode
    perform 6100-open-cluster thru 6100-open-cluster-exit
    if cluster-status not = "00"
        set io-error-found to true
        display "FACTBKUP - " current-cluster
            " PROOF OPEN FAILED - STATUS " cluster-status
        go to 5300-prove-cluster-exit
    end-if
    move 0 to proof-count
    move 0 to proof-hash
    move "N" to cluster-eof-switch
    perform 6200-read-cluster-record thru 6200-read-cluster-record-exit
    perform 5310-prove-one-record thru 5310-prove-one-record-exit
        until cluster-at-eof
    if cluster-status not = "00" and cluster-status not = "10"
        set io-error-found to true
        display "FACTBKUP - " current-cluster
            " PROOF READ FAILED - STATUS " cluster-status
    end-if
    perform 6500-close-cluster thru 6500-close-cluster-exit
    if io-error-found
        go to 5300-prove-cluster-exit
    end-if
    move spaces to message-text
    string current-cluster " PROOF RECORDS " proof-count
        "  KEY HASH " proof-hash delimited by size into message-text
    perform 4300-write-message-line thru 4300-write-message-line-exit
    if proof-count = target-trailer-count
        and proof-hash = target-trailer-hash
        set reload-proved to true
        move spaces to message-text
        string current-cluster " RESTORED AND PROVEN AGAINST THE "
            "BACKUP TRAILER - SAFE TO RELEASE" delimited by size
            into message-text
    else
        move spaces to message-text
        string current-cluster " DOES NOT PROVE AGAINST THE BACKUP "
            "TRAILER - KEEP IT CLOSED" delimited by size
            into message-text
    end-if
    perform 4300-write-message-line thru 4300-write-message-line-exit.
5300-prove-cluster-exit.
    exit.

5310-prove-one-record.
    perform 7000-hash-record-key thru 7000-hash-record-key-exit
    add 1 to proof-count
    add record-key-hash to proof-hash
    perform 6200-read-cluster-record thru 6200-read-cluster-record-exit.
5310-prove-one-record-exit.
    exit.

*> -------------------------------------------------------------
*> 5400-write-restore-audit - one AUDITLOG record per restore
*> attempt (audit-log.cpy), rejected unless the reload proved,
*> so FACTHLTH lists it the next morning
*> -------------------------------------------------------------
5400-write-restore-audit.
    open extend auditlog
    if auditlog-status not = "00"
        set io-error-found to true
        display "FACTBKUP - AUDITLOG OPEN FAILED - STATUS "
            auditlog-status
        go to 5400-write-restore-audit-exit
    end-if
    move spaces to audit-record
    move job-name-constant to aud-job-name
    move run-date-yyyymmdd to aud-run-date
    move run-time-hhmmss to aud-run-time
    move "R" to aud-run-mode
    move 0 to aud-high-number
    move 0 to aud-final-digits
    move "N" to aud-overflow-switch
    if reload-proved
        move "N" to aud-reject-switch
    else
        move "Y" to aud-reject-switch
    end-if
    move records-reloaded to aud-detail-count
    move target-trailer-count to aud-tabrec-count
    perform 9100-set-return-code thru 9100-set-return-code-exit
    move return-code to aud-return-code
    move cluster-filter to aud-restore-cluster
    move target-backup-date to aud-restore-backup-date
    write audit-record
    if auditlog-status not = "00"
        set io-error-found to true
        display "FACTBKUP - AUDITLOG WRITE FAILED - STATUS "
            auditlog-status
    end-if
    close auditlog.
5400-write-restore-audit-exit.
    exit.

*> =============================================================
*> 6000 - cluster I/O, dispatched on current-cluster.  Each
*> paragraph leaves the file's status in cluster-status; a read
*> leaves the record in cluster-record-image
*> =============================================================

*> -------------------------------------------------------------
*> 6100-open-cluster - cluster-open-mode 'I' input, 'U' i-o
*> -------------------------------------------------------------
6100-open-cluster.
    evaluate current-cluster also cluster-open-mode
        when "FACTTAB" also "I"
            open input facttab
        when "FACTTAB" also "U"
            open i-o facttab
        when "COMBTAB" also "I"
            open input combtab
        when "COMBTAB" also "U"
            open i-o combtab
        when "FACTMSTR" also "I"
            open input factmstr
        when "FACTMSTR" also "U"
            open i-o factmstr
        when "MSTRAUD" also "I"
            open input mstraud
        when "MSTRAUD" also "U"
            open i-o mstraud
        when "DISCMSTR" also "I"
            open input discmstr
        when "DISCMSTR" also "U"
            open i-o discmstr
        when "RUNCAL" also "I"
            open input runcal
        when "RUNCAL" also "U"
            open i-o runcal
        when "INQTRAIL" also "I"
            open input inqtrail
        when "INQTRAIL" also "U"
            open i-o inqtrail
        when "RPTARCH" also "I"
            open input rptarch
        when "RPTARCH" also "U"
            open i-o rptarch
        when "REQQUEUE" also "I"
            open input reqqueue
        when "REQQUEUE" also "U"
            open i-o reqqueue
        when "PENDCHG" also "I"
            open input pendchg
        when "PENDCHG" also "U"
            open i-o pendchg
    end-evaluate
    perform 6900-pick-up-status thru 6900-pick-up-status-exit.
6100-open-cluster-exit.
    exit.

*> -------------------------------------------------------------
*> 6200-read-cluster-record - next record in key order; a read
*> error is treated as end of file with the status left for the
*> caller to report
*> -------------------------------------------------------------
6200-read-cluster-record.
    move spaces to cluster-record-image
    evaluate current-cluster
        when "FACTTAB"
            read facttab next
                at end
                    set cluster-at-eof to true
            end-read
            move ft-record to cluster-record-image
        when "COMBTAB"
            read combtab next
                at end
                    set cluster-at-eof to true
            end-read
            move ct-record to cluster-record-image
        when "FACTMSTR"
            read factmstr next
                at end
                    set cluster-at-eof to true
            end-read
            move fm-record to cluster-record-image
        when "MSTRAUD"
            read mstraud next
                at end
                    set cluster-at-eof to true
            end-read
            move mstraud-record to cluster-record-image
        when "DISCMSTR"
            read discmstr next
                at end
                    set cluster-at-eof to true
            end-read
            move dm-record to cluster-record-image
        when "RUNCAL"
            read runcal next
                at end
                    set cluster-at-eof to true
            end-read
            move runcal-record to cluster-record-image
        when "INQTRAIL"
            read inqtrail next
                at end
                    set cluster-at-eof to true
            end-read
            move inqtrail-record to cluster-record-image
        when "RPTARCH"
            read rptarch next
                at end
                    set cluster-at-eof to true
            end-read
            move rptarch-record to cluster-record-image
        when "REQQUEUE"
            read reqqueue next
                at end
                    set cluster-at-eof to true
            end-read
            move reqqueue-record to cluster-record-image
        when "PENDCHG"
            read pendchg next
                at end
                    set cluster-at-eof to true
            end-read
            move pendchg-record to cluster-record-image
    end-evaluate
    perform 6900-pick-up-status thru 6900-pick-up-status-exit
    if cluster-status not = "00" and cluster-status not = "10"
        set cluster-at-eof to true
    end-if.
6200-read-cluster-record-exit.
    exit.

*> -------------------------------------------------------------
*> 6300-delete-cluster-record - the record last read
*> -------------------------------------------------------------
6300-delete-cluster-record.
    evaluate current-cluster
        when "FACTTAB"
            delete facttab record
        when "COMBTAB"
            delete combtab record
        when "FACTMSTR"
            delete factmstr record
        when "MSTRAUD"
            delete mstraud record
        when "DISCMSTR"
            delete discmstr record
        when "RUNCAL"
            delete runcal record
        when "INQTRAIL"
            delete inqtrail record
        when "RPTARCH"
            delete rptarch record
        when "REQQUEUE"
            delete reqqueue record
        when "PENDCHG"
            delete pendchg record
    end-evaluate
    perform 6900-pick-up-status thru 6900-pick-up-status-exit.
6300-delete-cluster-record-exit.
    exit.

*> -------------------------------------------------------------
*> 6400-write-cluster-record - from cluster-record-image
*> -------------------------------------------------------------
6400-write-cluster-record.
    evaluate current-cluster
        when "FACTTAB"
            move cluster-record-image to ft-record
            write ft-record
        when "COMBTAB"
            move cluster-record-image to ct-record
            write ct-record
        when "FACTMSTR"
            move cluster-record-image to fm-record
            write fm-record
        when "MSTRAUD"
            move cluster-record-image to mstraud-record
            write mstraud-record
        when "DISCMSTR"
            move cluster-record-image to dm-record
            write dm-record
        when "RUNCAL"
            move cluster-record-image to runcal-record
            write runcal-record
        when "INQTRAIL"
            move cluster-record-image to inqtrail-record
            write inqtrail-record
        when "RPTARCH"
            move cluster-record-image to rptarch-record
            write rptarch-record
        when "REQQUEUE"
            move cluster-record-image to reqqueue-record
            write reqqueue-record
        when "PENDCHG"
            move cluster-record-image to pendchg-record
            write pendchg-record
    end-evaluate
    perform 6900-pick-up-status thru 6900-pick-up-status-exit.
6400-write-cluster-record-exit.
    exit.

*> -------------------------------------------------------------
*> 6500-close-cluster - the status of the last read or write is
*> kept for the caller; the close itself is not checked
*> -------------------------------------------------------------
6500-close-cluster.
    evaluate current-cluster
        when "FACTTAB"
            close facttab
        when "COMBTAB"
            close combtab
        when "FACTMSTR"
            close factmstr
        when "MSTRAUD"
            close mstraud
        when "DISCMSTR"
            close discmstr
        when "RUNCAL"
            close runcal
        when "INQTRAIL"
            close inqtrail
        when "RPTARCH"
            close rptarch
        when "REQQUEUE"
            close reqqueue
        when "PENDCHG"
            close pendchg
    end-evaluate.
6500-close-cluster-exit.
    exit.

*> -------------------------------------------------------------
*> 6900-pick-up-status
*> -------------------------------------------------------------
6900-pick-up-status.
    evaluate current-cluster
        when "FACTTAB"
            move facttab-status to cluster-status
        when "COMBTAB"
            move combtab-status to cluster-status
        when "FACTMSTR"
            move factmstr-status to cluster-status
        when "MSTRAUD"
            move mstraud-status to cluster-status
        when "DISCMSTR"
            move discmstr-status to cluster-status
        when "RUNCAL"
            move runcal-status to cluster-status
        when "INQTRAIL"
            move inqtrail-status to cluster-status
        when "RPTARCH"
            move rptarch-status to cluster-status
        when "REQQUEUE"
            move reqqueue-status to cluster-status
        when "PENDCHG"
            move pendchg-status to cluster-status
    end-evaluate.
6900-pick-up-status-exit.
    exit.

*> =============================================================
*> 7000-hash-record-key - record-key-hash for the key at the
*> front of cluster-record-image (or of BK-DATA when verifying):
*> each key byte's character value times its position
*> =============================================================
7000-hash-record-key.
    if verify-requested or (restore-requested and not reload-was-started)
        move bk-data to cluster-record-image
    end-if
    move 0 to record-key-hash
    move 1 to hash-position
    perform 7100-hash-one-byte thru 7100-hash-one-byte-exit
        until hash-position > current-key-length.
7000-hash-record-key-exit.
    exit.

7100-hash-one-byte.
    move cluster-record-image(hash-position:1) to hash-byte
    compute record-key-hash = record-key-hash
        + hash-byte-value * hash-position
    add 1 to hash-position.
7100-hash-one-byte-exit.
    exit.

*> =============================================================
*> 8000-write-run-totals
*> =============================================================
8000-write-run-totals.
    move "RUN TOTALS" to section-title-text
    perform 4200-write-section-title thru 4200-write-section-title-exit
    if unload-requested
        move "CLUSTERS UNLOADED" to summary-label
        move clusters-unloaded to summary-value
        perform 4400-write-summary-line
            thru 4400-write-summary-line-exit
        move "CLUSTERS SKIPPED" to summary-label
        move clusters-skipped to summary-value
        perform 4400-write-summary-line
            thru 4400-write-summary-line-exit
        move "BACKUP RECORDS WRITTEN" to summary-label
        move backup-records-written to summary-text
        set line-is-text-only to true
        perform 4400-write-summary-line
            thru 4400-write-summary-line-exit
    else
        move "SECTIONS PROVEN" to summary-label
        move sections-proven to summary-value
        perform 4400-write-summary-line
            thru 4400-write-summary-line-exit
        move "SECTIONS FAILED" to summary-label
        move sections-failed to summary-value
        perform 4400-write-summary-line
            thru 4400-write-summary-line-exit
    end-if
    if restore-requested
        move spaces to summary-label
        string "RESTORE OF " cluster-filter delimited by size
            into summary-label
        if reload-proved
            move "PROVEN" to summary-text
        else
            move "NOT PROVEN" to summary-text
        end-if
        set line-is-text-only to true
        perform 4400-write-summary-line
            thru 4400-write-summary-line-exit
    end-if.
8000-write-run-totals-exit.
    exit.

*> =============================================================
*> 9000-terminate
*> =============================================================
9000-terminate.
    perform 9100-set-return-code thru 9100-set-return-code-exit
    close ctl-file
    close bkuprpt.
9000-terminate-exit.
    exit.

*> -------------------------------------------------------------
*> 9100-set-return-code - also used for the restore's AUDITLOG
*> record, so the trail carries the step's own condition code
*> -------------------------------------------------------------
9100-set-return-code.
    evaluate true
        when io-error-found
            move 12 to return-code
        when input-is-invalid
            move 16 to return-code
        when sections-failed > 0
            move 8 to return-code
        when restore-requested and not reload-proved
            move 8 to return-code
        when clusters-skipped > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate.
9100-set-return-code-exit.
    exit.
