      *> ---------------------------------------------------------------
      *> TRNDCTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> the FACTTRND weekly batch-window trend report.  One 80-byte
      *> card gives the week, the baseline it is measured against,
      *> and the two thresholds runs are flagged on:
      *>   trnd-week-start-raw   first date of the report week,
      *>                         YYYYMMDD
      *>   trnd-week-end-raw     last date of the report week,
      *>                         YYYYMMDD -- normally week start plus
      *>                         six
      *>   trnd-base-start-raw   first date of the four-week baseline,
      *>                         YYYYMMDD -- normally week start minus
      *>                         28; the baseline runs up to the day
      *>                         before the week starts
      *>   trnd-sla-minutes-raw  SLA threshold in minutes; a step that
      *>                         ran longer is flagged.  0000 turns
      *>                         the SLA check off
      *>   trnd-slow-pct-raw     a step more than this percentage
      *>                         slower than its four-week average
      *>                         (same mode and table size) is flagged
      *> The dates come from the scheduler so the program carries no
      *> calendar arithmetic of its own, the way hlthctl.cpy does;
      *> everything is carried as raw text so the validation can
      *> reject non-numeric input before it ever reaches a numeric
      *> field, and the thresholds are then taken through their
      *> REDEFINES.
      *> ---------------------------------------------------------------
       01  trnd-control-card.
           05  trnd-week-start-raw   pic x(08).
           05  trnd-week-end-raw     pic x(08).
           05  trnd-base-start-raw   pic x(08).
           05  trnd-sla-minutes-raw  pic x(04).
           05  trnd-sla-minutes redefines trnd-sla-minutes-raw
                                     pic 9(04).
           05  trnd-slow-pct-raw     pic x(03).
           05  trnd-slow-pct redefines trnd-slow-pct-raw
                                     pic 9(03).
           05  filler                pic x(49).
