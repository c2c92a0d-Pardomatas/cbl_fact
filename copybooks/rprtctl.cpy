      *> ---------------------------------------------------------------
      *> RPRTCTL.CPY
      *> Control-card layout read from SYSIN by FACTRPRT, the FACTRPT
      *> archive reprint.  One 80-byte card:
      *>   rprt-function       R = reprint whole runs as they were
      *>                           printed, original page headings
      *>                           and all
      *>                       N = reprint the lines for one number
      *>                           across a date range
      *>   rprt-number-raw     N only: the n, two digits
      *>   rprt-from-date-raw  first run date, YYYYMMDD
      *>   rprt-to-date-raw    last run date, YYYYMMDD; spaces means
      *>                       the from date alone
      *>   rprt-run-time-raw   R only, optional: the run's start time
      *>                       HHMMSS, to pick one of several runs on
      *>                       a day; spaces reprints every run
      *>   rprt-run-mode       R only, optional: reprint only runs of
      *>                       this mode (T, S, C, H, M)
      *> Raw text so validation can reject non-numeric input before
      *> it reaches a numeric field, as audrctl.cpy does.
      *> ---------------------------------------------------------------
       01  rprt-control-card.
           05  rprt-function         pic x(01).
           05  rprt-number-raw       pic x(02).
           05  rprt-from-date-raw    pic x(08).
           05  rprt-to-date-raw      pic x(08).
           05  rprt-run-time-raw     pic x(06).
           05  rprt-run-mode         pic x(01).
           05  filler                pic x(54).
