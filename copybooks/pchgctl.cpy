      *> ---------------------------------------------------------------
      *> PCHGCTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> FACTPCHG, the PENDCHG dual-control exceptions report.  One
      *> 80-byte card gives the two cut-offs:
      *>   pchg-overdue-date-raw   a FACTMSTR change still waiting for
      *>                           approval that was entered BEFORE
      *>                           this date is reported as overdue,
      *>                           YYYYMMDD -- normally the run date
      *>                           minus the number of days a change
      *>                           may wait
      *>   pchg-attempt-from-raw   every change whose entering
      *>                           supervisor tried to approve it on or
      *>                           after this date is reported,
      *>                           YYYYMMDD -- normally the date of the
      *>                           previous run; 00000000 reports every
      *>                           attempt on file
      *> Both dates come from the scheduler so the program carries no
      *> calendar arithmetic of its own, the way hlthctl.cpy does;
      *> carried as raw text so the validation can reject non-numeric
      *> input before it ever reaches a numeric field.
      *> ---------------------------------------------------------------
       01  pchg-control-card.
           05  pchg-overdue-date-raw pic x(08).
           05  pchg-attempt-from-raw pic x(08).
           05  filler                pic x(64).
