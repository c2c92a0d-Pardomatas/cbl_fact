      *> ---------------------------------------------------------------
      *> XTRCTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> FACTXTR, the FACTTAB extract.  One 80-byte card gives:
      *>   xtr-sig-digits-raw  significant digits of the normalized
      *>                       mantissa on the FACTSCI spreadsheet
      *>                       file, 01 through 30; spaces take the
      *>                       default of 15, about what a spreadsheet
      *>                       cell can hold
      *> ---------------------------------------------------------------
       01  xtr-control-card.
           05  xtr-sig-digits-raw    pic x(02).
           05  filler                pic x(78).
