      *> ---------------------------------------------------------------
      *> INQRCTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> the FACTINQR on-line inquiry usage report.  One 80-byte card
      *> gives the reporting date range:
      *>   inqr-from-date-raw  first IT-INQUIRY-DATE to include,
      *>                       YYYYMMDD
      *>   inqr-to-date-raw    last IT-INQUIRY-DATE to include,
      *>                       YYYYMMDD
      *> Both dates are carried as raw text so the validation can
      *> reject non-numeric input before it ever reaches a numeric
      *> field, the same way audrctl.cpy does for FACTAUDR.
      *> ---------------------------------------------------------------
       01  inqr-control-card.
           05  inqr-from-date-raw    pic x(08).
           05  inqr-to-date-raw      pic x(08).
           05  filler                pic x(64).
