      *> ---------------------------------------------------------------
      *> PRIMCTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> the FACTPRIM prime-factorization analysis report.  One 80-byte
      *> card gives the range of FACTTAB keys to analyse:
      *>   prim-from-raw  first n to report, 2 digits zero-filled
      *>   prim-to-raw    last n to report, 2 digits zero-filled;
      *>                  must not be below prim-from-raw
      *> "0099" covers the whole table.  Carried as raw text so the
      *> validation can reject non-numeric input before it ever
      *> reaches a numeric field, the same way ctlcard.cpy does for
      *> the main program.
      *> ---------------------------------------------------------------
       01  prim-control-card.
           05  prim-from-raw         pic x(02).
           05  prim-to-raw           pic x(02).
           05  filler                pic x(76).
