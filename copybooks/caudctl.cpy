      *> ---------------------------------------------------------------
      *> CAUDCTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> the FACTCAUD COMBTAB consistency audit.  One 80-byte card
      *> gives the run mode:
      *>   caud-run-mode  'V' = verify only; every bad entry is
      *>                        reported and COMBTAB is not touched
      *>                  'D' = delete; every bad entry is reported
      *>                        and deleted, so the next mode C or H
      *>                        request for it re-derives the value
      *>                        from the current FACTTAB
      *> ---------------------------------------------------------------
       01  caud-control-card.
           05  caud-run-mode         pic x(01).
           05  filler                pic x(79).
