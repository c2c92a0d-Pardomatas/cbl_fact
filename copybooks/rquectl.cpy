      *> ---------------------------------------------------------------
      *> RQUECTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> FACTRQUE, the REQQUEUE request-queue batch step.  One 80-byte
      *> card gives the function:
      *>   rque-function  'X' = extract; every pending request is
      *>                        marked selected and written into the
      *>                        mode-C (COMBQ) or mode-H (HYPGQ)
      *>                        transmission for tonight's run
      *>                  'U' = update; the run's FACTACK files
      *>                        (COMBACK, HYPGACK) are posted back
      *>                        onto the selected requests as answers
      *>                        or reject reasons
      *> ---------------------------------------------------------------
       01  rque-control-card.
           05  rque-function         pic x(01).
           05  filler                pic x(79).
