      *> ---------------------------------------------------------------
      *> CHGBCTL.CPY
      *> Rate control card read from SYSIN at the start of a run of the
      *> FACTCHGB monthly chargeback report.  One 80-byte card gives
      *> the month to charge and what each request is charged at:
      *>   chgb-month-raw        month to charge, YYYYMM -- every
      *>                         mode-D/-P AUDITLOG record whose
      *>                         AUD-RUN-DATE falls in it
      *>   chgb-fresh-rate-raw   charge per value freshly derived from
      *>                         FACTTAB, 999V99 (e.g. "00250" = 2.50)
      *>   chgb-cached-rate-raw  charge per value served from COMBTAB,
      *>                         999V99
      *>   chgb-reject-rate-raw  charge per rejected request, 999V99
      *> The month and rates are carried as raw text so
      *> 1300-validate-control-card can reject non-numeric input
      *> before it ever reaches a numeric field, the same way
      *> ctlcard.cpy does for the main program; each rate is then
      *> taken through its REDEFINES with the decimal point implied.
      *> ---------------------------------------------------------------
       01  chgb-control-card.
           05  chgb-month-raw        pic x(06).
           05  chgb-fresh-rate-raw   pic x(05).
           05  chgb-fresh-rate redefines chgb-fresh-rate-raw
                                     pic 9(03)v99.
           05  chgb-cached-rate-raw  pic x(05).
           05  chgb-cached-rate redefines chgb-cached-rate-raw
                                     pic 9(03)v99.
           05  chgb-reject-rate-raw  pic x(05).
           05  chgb-reject-rate redefines chgb-reject-rate-raw
                                     pic 9(03)v99.
           05  filler                pic x(59).
