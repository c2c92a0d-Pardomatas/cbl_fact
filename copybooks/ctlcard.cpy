      *>                          HYPGREQ request file (see
      *>                          hypreq.cpy); ctl-number-raw is not
      *>                          used in this mode either
      *>                    'M' = multinomial coefficient run
      *>                          deriving n!/(k1!...km!) values from
      *>                          the MULTREQ request file (see
      *>                          multreq.cpy); ctl-number-raw is not
      *>                          used in this mode either
      *>   ctl-number-raw   table mode  - the high-number upper bound
      *>                    lookup mode - the number to look up
      *>                    carried as raw text so 2200-validate-control-card
