      *> ---------------------------------------------------------------
      *> REQ-QUEUE.CPY
      *> One record per combinatorics or probability request keyed on
      *> the RQST transaction (cics/factrqs.cbl), held in the REQQUEUE
      *> KSDS until the nightly FACTJOB answers it.  Keyed on the
      *> signed-on userid first, then date+time+task number the way
      *> MSTRAUD is, so a user's own requests browse back together in
      *> the order they were keyed and two terminals submitting in the
      *> same second can never collide on a key.
      *>   RQ-SUBMIT-TIME    HH:MM:SS (FORMATTIME TIMESEP)
      *>   RQ-TERMINAL       EIBTRMID the request was keyed on
      *>   RQ-OPERATION      'C' combinations, 'P' permutations, or
      *>                     'H' hypergeometric probability
      *>   RQ-REQUEST-NUMBERS the numbers as keyed, zero-filled 2
      *>                     digits each -- n and r for C/P (see
      *>                     combreq.cpy), N, K, n, k and decimal
      *>                     places for H (see hypreq.cpy)
      *>   RQ-DEPARTMENT     department and cost center the request is
      *>   RQ-COST-CENTER    charged to (see chgbctl.cpy); spaces are
      *>                     charged as unassigned
      *>   RQ-STATUS         'P' pending -- keyed, not yet picked up
      *>                     'S' selected -- extracted into tonight's
      *>                         mode-C or mode-H input by FACTRQUE
      *>                     'A' answered -- RQ-RESULT holds the value
      *>                     'R' rejected -- RQ-REJECT-REASON says why
      *>   RQ-RUN-DATE       date of the run that selected the request;
      *>                     spaces while it is still pending
      *>   RQ-RESULT         the C/P value's digits, or the probability
      *>                     as printed on FACTRPT, left justified
      *>   RQ-REJECT-REASON  the run's reject reason, as on FACTACK
      *> ---------------------------------------------------------------
       01  REQQUEUE-RECORD.
           05  RQ-KEY.
               10  RQ-USERID         pic x(08).
               10  RQ-SUBMIT-DATE    pic x(08).
               10  RQ-SUBMIT-TIME    pic x(08).
               10  RQ-TASK-NUMBER    pic 9(07).
           05  RQ-TERMINAL           pic x(04).
           05  RQ-OPERATION          pic x(01).
           05  RQ-REQUEST-NUMBERS    pic x(10).
           05  RQ-COMB-NUMBERS redefines RQ-REQUEST-NUMBERS.
               10  RQ-N-RAW          pic x(02).
               10  RQ-R-RAW          pic x(02).
               10  filler            pic x(06).
           05  RQ-HYP-NUMBERS redefines RQ-REQUEST-NUMBERS.
               10  RQ-POPULATION-RAW pic x(02).
               10  RQ-SUCCESSES-RAW  pic x(02).
               10  RQ-SAMPLE-RAW     pic x(02).
               10  RQ-OBSERVED-RAW   pic x(02).
               10  RQ-PLACES-RAW     pic x(02).
           05  RQ-DEPARTMENT         pic x(04).
           05  RQ-COST-CENTER        pic x(05).
           05  RQ-STATUS             pic x(01).
           05  RQ-RUN-DATE           pic x(08).
           05  RQ-RESULT             pic x(162).
           05  RQ-REJECT-REASON      pic x(60).
           05  filler                pic x(14).
