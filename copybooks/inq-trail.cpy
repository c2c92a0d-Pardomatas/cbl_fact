      *> ---------------------------------------------------------------
      *> INQ-TRAIL.CPY
      *> One record per on-line inquiry answered by the FACT (FACTONL)
      *> and COMB (FACTCMB) transactions, written to the INQTRAIL KSDS.
      *> AUDITLOG only ever sees the batch runs; this is the on-line
      *> side's trail, so the monthly audit meeting can see who looked
      *> up what and the FACTINQR report can summarise it.  Keyed on
      *> date+time+task number the way MSTRAUD is, so two terminals
      *> inquiring in the same second can never collide on a key.
      *>   IT-INQUIRY-TIME   HH:MM:SS (FORMATTIME TIMESEP)
      *>   IT-USERID         signed-on userid (ASSIGN USERID)
      *>   IT-TERMINAL       EIBTRMID
      *>   IT-TRANSACTION    'FACT' or 'COMB'
      *>   IT-OPERATION      'C' or 'P' as keyed on COMB; space on FACT
      *>   IT-N-RAW          n as keyed -- carried raw, since an input
      *>   IT-R-RAW          error may not be numeric; r is spaces on
      *>                     FACT
      *>   IT-OUTCOME        'F' served from FACTTAB
      *>                     'C' served from COMBTAB
      *>                     'D' derived from FACTTAB factorials
      *>                     'N' not on file -- a factorial the answer
      *>                         needs is missing from FACTTAB (on
      *>                         COMB, a zero value FACTCMB refuses to
      *>                         divide by counts here too)
      *>                     'E' input error
      *>   IT-MISSING-NUMBER on an 'N' outcome, the factorial that was
      *>                     not on file (for COMB this may be n-r or r
      *>                     rather than n); spaces otherwise
      *> ---------------------------------------------------------------
       01  INQTRAIL-RECORD.
           05  IT-KEY.
               10  IT-INQUIRY-DATE   pic x(08).
               10  IT-INQUIRY-TIME   pic x(08).
               10  IT-TASK-NUMBER    pic 9(07).
           05  IT-USERID             pic x(08).
           05  IT-TERMINAL           pic x(04).
           05  IT-TRANSACTION        pic x(04).
           05  IT-OPERATION          pic x(01).
           05  IT-N-RAW              pic x(02).
           05  IT-R-RAW              pic x(02).
           05  IT-OUTCOME            pic x(01).
           05  IT-MISSING-NUMBER     pic x(02).
           05  filler                pic x(33).
