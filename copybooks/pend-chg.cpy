      *> ---------------------------------------------------------------
      *> PEND-CHG.CPY
      *> One record per FACTMSTR change entered on the FMNT maintenance
      *> transaction (cics/factmnt.cbl), held in the PENDCHG KSDS until
      *> a second, different supervisor approves or rejects it on the
      *> FAPV transaction (cics/factapv.cbl).  Nothing reaches FACTMSTR
      *> or MSTRAUD until it is approved.  Keyed on the number first,
      *> then date+time+task number the way MSTRAUD is, so every change
      *> ever entered for one number browses back together in the
      *> order it was entered.  FMNT refuses a second change for a
      *> number while one is still pending, so a number never has
      *> more than one waiting.
      *>   PC-ENTERED-TIME   HH:MM:SS (FORMATTIME TIMESEP)
      *>   PC-ACTION         'A' add, 'C' correct, 'D' delete
      *>   PC-ENTERED-BY     signed-on userid of the supervisor who
      *>                     entered it
      *>   PC-STATUS         'P' pending -- waiting for a decision
      *>                     'A' approved -- applied to FACTMSTR and
      *>                         recorded on MSTRAUD
      *>                     'R' rejected -- nothing applied
      *>   PC-NEW-VALUE      the value to add or correct to, segmented
      *>                     as on FACTMSTR (master-rec.cpy); zeros on
      *>                     a delete
      *>   PC-DECIDED-BY     userid that approved or rejected it, and
      *>   PC-DECIDED-DATE   when; spaces while it is pending
      *>   PC-DECIDED-TIME
      *>   PC-SELF-ATTEMPT-COUNT  times the supervisor who entered the
      *>                     change tried to approve it themselves
      *>                     (always refused), with the date and time
      *>   PC-SELF-ATTEMPT-DATE   of the latest -- FACTPCHG reports them
      *>   PC-SELF-ATTEMPT-TIME
      *> Decided records stay on the file as the record of who entered
      *> and who decided each change.
      *> ---------------------------------------------------------------
       01  PENDCHG-RECORD.
           05  PC-KEY.
               10  PC-ORIGINAL-NUMBER pic 9(02).
               10  PC-ENTERED-DATE   pic x(08).
               10  PC-ENTERED-TIME   pic x(08).
               10  PC-TASK-NUMBER    pic 9(07).
           05  PC-ACTION             pic x(01).
           05  PC-ENTERED-BY         pic x(08).
           05  PC-STATUS             pic x(01).
           05  PC-NEW-VALUE.
               10  PC-NEW-SEGMENT    pic 9(09) occurs 18 times.
           05  PC-DECIDED-BY         pic x(08).
           05  PC-DECIDED-DATE       pic x(08).
           05  PC-DECIDED-TIME       pic x(08).
           05  PC-SELF-ATTEMPT-COUNT pic 9(03).
           05  PC-SELF-ATTEMPT-DATE  pic x(08).
           05  PC-SELF-ATTEMPT-TIME  pic x(08).
           05  filler                pic x(20).
