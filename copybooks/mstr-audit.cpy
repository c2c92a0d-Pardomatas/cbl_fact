      *> so every add, correction, and delete carries the operator id
      *> and full before/after images.  Keyed on date+time+task number
      *> so concurrent operators can never collide on a key.
      *> A change is written here only when it is applied, which is
      *> when a second supervisor approves it on the FAPV transaction
      *> (FACTAPV) -- the date and time are the approval's:
      *>   MA-OPERATOR  the supervisor who entered the change on FMNT
      *>   MA-APPROVER  the different supervisor who approved it;
      *>                spaces on changes applied before dual control
      *> MA-CHANGE-TIME carries HH:MM:SS (FORMATTIME TIMESEP), so
      *> the full 8 bytes of the key's time portion are always set.
      *> MA-ACTION: 'A' added, 'C' corrected, 'D' deleted.
           05  MA-ORIGINAL-NUMBER    pic 9(02).
           05  MA-BEFORE-VALUE       pic x(162).
           05  MA-AFTER-VALUE        pic x(162).
           05  MA-APPROVER           pic x(08).
