      *> The file may alternatively arrive in the workstation's own
      *> transmission format, detected by an "H|" opening on the first
      *> record -- the mirror image of FACTXTR's unload:
      *>   H|<yyyymmdd>|<hhmmss>|<source>|<dept>|<cost center>
      *>   D|<op>|<nn>|<rr>          numbers zero-filled 2 digits
      *>   T|<count, 5 digits>|<hash, 9 digits>
      *> where the department (4 characters) and cost center (5) name
      *> who asked, for the monthly chargeback -- both may be left
      *> off, and are then charged as unassigned.  A detail may name
      *> its own requester after the numbers,
      *>   D|<op>|<nn>|<rr>|<dept>|<cost center>
      *> which overrides the header's for that request alone, so one
      *> file can carry many requesters' work (the REQQUEUE extract
      *> sends it that way).  The hash is the plain sum of every
      *> detail's n.  The trailer is proved against the details
      *> before any request is processed; a file that does not
      *> balance rejects whole (RC 18) and every processed request is
      *> acknowledged on FACTACK.
      *> ---------------------------------------------------------------
       01  comb-request.
           05  cr-operation          pic x(01).
