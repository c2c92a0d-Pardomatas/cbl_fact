      *> ---------------------------------------------------------------
      *> MULTREQ.CPY
      *> One multinomial coefficient request per 80-byte record, read
      *> from the MULTREQ file when the control card asks for run mode
      *> 'M':
      *>   mr-n-raw          n, 2 digits zero-filled (e.g. "12")
      *>   mr-group-raw      up to ten group sizes k1..km, 2 digits
      *>                     zero-filled each, left-justified with the
      *>                     unused groups left blank; the sizes must
      *>                     add up to n exactly
      *> The derivation is n! / (k1! * k2! * ... * km!), every
      *> factorial taken from FACTTAB the way run mode 'C' takes them
      *> -- a multinomial run derives, it never computes factorials of
      *> its own.
      *> All numbers are carried as raw text so the request validation
      *> can reject non-numeric input before it ever reaches a numeric
      *> field, the same way combreq.cpy does for mode 'C'.
      *> The file may alternatively arrive in the workstation's own
      *> transmission format, detected by an "H|" opening on the first
      *> record (see combreq.cpy for the control records); the detail
      *> shape here is
      *>   D|M|<nn>|<k1>|<k2>|...|<km>   numbers zero-filled 2 digits
      *> with the trailer hash the plain sum of every detail's n.
      *> Every processed request is acknowledged on FACTACK.
      *> ---------------------------------------------------------------
       01  mult-request.
           05  mr-n-raw              pic x(02).
           05  mr-group-raw          pic x(02) occurs 10 times.
           05  filler                pic x(58).
