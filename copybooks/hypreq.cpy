      *> record (see combreq.cpy for the control records); the detail
      *> shape here is
      *>   D|H|<NN>|<KK>|<nn>|<kk>|<pp>   numbers zero-filled 2 digits
      *> optionally followed by |<dept>|<cost center> for the
      *> request's own requester, as on a mode-C detail, and
      *> with the trailer hash the plain sum of every detail's
      *> population N.  Every processed request is acknowledged on
      *> FACTACK.
