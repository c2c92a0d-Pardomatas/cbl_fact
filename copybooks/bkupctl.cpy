      *> ---------------------------------------------------------------
      *> BKUPCTL.CPY
      *> Control-card layout read from SYSIN at the start of a run of
      *> the FACTBKUP cluster backup and restore program.  One 80-byte
      *> card drives the run:
      *>   bkup-function     'U' = unload: every cluster named (or all
      *>                           ten when bkup-cluster is spaces) is
      *>                           read in key order into one section
      *>                           of the BACKUP generation, closed by a
      *>                           trailer carrying its record count and
      *>                           key hash total
      *>                     'V' = verify: every section of the BACKUP
      *>                           generation (or just the one named)
      *>                           is re-counted and re-hashed against
      *>                           its trailer; nothing is written
      *>                     'R' = restore: the named cluster's section
      *>                           is verified, the cluster emptied and
      *>                           reloaded from it, and the reloaded
      *>                           cluster re-read and proved against
      *>                           the trailer; an AUDITLOG record is
      *>                           written either way
      *>   bkup-cluster      the cluster by its ddname: FACTTAB,
      *>                     COMBTAB, FACTMSTR, MSTRAUD, DISCMSTR,
      *>                     RUNCAL, INQTRAIL, RPTARCH, REQQUEUE, or
      *>                     PENDCHG; required for 'R'
      *> ---------------------------------------------------------------
       01  bkup-control-card.
           05  bkup-function         pic x(01).
           05  bkup-cluster          pic x(08).
           05  filler                pic x(71).
