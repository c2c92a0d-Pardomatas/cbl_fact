      *> ---------------------------------------------------------------
      *> BKUP-REC.CPY
      *> One record of a BACKUP generation written by FACTBKUP.  A
      *> generation holds one section per cluster unloaded:
      *>   'H' header   the cluster's ddname, the date and time of the
      *>                unload, and the cluster's record length
      *>   'D' detail   one cluster record image, key order, left-
      *>                justified in BK-DATA (every cluster's key
      *>                starts in byte 1 of its record)
      *>   'T' trailer  the section's record count and key hash total
      *> The key hash total is the sum, over every record, of each key
      *> byte's character value times its position in the key -- a
      *> lost, duplicated, or altered key moves it even when the count
      *> still agrees.  A restore proves the reloaded cluster against
      *> both before the file is released.
      *> ---------------------------------------------------------------
       01  BACKUP-RECORD.
           05  BK-RECORD-TYPE        pic x(01).
           05  BK-DATA               pic x(366).
           05  BK-HEADER redefines BK-DATA.
               10  BH-CLUSTER-NAME   pic x(08).
               10  BH-BACKUP-DATE    pic x(08).
               10  BH-BACKUP-TIME    pic x(08).
               10  BH-RECORD-LENGTH  pic 9(03).
               10  filler            pic x(339).
           05  BK-TRAILER redefines BK-DATA.
               10  BT-CLUSTER-NAME   pic x(08).
               10  BT-RECORD-COUNT   pic 9(07).
               10  BT-KEY-HASH       pic 9(15).
               10  filler            pic x(336).
