      *> without the job log.  Per-value D/P records carry zero here,
      *> and records written before 2026-09-02 carry spaces -- readers
      *> must test IS NUMERIC before using it.
      *> A cluster restore by FACTBKUP writes one record with
      *> AUD-JOB-NAME 'FACTBKUP' and AUD-RUN-MODE 'R': AUD-RESTORE-
      *> CLUSTER names the cluster, AUD-RESTORE-BACKUP-DATE the date of
      *> the backup it was reloaded from, AUD-DETAIL-COUNT the records
      *> reloaded and AUD-TABREC-COUNT the backup's trailer count, and
      *> the reject switch is set when the reload did not prove.  Both
      *> restore fields are spaces on every other record.
      *> Mode-D and mode-P records carry the requesting department and
      *> cost center from the inbound transmission header in
      *> AUD-DEPARTMENT and AUD-COST-CENTER (spaces for a legacy card
      *> deck, a header without them, and every record written before
      *> 2026-10-15), and in AUD-CACHE-SWITCH whether an accepted
      *> request was served from COMBTAB ('T') or freshly derived from
      *> FACTTAB ('F') -- a probability request is 'T' only when all
      *> three of its combinations were cached, and a multinomial is
      *> always 'F'.  The switch is a space on rejected requests and
      *> on every other record; FACTCHGB charges back from these.
      *> Run-level records carry the step's end time in AUD-END-TIME
      *> (HHMMSSCC, as AUD-RUN-TIME) and its elapsed seconds in
      *> AUD-ELAPSED-SECONDS (capped at 99999).  The extract, the
      *> extract comparison, and the integrity verifier write a run
      *> record of their own for this, under their program names:
      *> FACTXTR mode 'E', FACTXCMP mode 'X', FACTVFY mode 'V', each
      *> with AUD-HIGH-NUMBER the highest FACTTAB key it processed
      *> (the table size), AUD-DETAIL-COUNT the records processed,
      *> and its return code (FACTVFY's AUD-TABREC-COUNT is the
      *> records it rewrote in repair).  Per-value D/P records,
      *> restores, and every record written before 2026-10-15 carry
      *> spaces in both timing fields -- readers must test IS
      *> NUMERIC; FACTTRND trends the elapsed times.
      *> ---------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AUD-JOB-NAME          pic x(08).
           05  AUD-DETAIL-COUNT      pic 9(05).
           05  AUD-TABREC-COUNT      pic 9(05).
           05  AUD-RETURN-CODE       pic 9(02).
           05  AUD-RESTORE-CLUSTER   pic x(08).
           05  AUD-RESTORE-BACKUP-DATE pic x(08).
           05  AUD-DEPARTMENT        pic x(04).
           05  AUD-COST-CENTER       pic x(05).
           05  AUD-CACHE-SWITCH      pic x(01).
           05  AUD-END-TIME          pic x(08).
           05  AUD-ELAPSED-SECONDS   pic 9(05).
           05  filler                pic x(05).
