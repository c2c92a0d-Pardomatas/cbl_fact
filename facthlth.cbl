*>                 surfaced if someone read the job log that day,
*>                 and a quiesced build nobody resubmitted simply
*>                 went stale.
*> 2026-10-15  DP  Cluster restores (FACTBKUP, mode R) listed
*>                 among the runs needing attention whether or not
*>                 the reload proved -- a reloaded cluster has lost
*>                 whatever changed since its backup.
*> 2026-10-15  DP  Extract, comparison, and verify run records
*>                 (modes E, X, V) listed with reasons of their own
*>                 -- their return codes do not mean what the
*>                 Factorial program's do.
*> ---------------------------------------------------------------
environment division.
input-output section.

*> -------------------------------------------------------------
*> 2400-check-attention - one line per troubled run on the
*> report date, reason spelled out for the operator.  A cluster
*> restore is always listed: even a proven reload has lost every
*> change made since the backup it came from
*> -------------------------------------------------------------
2400-check-attention.
    move spaces to attention-reason
    evaluate true
        when aud-run-mode = "R" and aud-reject-switch = "Y"
            string "RESTORE OF " aud-restore-cluster
                " DID NOT PROVE" delimited by size
                into attention-reason
        when aud-run-mode = "R"
            string "RESTORE OF " aud-restore-cluster " FROM "
                aud-restore-backup-date " BACKUP" delimited by size
                into attention-reason
        when aud-run-mode = "E" or aud-run-mode = "X"
            or aud-run-mode = "V"
            perform 2450-check-support-run
                thru 2450-check-support-run-exit
        when aud-reject-switch = "Y"
            move "REJECTED - NOTHING PROCESSED" to attention-reason
        when aud-overflow-switch = "Y"
2400-check-attention-exit.
    exit.

*> -------------------------------------------------------------
*> 2450-check-support-run - reasons for the extract (E), the
*> extract comparison (X), and the verifier (V), off each
*> program's own return codes
*> -------------------------------------------------------------
2450-check-support-run.
    evaluate true
        when aud-reject-switch = "Y"
            move "REJECTED - NOTHING PROCESSED" to attention-reason
        when not rc-is-usable or work-return-code = 0
            continue
        when aud-run-mode = "E"
            move "EXTRACT FAILED - NOTHING TRANSMITTED"
                to attention-reason
        when aud-run-mode = "X" and work-return-code = 4
            move "EXTRACT KEYS DISAPPEARED - SEE XCMPRPT"
                to attention-reason
        when aud-run-mode = "X" and work-return-code = 8
            move "VALUE CHANGED - TRANSMISSION HELD"
                to attention-reason
        when aud-run-mode = "X"
            move "EXTRACT COMPARE FAILED - SEE XCMPRPT"
                to attention-reason
        when work-return-code = 4
            move "FACTTAB EXCEPTIONS - SEE VFYRPT" to attention-reason
        when work-return-code = 6
            move "FACTTAB VALUE REPAIRED - SEE VFYRPT"
                to attention-reason
        when other
            move "VERIFY FAILED - SEE VFYRPT" to attention-reason
    end-evaluate.
2450-check-support-run-exit.
    exit.

*> =============================================================
*> 3000-scan-error-log - one pass over FACTERR: the report
*> date's errors grouped by ddname and paragraph, the trailing
