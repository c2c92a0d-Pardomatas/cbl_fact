*> Modification history
*> 2026-09-02  DP  Written for the auditors' change-history and
*>                 point-in-time questions over MSTRAUD.
*> 2026-10-15  DP  History lines show the approving supervisor
*>                 now that every change is approved on FAPV.
*> ---------------------------------------------------------------
environment division.
input-output section.
        ma-operator " ACTION " ma-action
        " NUMBER " ma-original-number
        delimited by size into history-text
    if ma-approver not = spaces
        move "APPROVED BY" to history-text(49:11)
        move ma-approver to history-text(61:8)
    end-if
    perform 4300-write-history-line
        thru 4300-write-history-line-exit.
2200-report-one-change-continue.
