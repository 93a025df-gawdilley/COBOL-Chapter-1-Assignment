      * 2026.09.02  gd  Initial version: cycle status report off the
      *                 run-control file calc2000 opens and the
      *                 consuming jobs mark.
      * 2026.10.15  gd  Report the general ledger feed step too.
      * 2026.10.15  gd  Report whether the asset-liability system has
      *                 acknowledged tonight's ALMOUT, and whether its
      *                 load rejected any accounts.

       environment division.

           else
               move "PENDING" to cycl-s-status
           end-if
           perform 110-write-step-line

           move "GLIF2000 general ledger feed" to cycl-s-step
           if cycl-glif-fed
               move "COMPLETE" to cycl-s-status
           else
               move "PENDING" to cycl-s-status
           end-if
           perform 110-write-step-line

           move "ACKN2000 ALM acknowledgment" to cycl-s-step
           evaluate true
               when cycl-alm-ack-clean
                   move "LOADED" to cycl-s-status
               when cycl-alm-ack-rejects
                   move "REJECTS" to cycl-s-status
               when other
                   move "PENDING" to cycl-s-status
           end-evaluate
           perform 110-write-step-line.

       110-write-step-line.
