      * master - the before and after images, the run date, and the
      * cycle that posted it - kept across runs so a bad night can
      * be backed out by back2000 instead of the master being
      * rebuilt by hand from old reports.  revl2000 appends an R
      * record for every base value its month-end revaluation
      * restates, so a revaluation backs out the same way.  back2000
      * journals each backout as a B record in the same layout on its
      * own file, marked with what it backed out, and glif2000 feeds
      * those reversals to the general ledger.
           05  jrnl-run-date               pic 9(8).
           05  jrnl-cycle-run-number       pic 9(7).
           05  jrnl-action-code            pic x.
               88  jrnl-action-add         value "A".
               88  jrnl-action-update      value "U".
               88  jrnl-action-backout     value "B".
               88  jrnl-action-revalue     value "R".
           05  jrnl-account-id             pic x(10).
           05  jrnl-before-future-value    pic s9(9)v99
                                            sign leading separate.
           05  jrnl-after-value-base       pic s9(10)v99
                                            sign leading separate.
           05  jrnl-after-posted-date      pic 9(8).
      * On a backout record, what was backed out - a night's postings
      * or a month-end revaluation - so the general ledger reverses
      * it under the same entry type; blank on every other record
           05  jrnl-backout-kind           pic x.
               88  jrnl-backout-of-posting value "P".
               88  jrnl-backout-of-revaluation
                                            value "R".
