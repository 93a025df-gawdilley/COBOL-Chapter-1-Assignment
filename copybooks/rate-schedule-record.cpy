      * Shared account rate schedule record layout.
      * One record per account that does not earn one flat rate for
      * its whole term, keyed by account id and maintained through
      * mntn2000's rate schedule action (R) with the same who/when
      * stamp and logging as the account master, and removed by
      * matr2000 when the account rolls into a new term.  Read by
      * calc2000 for every projected year, and by stmt2000 so the
      * statement shows the rates the projection assumed.
      *
      * How a year's rate is found:
      *   - Steps: the step with the latest from-year not after the
      *     projection year sets the rate; step 1 always starts in
      *     year 1.  An account with no steps earns its master rate.
      *   - Tiers: when the year's opening balance has reached a
      *     tier's floor, the highest such tier's rate applies for
      *     the year in place of the step (or master) rate.
           05  rsch-account-id             pic x(10).
           05  rsch-step-count             pic 99.
           05  rsch-step occurs 10 times.
               10  rsch-step-from-year     pic 99.
               10  rsch-step-rate          pic 99v9.
           05  rsch-tier-count             pic 9.
           05  rsch-tier occurs 5 times.
               10  rsch-tier-floor         pic 9(9)v99.
               10  rsch-tier-rate          pic 99v9.
           05  rsch-maintained-date        pic 9(8).
           05  rsch-maintained-time        pic 9(8).
           05  rsch-maintained-user        pic x(8).
