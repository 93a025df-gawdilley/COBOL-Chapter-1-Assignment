           05  client-address-3            pic x(30).
           05  statement-delivery          pic x.
               88  statement-wanted        value "Y".
      * The client (household) the account belongs to on the client
      * master clnt2000 maintains.  Once linked, stmt2000 takes the
      * name, address, and delivery choice from the client master and
      * prints the account on the client's consolidated statement;
      * the fields above only serve an account not yet linked.
           05  client-id                   pic x(10).
      * Term dates: the day the account opened and the day its term
      * ends.  The maturity date is always the open date plus
      * number-of-years, derived by mntn2000 and matr2000 whenever
      * either moves, never keyed.  Zero on an account opened before
      * the dates were carried, which matr2000 leaves alone.
           05  open-date                   pic 9(8).
           05  maturity-date               pic 9(8).
      * What matr2000 does on the maturity date: close the account,
      * roll it over for the same term, or roll it into the new term
      * below - either roll at the current rate for the term.
           05  maturity-instruction        pic x.
               88  mature-and-close        value "C".
               88  mature-roll-same-term   value "S".
               88  mature-roll-new-term    value "N".
           05  maturity-new-term           pic 99.
      * The narrowest 30/60/90-day window matr2000 has written a
      * maturity notice for, so each letter goes out once; back to
      * zero whenever the maturity date moves.
           05  maturity-notice-window      pic 9(3).
