      * Shared general ledger feed trailer record layout.
      * Last record on GLFEED: how many detail lines it carries and
      * their debit and credit totals in the base currency, which
      * must agree, so a truncated or unbalanced feed is refused.
           05  glt-record-id               pic x(3).
               88  gl-feed-trailer-id      value "GLT".
           05  glt-line-count              pic 9(7).
           05  glt-total-debits            pic 9(13)v99.
           05  glt-total-credits           pic 9(13)v99.
