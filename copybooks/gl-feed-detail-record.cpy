      * Shared general ledger feed detail record layout.
      * One record per debit or credit line; the two lines of one
      * entry share its entry number.  The base currency (USD)
      * amount is the one that balances - the currency's own amount
      * rides along for the ledger's sub-ledger detail, signed the
      * way it moved against the line's side (a rate move can shift
      * the base amount one way while the currency amount goes the
      * other).
           05  gld-record-id               pic x(3).
               88  gl-feed-detail-id       value "GLD".
           05  gld-entry-number            pic 9(7).
           05  gld-line-number             pic 9.
           05  gld-gl-account              pic x(12).
           05  gld-debit-credit            pic x.
               88  gld-debit               value "D".
               88  gld-credit              value "C".
           05  gld-currency-code           pic x(3).
           05  gld-entry-type              pic x(4).
           05  gld-amount-base             pic 9(12)v99.
           05  gld-amount-currency         pic s9(12)v99
                                            sign leading separate.
           05  gld-description             pic x(30).
