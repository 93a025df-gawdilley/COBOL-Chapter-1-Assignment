      * Shared maturity notice record layout.
      * One record per account entering a 30, 60, or 90-day window
      * before its maturity date, written once per window by matr2000
      * for the client letter run: who to write to, when the account
      * matures, and what its standing instruction will do then.
           05  mnot-account-id             pic x(10).
           05  mnot-client-id              pic x(10).
           05  mnot-window-days            pic 9(3).
           05  mnot-days-to-maturity       pic 9(3).
           05  mnot-maturity-date          pic 9(8).
           05  mnot-instruction            pic x.
           05  mnot-new-term               pic 99.
           05  mnot-currency-code          pic x(3).
           05  mnot-investment-amount      pic 9(7).
           05  mnot-mail-name              pic x(30).
           05  mnot-mail-address-1         pic x(30).
           05  mnot-mail-address-2         pic x(30).
           05  mnot-mail-address-3         pic x(30).
