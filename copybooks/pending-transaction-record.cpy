      * Written by mntn2000 when a transaction carries a future
      * effective date, released by mntn2000's daily release pass
      * through the same edits and logging as a keyed transaction,
      * and reported at the end of every maintenance run.  A change
      * that needed a second user's approval carries the approver's
      * user id, so the release logs both.
           05  pend-key.
               10  pend-account-id         pic x(10).
               10  pend-effective-date     pic 9(8).
           05  pend-user-id                pic x(8).
           05  pend-keyed-date             pic 9(8).
           05  pend-approver-user          pic x(8).
           05  pend-transaction-image     pic x(228).
