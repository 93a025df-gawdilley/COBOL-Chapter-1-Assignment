      * Shared ALM acknowledgment detail record layout.
      * One record per ALMOUT account the asset-liability system
      * read: whether its load accepted or rejected the account,
      * and for a reject the ALM reason code and text.
           05  akd-record-id               pic x(3).
               88  alm-ack-detail-id       value "AKD".
           05  akd-account-id              pic x(10).
           05  akd-load-result             pic x.
               88  akd-accepted            value "A".
               88  akd-rejected            value "R".
           05  akd-reject-code             pic x(4).
           05  akd-reject-reason           pic x(40).
