      * Shared ALM acknowledgment header record layout.
      * First record on ALMACK, the file the asset-liability system
      * returns once it has loaded an ALMOUT: the cycle run number
      * and date off the ALMOUT cycle header it is answering, and
      * what the load says it took - accounts loaded and rejected
      * and the base value of the loaded accounts.  Read by
      * ackn2000.
           05  akh-record-id               pic x(3).
               88  alm-ack-header-id       value "AKH".
           05  akh-cycle-run-number        pic 9(7).
           05  akh-cycle-run-date          pic 9(8).
           05  akh-loaded-count            pic 9(7).
           05  akh-rejected-count          pic 9(7).
           05  akh-loaded-base-total       pic s9(12)v99
                                            sign leading separate.
