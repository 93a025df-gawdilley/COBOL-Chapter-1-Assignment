      * when it stands behind its outputs; ledg2000, summ2000, and
      * hist2000, and stmt2000 each refuse a cycle calc2000 has not
      * completed or one they have already consumed, and mark their
      * own step done.  glif2000 feeds the general ledger once the
      * ledger is posted and marks its own flag the same way.
      * ackn2000 marks the ALM feed acknowledged once the
      * asset-liability system's load acknowledgment has been matched
      * against ALMOUT - C when the load took every account, R when
      * rejects are waiting to be resent.
      * cycl2000 reports the record to operations.
           05  cycl-run-number             pic 9(7).
           05  cycl-run-date               pic 9(8).
           05  cycl-calc-status            pic x.
               88  cycl-stmt-consumed      value "C".
           05  cycl-rcon-status            pic x.
               88  cycl-rcon-balanced      value "C".
           05  cycl-glif-status            pic x.
               88  cycl-glif-fed           value "C".
           05  cycl-ack-status             pic x.
               88  cycl-alm-acknowledged   value "C" "R".
               88  cycl-alm-ack-clean      value "C".
               88  cycl-alm-ack-rejects    value "R".
