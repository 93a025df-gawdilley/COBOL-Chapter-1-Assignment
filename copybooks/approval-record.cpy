      * Shared held-for-approval record layout.
      * A high-impact maintenance transaction - an investment amount
      * or rate change past the APRVPARM limits, any global change or
      * rate schedule change in mntn2000, any rate master change in
      * rate2000 - is parked here whole instead of being applied,
      * until a second user approves or rejects it by reference.
      * Keyed by a reference built from the date it was keyed and a
      * sequence within the day.  Written and cleared by mntn2000
      * and rate2000, and listed with its age by aprv2000.
           05  aprv-reference              pic 9(11).
           05  aprv-reference-parts redefines aprv-reference.
               10  aprv-ref-date           pic 9(8).
               10  aprv-ref-sequence       pic 9(3).
           05  aprv-source                 pic x(4).
               88  aprv-from-maintenance   value "MNTN".
               88  aprv-from-rate-master   value "RATE".
           05  aprv-subject                pic x(13).
           05  aprv-action                 pic x(7).
           05  aprv-reason                 pic x(20).
           05  aprv-maker-user             pic x(8).
           05  aprv-keyed-date             pic 9(8).
           05  aprv-keyed-time             pic 9(8).
           05  aprv-transaction-image      pic x(228).
