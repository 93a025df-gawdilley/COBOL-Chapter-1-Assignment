      * Shared general ledger account mapping record layout.
      * One record per currency per entry type, naming the two GL
      * accounts an entry of that type posts to.  A positive movement
      * debits the debit account and credits the credit account; a
      * negative one reverses the two.  Maintained by glmt2000 with a
      * who/when stamp like the rate master's, and read by glif2000
      * for every entry it builds.
      *   LIAB - change in projected liability off the posting journal
      *   FEES - fee revenue accrual off the projected fee report
      *   FXRV - unrealized FX gain or loss off revl2000's month-end
      *          revaluation records on the posting journal
           05  glm-key.
               10  glm-currency-code       pic x(3).
               10  glm-entry-type          pic x(4).
                   88  glm-type-liability  value "LIAB".
                   88  glm-type-fees       value "FEES".
                   88  glm-type-revaluation
                                            value "FXRV".
                   88  valid-glm-entry-type
                                            value "LIAB" "FEES"
                                                  "FXRV".
           05  glm-debit-account           pic x(12).
           05  glm-credit-account          pic x(12).
           05  glm-description             pic x(30).
           05  glm-maintained-date         pic 9(8).
           05  glm-maintained-time         pic 9(8).
           05  glm-maintained-user         pic x(8).
