      * Shared client master record layout.
      * One record per client (household), keyed by client id: the
      * name and address a statement mails to, and whether the client
      * wants one at all.  Every account on the account master that
      * belongs to the client carries its client id, so an address
      * change is keyed once here instead of once per account.
      * Maintained by clnt2000 with a who/when stamp and audit log,
      * checked by mntn2000 when an account is linked, and read by
      * stmt2000 to consolidate a client's accounts on one statement.
           05  clnt-client-id              pic x(10).
           05  clnt-client-name            pic x(30).
           05  clnt-address-1              pic x(30).
           05  clnt-address-2              pic x(30).
           05  clnt-address-3              pic x(30).
           05  clnt-statement-delivery     pic x.
               88  clnt-statement-wanted   value "Y".
           05  clnt-maintained-date        pic 9(8).
           05  clnt-maintained-time        pic 9(8).
           05  clnt-maintained-user        pic x(8).
