      * Shared general ledger feed header record layout.
      * First record on GLFEED: the cycle and date the entries
      * belong to and the system that cut them, so the ledger can
      * refuse a feed it has already loaded.  Written by glif2000.
           05  glh-record-id               pic x(3).
               88  gl-feed-header-id       value "GLH".
           05  glh-cycle-run-number        pic 9(7).
           05  glh-posting-date            pic 9(8).
           05  glh-source-system           pic x(8).
