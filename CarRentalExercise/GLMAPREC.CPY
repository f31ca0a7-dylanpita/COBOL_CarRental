      *****************************************************
      * layout of one posting rule on GL-ACCOUNT-MAP
      * (GLACCTS) - which general-ledger account a kind of
      * entry goes to at a branch.  the entry codes are the
      * nightly journal's own (CASH, RENTRV, DEPLIA and so
      * on); a branch of spaces is the company-wide rule,
      * used for any branch without one of its own and for
      * the entries that carry no branch at all.  read by
      * the general-ledger journal (Program33).  the file is
      * set up and kept current by the office.
      *****************************************************
       01  gl-account-map-record.
           05  gm-map-key.
               10  gm-entry-code       picture x(6).
               10  gm-branch           picture xx.
           05  gm-gl-account           picture x(10).
           05  gm-description          picture x(30).
