      * layout of one line on the DLYEXTR accounting feed.
      * shared by the extract program (writer) and the
      * end-of-day balancing job (reader) so the two never
      * drift apart.  the amount owed is everything billed
      * less the deposit; the sales tax and facility charges
      * inside it are broken out beside it for accounting.
      *****************************************************
       01  extract-record.
           05  ex-record-type          picture x.
           05  ex-miles-driven         picture 9(7).
           05  ex-amount-owed          picture 9(9)v99.
           05  ex-deposit-held         picture 9(9)v99.
           05  ex-tax-collected        picture 9(9)v99.
           05  ex-fees-collected       picture 9(9)v99.
