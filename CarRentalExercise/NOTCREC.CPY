      *****************************************************
      * layout of one toll or citation notice on the weekly
      * NOTICE-FILE (NOTICES) sent in by the toll authority
      * and the city.  one line per notice, by plate, date
      * and time of the event; the issuer code and notice
      * number together identify it to whoever sent it.
      * read by the toll and citation match (Program25).
      *****************************************************
       01  notice-record.
           05  nt-notice-key.
               10  nt-issuer-code      picture x(4).
               10  nt-notice-number    picture x(15).
           05  nt-notice-type          picture x.
               88  nt-is-toll              value "T".
               88  nt-is-parking           value "P".
               88  nt-is-camera            value "C".
           05  nt-plate-number         picture x(8).
           05  nt-notice-date          picture 9(6).
           05  nt-notice-time          picture 9(4).
           05  nt-notice-amt           picture 9(5)v99.
           05  nt-location             picture x(20).
