      *****************************************************
      * layout of one customer charge on CHARGE-FILE
      * (CUSTCHRG) - a toll or citation passed back to the
      * renter who had the car at the time, with the admin
      * fee added.  written by the toll and citation match
      * (Program25), keyed by the issuer's own notice key
      * so a notice sent twice is only ever charged once;
      * on-account charges are picked up by the next
      * monthly invoice run and marked invoiced there.
      * shared so they never drift apart.
      *****************************************************
       01  customer-charge-record.
           05  cc-charge-key.
               10  cc-issuer-code      picture x(4).
               10  cc-notice-number    picture x(15).
           05  cc-notice-type          picture x.
               88  cc-is-toll              value "T".
               88  cc-is-parking           value "P".
               88  cc-is-camera            value "C".
           05  cc-notice-date          picture 9(6).
           05  cc-notice-time          picture 9(4).
           05  cc-unit-number          picture 9(4).
           05  cc-rental-number.
               10  cc-rn-date          picture 9(6).
               10  cc-rn-seq           picture 9(3).
           05  cc-last-name            picture x(20).
           05  cc-first-initial        picture x.
           05  cc-license-number       picture x(13).
           05  cc-account-number       picture 9(5).
           05  cc-branch               picture xx.
           05  cc-notice-amt           picture 9(5)v99.
           05  cc-admin-fee-amt        picture 9(3)v99.
           05  cc-charge-amt           picture 9(5)v99.
           05  cc-posted-date          picture 9(6).
           05  cc-status               picture x.
               88  cc-item-open            value "O".
               88  cc-item-invoiced        value "I".
           05  cc-invoice-period       picture 9(4).
