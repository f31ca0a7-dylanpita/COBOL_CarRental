      * on account and by the monthly invoice run and the
      * open-invoice aging report - shared so they never
      * drift apart.  the file itself is set up and kept
      * current by the office, including the flag for an
      * account whose rentals are exempt from sales tax.
      *****************************************************
       01  corporate-record.
           05  ca-account-number       picture 9(5).
           05  ca-address-line-2       picture x(30).
           05  ca-address-line-3       picture x(30).
           05  ca-terms-days           picture 999.
           05  ca-tax-exempt           picture x.
               88  ca-is-tax-exempt        value "Y".
