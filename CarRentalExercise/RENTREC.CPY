      * car comes back, and read by the batch reporting,
      * extract, archive, balancing, invoice, and shift
      * report programs - shared so they never drift apart.
      * the rental number and check-out time ride through
      * from the open rental, so the toll and citation match
      * can tell who had the car at any moment between
      * check-out and check-in.  the sales tax and facility
      * charges are figured at the check-out branch's rates
      * and are inside the amount owed; the tax branch and
      * exempt flag tell the remittance report whose tax it
      * is and whether the sale was taxable.  the additional
      * drivers' daily fees are inside the amount owed too,
      * and taxed with the time charge.  the renter's license
      * number ties the rental back to CUSTMSTR; rentals
      * finished before it was carried have it blank.
      *****************************************************
       01  rental-master-record.
           05  rm-key.
           05  rm-account-number       picture 9(5).
           05  rm-operator-id          picture x(3).
           05  rm-branch               picture xx.
           05  rm-rental-number.
               10  rm-rn-date          picture 9(6).
               10  rm-rn-seq           picture 9(3).
           05  rm-checkout-time        picture 9(8).
           05  rm-tax-branch           picture xx.
           05  rm-tax-exempt           picture x.
               88  rm-is-tax-exempt        value "Y".
           05  rm-state-tax-amt        picture 9(4)v99.
           05  rm-local-tax-amt        picture 9(4)v99.
           05  rm-facility-fee-amt     picture 9(4)v99.
           05  rm-extra-drivers        picture 9.
           05  rm-driver-fee-amt       picture 9(4)v99.
           05  rm-license-number       picture x(13).
