      *****************************************************
      * layout of one branch on TAX-FILE (TAXTABLE) - the
      * sales tax and surcharges that branch has to collect.
      * the state and local rates apply to the rental
      * charges (time, mileage and late fee); the facility
      * charges are flat amounts per rental day, such as
      * the airport concession recovery fee, and are not
      * themselves taxed.  read by the check-out estimate,
      * the check-in calculation and the monthly tax
      * remittance report - shared so they never drift
      * apart.  the file is set up and kept current by the
      * office.
      *****************************************************
       01  tax-table-record.
           05  tx-branch               picture xx.
           05  tx-state-authority      picture x(12).
           05  tx-state-rate           picture 9v9(4).
           05  tx-local-authority      picture x(12).
           05  tx-local-rate           picture 9v9(4).
           05  tx-facility-charge occurs 2 times.
               10  tx-fee-name         picture x(20).
               10  tx-fee-per-day      picture 99v99.
