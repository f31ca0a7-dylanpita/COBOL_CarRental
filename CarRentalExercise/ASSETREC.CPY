      *****************************************************
      * layout of one unit's fixed-asset record on
      * ASSET-FILE (FIXASSET) - keyed by unit number, one
      * record per car the company has ever bought.
      * written when the office adds the unit (Program29),
      * depreciated straight-line to salvage a month at a
      * time by the month-end run (Program30), and marked
      * disposed with its sale price when the unit is
      * sold - the unit then leaves VEHMSTR but its asset
      * record stays for the register and the gain/loss
      * report.  shared so they never drift apart.  the
      * expected life is in months; the period fields are
      * yymm.
      *****************************************************
       01  fixed-asset-record.
           05  fa-unit-number          picture 9(4).
           05  fa-type-of-car          picture 9.
           05  fa-branch               picture xx.
           05  fa-plate-number         picture x(8).
           05  fa-purchase-date        picture 9(6).
           05  fa-purchase-cost        picture 9(7)v99.
           05  fa-expected-life        picture 999.
           05  fa-salvage-value        picture 9(7)v99.
           05  fa-accum-depreciation   picture 9(7)v99.
           05  fa-last-depr-period     picture 9(4).
           05  fa-last-depr-amt        picture 9(7)v99.
           05  fa-status               picture x.
               88  fa-in-service           value "A".
               88  fa-disposed             value "D".
           05  fa-disposal-date        picture 9(6).
           05  fa-sale-price           picture 9(7)v99.
           05  fa-book-value-at-sale   picture 9(7)v99.
           05  fa-operator-id          picture x(3).
           05  fa-disposal-operator-id picture x(3).
