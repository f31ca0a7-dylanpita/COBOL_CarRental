      * that should be out on open rentals or in the shop.
      * a one-way rental moves a unit's counts from the
      * origin branch's record to the destination's at
      * check-in.  a unit shipped to another branch leaves
      * the sending branch's counts when it goes and joins
      * the receiving branch's when it lands - in transit
      * it is on neither.
      *****************************************************
       01  fleet-record.
           05  fi-key.
