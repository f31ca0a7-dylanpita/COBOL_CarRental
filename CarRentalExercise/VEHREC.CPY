      *****************************************************
      * layout of one vehicle on VEHICLE-FILE (VEHMSTR) -
      * one record per unit on the lot.  the fleet units
      * screen adds a unit when it is bought and removes it
      * when it is sold.  the check-out program assigns an
      * available unit and marks it rented; the check-in
      * program rolls the odometer forward and frees it;
      * the work-order program moves it in and out of the
      * shop and rolls the service odometer when the work
      * closes; the maintenance-due report compares miles
      * since last service to the unit's service interval;
      * the toll and citation match finds the unit by its
      * license plate; the transfer screen ships a unit to
      * another branch and lands it there, holding it in
      * transit (bound for the transfer branch) in between
      * so the counter cannot assign it.  shared so they
      * never drift apart.
      *****************************************************
       01  vehicle-record.
           05  vu-unit-number          picture 9(4).
               88  vu-available            value "A".
               88  vu-rented               value "R".
               88  vu-in-maintenance       value "M".
               88  vu-in-transit           value "T".
           05  vu-last-service-odometer  picture 9(6).
           05  vu-service-interval     picture 9(5).
           05  vu-branch               picture xx.
           05  vu-plate-number         picture x(8).
           05  vu-transfer-branch      picture xx.
           05  vu-transfer-date        picture 9(6).
