               access mode is dynamic
               record key is ca-account-number
               file status is corporate-file-status.
           select tax-file assign to "TAXTABLE"
               organization is indexed
               access mode is dynamic
               record key is tx-branch
               file status is tax-file-status.
           select customer-master assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
           select turn-away-file assign to "TURNAWAY"
               organization is line sequential
               file status is turn-away-file-status.
           select rental-drivers assign to "RENTDRVR"
               organization is indexed
               access mode is dynamic
               record key is rd-key
               file status is rental-drivers-status.
           select recall-file assign to "RECALLS"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is recall-file-status.
           select service-history assign to "SVCHIST"
               organization is indexed
               access mode is dynamic
               record key is sv-key
               file status is service-history-status.

       data division.
       file section.
       fd  corporate-file.
           copy "CORPREC.CPY".

       fd  tax-file.
           copy "TAXREC.CPY".

       fd  customer-master.
           copy "CUSTREC.CPY".

       fd  turn-away-file.
           copy "TAREC.CPY".

       fd  rental-drivers.
           copy "DRVREC.CPY".

       fd  recall-file.
           copy "RCLREC.CPY".

       fd  service-history.
           copy "SVCREC.CPY".

       working-storage section.
       01 customer.
           05  last-name       picture x(20).
           05  type-of-car     picture 9.
           05  days-expected   picture 999.
           05  damage-deposit-amt  picture 9(4)v99.
           05  extra-drivers-in    picture 9.

      * address and phone are keyed once, the first time a license
      * turns up at the counter - after that the record carries
           05  address-line-2-in   picture x(30).
           05  phone-number-in     picture x(12).

      * each additional driver is keyed on a screen of his own
      * and checked against CUSTMSTR the way the renter is; the
      * ones accepted are held here until the rental is saved.
      * a license left blank drops that driver.
       01  max-extra-drivers       picture 9 value 3.
       01  driver-entry.
           05  driver-last-name-in     picture x(20).
           05  driver-initial-in       picture x.
           05  driver-license-in       picture x(13).
           05  driver-expiry-in        picture 9(6).
           05  driver-address-1-in     picture x(30).
           05  driver-address-2-in     picture x(30).
           05  driver-phone-in         picture x(12).
       01  driver-sub              picture 9.
       01  driver-count            picture 9 value 0.
       01  driver-table.
           05  driver-table-entry occurs 3 times
                   indexed by driver-idx.
               10  dt-last-name        picture x(20).
               10  dt-first-initial    picture x.
               10  dt-license-number   picture x(13).
               10  dt-license-expiry   picture 9(6).
               10  dt-address-line-1   picture x(30).
               10  dt-address-line-2   picture x(30).
               10  dt-phone-number     picture x(12).
       01  duplicate-driver-switch picture x value "N".
           88  duplicate-driver            value "Y".
       01  driver-on-file-switch   picture x value "N".
           88  driver-on-file              value "Y".

       01  type-of-car-name    picture x(9).
       01  are-there-more-records  picture x value "Y".

       01  turn-away-file-status   picture xx.
           88  turn-away-file-not-found    value "35".

       01  rental-drivers-status   picture xx.
           88  rental-drivers-not-found    value "35".

       01  recall-file-status      picture xx.
           88  recall-file-ok              value "00".

       01  service-history-status  picture xx.
           88  service-history-ok          value "00".

       01  repeat-customer-switch  picture x value "N".
           88  repeat-customer             value "Y".

       01  vehicle-eof-switch      picture x value "N".
           88  vehicle-eof                 value "Y".

      * a unit under an open safety recall stays on the lot
      * until the shop closes a work order against the
      * campaign - no recall file means no campaigns.
       01  recall-file-open-switch picture x value "N".
           88  recall-file-open            value "Y".
       01  service-file-open-switch    picture x value "N".
           88  service-file-open           value "Y".
       01  recall-eof-switch       picture x value "N".
           88  recall-eof                  value "Y".
       01  service-eof-switch      picture x value "N".
           88  service-eof                 value "Y".
       01  recall-hold-switch      picture x value "N".
           88  recall-hold                 value "Y".
       01  recall-repaired-switch  picture x value "N".
           88  recall-repaired             value "Y".
       01  units-held-for-recall   picture 999 value 0.

      * cash is the normal case - a driver renting on account keys
      * his company's account number and no money changes hands at
      * the counter.
               10  rtt-mile-rate       picture 9v99.
               10  rtt-day-rate        picture 999.
               10  rtt-extended-day-rate  picture 999.
               10  rtt-extra-driver-rate  picture 99v99.

       01  quoted-day-rate         picture 999.
       01  quoted-driver-rate      picture 99v99.
       01  quoted-mile-rate        picture 9v99.
       01  quoted-extended-rate    picture 999.

      * the estimate quoted at the counter: the days expected at
      * the car's rates less the repeat-customer discount, with
      * the branch's sales tax and facility charges on top -
      * figured the same way the check-in calculation will
      * figure the real bill.  mileage past the free 100 is
      * unknown until the car comes back, so it is left out.
       01  estimate-time-charge    picture 9(7)v99.
       01  estimate-extra-days     picture 999.
       01  estimate-extra-charge   picture 9(7)v99.
       01  estimate-discount-amt   picture 9(7)v99.
       01  estimate-driver-charge  picture 9(7)v99.
       01  estimate-total          picture 9(7)v99.
       01  estimate-display        picture $$$$$$9.99.

       01  taxable-sales-amt       picture 9(7)v99.
       01  state-tax-amt           picture 9(5)v99.
       01  local-tax-amt           picture 9(5)v99.
       01  facility-fee-total      picture 9(5)v99.
       01  tax-and-fee-total       picture 9(7)v99.
       01  fee-amount-table.
           05  fee-amt occurs 2 times  picture 9(5)v99.
       01  fee-name-table.
           05  fee-name occurs 2 times picture x(20).
       01  fee-sub                 picture 9.
       01  state-authority-name    picture x(12).
       01  local-authority-name    picture x(12).
       01  tax-display             picture $$$$9.99.

       01  tax-exempt-switch       picture x value "N".
           88  rental-tax-exempt           value "Y".
       01  tax-entry-found-switch  picture x value "N".
           88  tax-entry-found             value "Y".
       01  tax-file-open-switch    picture x value "N".
           88  tax-file-open               value "Y".

       01  tax-file-status         picture xx.
           88  tax-file-ok                 value "00".

       01  operator-file-status    picture xx.
           88  operator-file-ok            value "00".
           05  column 17 picture ZZZZZZZZ9 to reservation-number-in.
           05  line 9 column 1 value "Bill to acct: ".
           05  column 17 picture ZZZZ9 to account-number-in.
           05  line 10 column 1 value "Extra drivers: ".
           05  column 17 picture 9 to extra-drivers-in.
           05  line 11 column 1 picture x(40) from error-message.

       01  screen-2.
           05  line 5 column 1 value "Phone: ".
           05  column 17 picture x(12) to phone-number-in.

       01  screen-5.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Additional driver ".
           05  column 19 picture 9 from driver-sub.
           05  line 2 column 1 value "Last name: ".
           05  column 17 picture x(20) using driver-last-name-in.
           05  line 3 column 1 value "First initial: ".
           05  column 17 picture x using driver-initial-in.
           05  line 4 column 1 value "License no: ".
           05  column 17 picture x(13) using driver-license-in.
           05  line 5 column 1 value "License expiry: ".
           05  column 17 picture 9(6) using driver-expiry-in.
           05  line 6 column 1 value "Address: ".
           05  column 17 picture x(30) using driver-address-1-in.
           05  line 7 column 1 value "         ".
           05  column 17 picture x(30) using driver-address-2-in.
           05  line 8 column 1 value "Phone: ".
           05  column 17 picture x(12) using driver-phone-in.
           05  line 9 column 1
               value "(address and phone for a new driver only)".
           05  line 10 column 1
               value "Leave the license blank to drop the driver.".
           05  line 11 column 1 picture x(40) from error-message.


       procedure division.
                   move zero to account-number-in
                   move spaces to license-number-in
                   move zero to license-expiry-in
                   move zero to extra-drivers-in
                   display screen-1
                   accept screen-1
                   perform 150-validate-screen-input thru 150-exit
               if new-customer
                   perform 165-accept-new-customer thru 165-exit
               end-if
               perform 160-accept-extra-drivers thru 160-exit
               perform 180-accept-deposit-screen thru 180-exit
               perform 200-lookup-rate thru 200-exit
               if rate-lookup-ok
               move "N" to corp-file-open-switch
           end-if

      * the tax table is the office's too - without it the
      * estimate goes out with no tax or facility charges on it.
           open input tax-file
           if tax-file-ok
               move "Y" to tax-file-open-switch
           else
               display "*** TAX TABLE (TAXTABLE) NOT AVAILABLE - "
                   "ESTIMATES CARRY NO TAX ***"
           end-if

           open i-o customer-master
           if customer-master-not-found
               open output customer-master
               open output turn-away-file
               close turn-away-file
               open extend turn-away-file
           end-if

           open i-o rental-drivers
           if rental-drivers-not-found
               open output rental-drivers
               close rental-drivers
               open i-o rental-drivers
           end-if

      * the recall file is the office's; the service history is
      * only read here, to see whether the recall work is done.
           open input recall-file
           if recall-file-ok
               move "Y" to recall-file-open-switch
           end-if

           open input service-history
           if service-history-ok
               move "Y" to service-file-open-switch
           end-if.

       050-exit.
                           to rtt-day-rate(rate-table-count)
                       move rt-extended-day-rate
                           to rtt-extended-day-rate(rate-table-count)
                       move rt-extra-driver-rate
                           to rtt-extra-driver-rate(rate-table-count)
                   end-if
           end-read.

               when license-expiry-in <= today-date
                   move "That driver's license is expired."
                       to error-message
               when extra-drivers-in > max-extra-drivers
                   move "No more than 3 extra drivers."
                       to error-message
               when other
                   perform 151-validate-car-and-days thru 151-exit
           end-evaluate.
       155-check-corporate-account.

           move "N" to bill-to-account-switch
           move "N" to tax-exempt-switch
           move spaces to bill-company-name
           if account-number-in > 0
               if corp-file-open
                       not invalid key
                           move "Y" to bill-to-account-switch
                           move ca-company-name to bill-company-name
                           if ca-is-tax-exempt
                               move "Y" to tax-exempt-switch
                           end-if
                   end-read
               else
                   move "Account billing is not available."
       155-exit.
           exit.

      *****************************************************
      * one screen per additional driver.  each is held to
      * the renter's rules - a real, unexpired license and
      * no block on CUSTMSTR - and a driver the office has
      * blocked is refused here the same way.
      *****************************************************
       160-accept-extra-drivers.

           move zero to driver-count
           perform 161-accept-one-driver thru 161-exit
               varying driver-sub from 1 by 1
               until driver-sub > extra-drivers-in.

       160-exit.
           exit.

       161-accept-one-driver.

           move spaces to driver-last-name-in
           move spaces to driver-initial-in
           move spaces to driver-license-in
           move zero to driver-expiry-in
           move spaces to driver-address-1-in
           move spaces to driver-address-2-in
           move spaces to driver-phone-in
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
               display screen-5
               accept screen-5
               perform 162-validate-driver thru 162-exit
           end-perform
           if driver-license-in not = spaces
               add 1 to driver-count
               set driver-idx to driver-count
               move driver-last-name-in to dt-last-name(driver-idx)
               move driver-initial-in to dt-first-initial(driver-idx)
               move driver-license-in
                   to dt-license-number(driver-idx)
               move driver-expiry-in to dt-license-expiry(driver-idx)
               move driver-address-1-in
                   to dt-address-line-1(driver-idx)
               move driver-address-2-in
                   to dt-address-line-2(driver-idx)
               move driver-phone-in to dt-phone-number(driver-idx)
           end-if.

       161-exit.
           exit.

       162-validate-driver.

           move spaces to error-message
           move "N" to screen-input-ok
           if driver-license-in = spaces
               move "Y" to screen-input-ok
           else
               perform 163-check-duplicate-driver thru 163-exit
               move driver-expiry-in to serial-date
               evaluate true
                   when driver-license-in = license-number-in
                       or duplicate-driver
                       move "That driver is already on the rental."
                           to error-message
                   when serial-mm < 01 or serial-mm > 12
                       or serial-dd < 01 or serial-dd > 31
                       move "License expiry is not a real date."
                           to error-message
                   when driver-expiry-in <= today-date
                       move "That driver's license is expired."
                           to error-message
                   when other
                       perform 164-check-driver-customer
                           thru 164-exit
               end-evaluate
           end-if.

       162-exit.
           exit.

       163-check-duplicate-driver.

           move "N" to duplicate-driver-switch
           set driver-idx to 1
           search driver-table-entry
               at end
                   continue
               when driver-idx > driver-count
                   continue
               when dt-license-number(driver-idx) = driver-license-in
                   move "Y" to duplicate-driver-switch
           end-search.

       163-exit.
           exit.

      * a driver on file keeps his CUSTMSTR name; a new one
      * has to give one.
       164-check-driver-customer.

           move driver-license-in to cm-license-number
           read customer-master
               invalid key
                   move "N" to driver-on-file-switch
               not invalid key
                   move "Y" to driver-on-file-switch
           end-read
           evaluate true
               when driver-on-file and cm-do-not-rent
                   move "Driver is blocked - see the office."
                       to error-message
               when driver-on-file
                   move cm-last-name to driver-last-name-in
                   move cm-first-initial to driver-initial-in
                   move "Y" to screen-input-ok
               when driver-last-name-in = spaces
                   move "New driver - a last name is needed."
                       to error-message
               when other
                   move "Y" to screen-input-ok
           end-evaluate.

       164-exit.
           exit.

       165-accept-new-customer.

           move spaces to address-line-1-in
       172-assign-vehicle-unit.

           move "N" to vehicle-eof-switch
           move zero to units-held-for-recall
           move zero to vu-unit-number
           start vehicle-file key >= vu-unit-number
               invalid key
               move vu-unit-number to assigned-unit-number
               move vu-current-odometer to assigned-odometer-out
           else
               if units-held-for-recall > 0
                   move "Units of that type are held for recall."
                       to error-message
               else
                   move "No unit of that type is on the lot."
                       to error-message
               end-if
               move "N" to screen-input-ok
               move "NAV" to ta-reason
               perform 905-write-turn-away thru 905-exit
               not at end
                   if vu-type-of-car = type-of-car and vu-available
                       and vu-branch = signed-on-branch
                       perform 174-check-recall-hold thru 174-exit
                       if recall-hold
                           add 1 to units-held-for-recall
                       else
                           move "Y" to unit-assigned-switch
                       end-if
                   end-if
           end-read.

       173-exit.
           exit.

      *****************************************************
      * is the unit in the vehicle record reached by an
      * open recall campaign - named on its own, or by its
      * type and in-service date - with no closed work
      * order against that campaign yet?  then it stays on
      * the lot.
      *****************************************************
       174-check-recall-hold.

           move "N" to recall-hold-switch
           if recall-file-open
               move "N" to recall-eof-switch
               move spaces to rl-campaign-number
               move zero to rl-line-seq
               start recall-file key >= rl-key
                   invalid key
                       set recall-eof to true
               end-start
               perform 178-read-next-recall thru 178-exit
                   until recall-hold or recall-eof
           end-if.

       174-exit.
           exit.

       175-restore-fleet-availability.

           move fleet-record to jr-before-image
       177-exit.
           exit.

       178-read-next-recall.

           read recall-file next record
               at end
                   set recall-eof to true
               not at end
                   if rl-campaign-active
                       if (rl-by-unit
                               and rl-unit-number = vu-unit-number)
                           or (rl-by-type
                               and rl-type-of-car = vu-type-of-car
                               and vu-in-service-date
                                   >= rl-in-service-from
                               and vu-in-service-date
                                   <= rl-in-service-to)
                           perform 185-check-recall-repair
                               thru 185-exit
                       end-if
                   end-if
           end-read.

       178-exit.
           exit.

       179-read-next-order.

           read service-history next record
               at end
                   set service-eof to true
               not at end
                   if sv-unit-number not = vu-unit-number
                       set service-eof to true
                   else
                       if sv-item-closed
                           and sv-campaign-number = rl-campaign-number
                           move "Y" to recall-repaired-switch
                       end-if
                   end-if
           end-read.

       179-exit.
           exit.

       180-accept-deposit-screen.

           move 0 to damage-deposit-amt
       180-exit.
           exit.

      *****************************************************
      * the campaign reaches this unit - has the shop closed
      * a work order against it?  if not, the unit is held.
      *****************************************************
       185-check-recall-repair.

           move "N" to recall-repaired-switch
           move "N" to service-eof-switch
           if service-file-open
               move vu-unit-number to sv-unit-number
               move zero to sv-open-date
               move zero to sv-open-seq
               start service-history key >= sv-key
                   invalid key
                       set service-eof to true
               end-start
           else
               set service-eof to true
           end-if
           perform 179-read-next-order thru 179-exit
               until recall-repaired or service-eof
           if not recall-repaired
               move "Y" to recall-hold-switch
           end-if.

       185-exit.
           exit.

       200-lookup-rate.

           move "Y" to rate-lookup-switch
                   move rtt-car-name(rate-idx) to type-of-car-name
                   move rtt-day-rate(rate-idx) to quoted-day-rate
                   move rtt-mile-rate(rate-idx) to quoted-mile-rate
                   move rtt-extended-day-rate(rate-idx)
                       to quoted-extended-rate
                   move rtt-extra-driver-rate(rate-idx)
                       to quoted-driver-rate
           end-search
           if rate-lookup-ok
               perform 210-compute-estimate thru 210-exit
           end-if.

       200-exit.
           exit.

      *****************************************************
      * the first seven days at the day rate and the rest
      * at the extended rate, then the repeat-customer
      * discount - the same steps the check-in program
      * takes, so the estimate and the bill agree when the
      * car comes back on time inside its free miles.  each
      * additional driver is a day's fee per day expected,
      * taxed with the time charge.
      *****************************************************
       210-compute-estimate.

           if days-expected > 7
               subtract 7 from days-expected
                   giving estimate-extra-days
               multiply 7 by quoted-day-rate
                   giving estimate-time-charge
               multiply estimate-extra-days by quoted-extended-rate
                   giving estimate-extra-charge
               add estimate-extra-charge to estimate-time-charge
           else
               multiply days-expected by quoted-day-rate
                   giving estimate-time-charge
           end-if
           if repeat-customer
               multiply estimate-time-charge by 0.10
                   giving estimate-discount-amt
               subtract estimate-discount-amt
                   from estimate-time-charge
           end-if
           compute estimate-driver-charge =
               quoted-driver-rate * driver-count * days-expected
           add estimate-time-charge estimate-driver-charge
               giving taxable-sales-amt
           perform 220-compute-tax-and-fees thru 220-exit
           add estimate-time-charge estimate-driver-charge
               tax-and-fee-total
               giving estimate-total.

       210-exit.
           exit.

      *****************************************************
      * tax follows the branch the car goes out from.  a
      * branch missing from the table charges nothing.
      *****************************************************
       220-compute-tax-and-fees.

           move zero to state-tax-amt
           move zero to local-tax-amt
           move zero to facility-fee-total
           move zero to fee-amt(1)
           move zero to fee-amt(2)
           move spaces to fee-name-table
           move spaces to state-authority-name
           move spaces to local-authority-name
           move "N" to tax-entry-found-switch
           if tax-file-open
               move signed-on-branch to tx-branch
               read tax-file
                   invalid key
                       display "*** NO TAX TABLE ENTRY FOR BRANCH "
                           signed-on-branch " - NO TAX ESTIMATED ***"
                   not invalid key
                       move "Y" to tax-entry-found-switch
               end-read
           end-if
           if tax-entry-found
               move tx-state-authority to state-authority-name
               if state-authority-name = spaces
                   move "State" to state-authority-name
               end-if
               move tx-local-authority to local-authority-name
               if local-authority-name = spaces
                   move "Local" to local-authority-name
               end-if
               if not rental-tax-exempt
                   compute state-tax-amt rounded
                       = taxable-sales-amt * tx-state-rate
                   compute local-tax-amt rounded
                       = taxable-sales-amt * tx-local-rate
               end-if
               perform 225-compute-one-fee thru 225-exit
                   varying fee-sub from 1 by 1 until fee-sub > 2
           end-if
           add state-tax-amt local-tax-amt facility-fee-total
               giving tax-and-fee-total.

       220-exit.
           exit.

       225-compute-one-fee.

           move tx-fee-name(fee-sub) to fee-name(fee-sub)
           multiply tx-fee-per-day(fee-sub) by days-expected
               giving fee-amt(fee-sub)
           add fee-amt(fee-sub) to facility-fee-total.

       225-exit.
           exit.

       300-display-output.
           perform 320-write-open-rental thru 320-exit
           if damage-deposit-amt > 0
           if using-reservation
               perform 350-mark-reservation-honored thru 350-exit
           end-if
           if driver-count > 0
               perform 360-write-rental-drivers thru 360-exit
           end-if

           move damage-deposit-amt to damage-deposit-display
           move or-rental-number to rental-number-display
           display "Type of Car: ", type-of-car-name
           display "Unit No: ", assigned-unit-number
           display "Days Expected: ", days-expected
           if driver-count > 0
               display "Additional Drivers: ", driver-count
           end-if
           if bill-to-account
               display "Bill to: ", bill-company-name
           end-if
           display "-----------------------"
           display "Damage Deposit Collected: ", damage-deposit-display
           move estimate-total to estimate-display
           display "Estimated Charges: ", estimate-display
           display "-----------------------"

           perform 310-print-receipt thru 310-exit
               into print-line
           write print-line

           perform 312-print-one-driver thru 312-exit
               varying driver-idx from 1 by 1
               until driver-idx > driver-count

           move spaces to print-line
           string "Day Rate: " delimited by size
               day-rate-display delimited by size
               into print-line
           write print-line

           perform 315-print-estimate thru 315-exit

           move "------------------------------------------"
               to print-line
           write print-line
       310-exit.
           exit.

       312-print-one-driver.

           move spaces to print-line
           string "Add'l Driver: " delimited by size
               dt-last-name(driver-idx) delimited by " "
               " " delimited by size
               dt-first-initial(driver-idx) delimited by size
               "  Lic: " delimited by size
               dt-license-number(driver-idx) delimited by size
               into print-line
           write print-line.

       312-exit.
           exit.

      *****************************************************
      * the estimate, each tax and facility charge on a
      * line of its own the way the check-in receipt will
      * show them.
      *****************************************************
       315-print-estimate.

           move "------------------------------------------"
               to print-line
           write print-line

           move spaces to print-line
           string "Estimate for " delimited by size
               days-expected delimited by size
               " days:" delimited by size
               into print-line
           write print-line

           move estimate-time-charge to estimate-display
           move spaces to print-line
           string "Time Charge: " delimited by size
               estimate-display delimited by size
               into print-line
           write print-line

           if estimate-driver-charge > 0
               move estimate-driver-charge to estimate-display
               move spaces to print-line
               string "Extra Drivers (" delimited by size
                   driver-count delimited by size
                   "): " delimited by size
                   estimate-display delimited by size
                   into print-line
               write print-line
           end-if

           if rental-tax-exempt
               move spaces to print-line
               string "Sales Tax: EXEMPT (account " delimited by size
                   account-number-in delimited by size
                   ")" delimited by size
                   into print-line
               write print-line
           end-if

           if state-tax-amt > 0
               move state-tax-amt to tax-display
               move spaces to print-line
               string state-authority-name delimited by "  "
                   " Sales Tax: " delimited by size
                   tax-display delimited by size
                   into print-line
               write print-line
           end-if

           if local-tax-amt > 0
               move local-tax-amt to tax-display
               move spaces to print-line
               string local-authority-name delimited by "  "
                   " Sales Tax: " delimited by size
                   tax-display delimited by size
                   into print-line
               write print-line
           end-if

           perform 316-print-one-fee-line thru 316-exit
               varying fee-sub from 1 by 1 until fee-sub > 2

           move estimate-total to estimate-display
           move spaces to print-line
           string "Estimated Total: " delimited by size
               estimate-display delimited by size
               into print-line
           write print-line

           move spaces to print-line
           string "Miles past the first 100 are extra."
               delimited by size
               into print-line
           write print-line.

       315-exit.
           exit.

       316-print-one-fee-line.

           if fee-amt(fee-sub) > 0
               move fee-amt(fee-sub) to tax-display
               move spaces to print-line
               string fee-name(fee-sub) delimited by "  "
                   ": " delimited by size
                   tax-display delimited by size
                   into print-line
               write print-line
           end-if.

       316-exit.
           exit.

       320-write-open-rental.

           accept or-rn-date from date
               not invalid key
                   move reservation-record to jr-before-image
                   set rv-honored to true
                   move or-rental-number to rv-rental-number
                   rewrite reservation-record
                   move reservation-record to jr-after-image
                   move "RESVFILE" to jr-file-name
       350-exit.
           exit.

      *****************************************************
      * the rental's additional drivers, numbered in the
      * order they were keyed, each added to CUSTMSTR the
      * first time his license turns up or his expiry
      * refreshed if it is already there.  a driver is not
      * the renter, so his rental count is left alone.
      *****************************************************
       360-write-rental-drivers.

           perform 362-write-one-driver thru 362-exit
               varying driver-idx from 1 by 1
               until driver-idx > driver-count.

       360-exit.
           exit.

       362-write-one-driver.

           move or-rental-number to rd-rental-number
           set driver-sub to driver-idx
           move driver-sub to rd-driver-seq
           move dt-license-number(driver-idx) to rd-license-number
           move dt-last-name(driver-idx) to rd-last-name
           move dt-first-initial(driver-idx) to rd-first-initial
           move or-rn-date to rd-added-date
           move signed-on-operator to rd-operator-id
           write rental-driver-record
               invalid key
                   display "*** DRIVER " rd-license-number
                       " NOT RECORDED, STATUS " rental-drivers-status
                       " ***"
               not invalid key
                   move spaces to jr-before-image
                   move rental-driver-record to jr-after-image
                   move "RENTDRVR" to jr-file-name
                   move "A" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-write

           move dt-license-number(driver-idx) to cm-license-number
           read customer-master
               invalid key
                   move dt-license-number(driver-idx)
                       to cm-license-number
                   move dt-last-name(driver-idx) to cm-last-name
                   move dt-first-initial(driver-idx)
                       to cm-first-initial
                   move dt-address-line-1(driver-idx)
                       to cm-address-line-1
                   move dt-address-line-2(driver-idx)
                       to cm-address-line-2
                   move dt-phone-number(driver-idx) to cm-phone-number
                   move dt-license-expiry(driver-idx)
                       to cm-license-expiry
                   move 0 to cm-rental-count
                   move "N" to cm-block-flag
                   move spaces to cm-block-reason
                   write customer-master-record
                   move spaces to jr-before-image
                   move "A" to jr-action
               not invalid key
                   move customer-master-record to jr-before-image
                   move dt-license-expiry(driver-idx)
                       to cm-license-expiry
                   rewrite customer-master-record
                   move "R" to jr-action
           end-read
           move customer-master-record to jr-after-image
           move "CUSTMSTR" to jr-file-name
           perform 900-write-journal-entry thru 900-exit.

       362-exit.
           exit.

      *****************************************************
      * convert serial-date (yymmdd) to a day count so two
      * dates can be subtracted.  years 00-99 are taken as
           if corp-file-open
               close corporate-file
           end-if
           if tax-file-open
               close tax-file
           end-if
           close print-file
           close customer-master
           close journal-file
           close turn-away-file
           close rental-drivers
           if recall-file-open
               close recall-file
           end-if
           if service-file-open
               close service-history
           end-if.

       950-exit.
           exit.
