               access mode is dynamic
               record key is vu-unit-number
               file status is vehicle-file-status.
           select tax-file assign to "TAXTABLE"
               organization is indexed
               access mode is dynamic
               record key is tx-branch
               file status is tax-file-status.
           select corporate-file assign to "CORPACCT"
               organization is indexed
               access mode is dynamic
               record key is ca-account-number
               file status is corporate-file-status.
           select claim-file assign to "DMGCLAIM"
               organization is indexed
               access mode is dynamic
               record key is cl-claim-number
               file status is claim-file-status.
           select deposit-ledger assign to "DEPLEDGR"
               organization is indexed
               access mode is dynamic
               record key is dl-deposit-number
               file status is deposit-ledger-status.
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
           select print-file assign to "RECEIPT"
               organization is line sequential
               file status is print-file-status.
       fd  vehicle-file.
           copy "VEHREC.CPY".

       fd  tax-file.
           copy "TAXREC.CPY".

       fd  corporate-file.
           copy "CORPREC.CPY".

       fd  claim-file.
           copy "CLAIMREC.CPY".

       fd  deposit-ledger.
           copy "DEPREC.CPY".

       fd  rental-drivers.
           copy "DRVREC.CPY".

       fd  recall-file.
           copy "RCLREC.CPY".

       fd  service-history.
           copy "SVCREC.CPY".

       fd  print-file.
       01  print-line                  picture x(60).

           05  return-date         picture 9(6).
           05  odometer-in         picture 9(6).
           05  late-fee-amt        picture 9(4)v99.
           05  damage-flag-in      picture x.
               88  damage-reported         value "Y".
               88  damage-flag-valid       value "Y" "N".

      * what the agent sees on the car when damage is flagged -
      * the claim is opened on this, and the shop's figure
      * replaces the estimate on the claim screen later.
       01  damage-entry.
           05  damage-description-in   picture x(30).
           05  estimated-cost-in       picture 9(5)v99.

       01  miles-driven        picture 9(5).

       01  day-charge-display      picture $$$$$$9.99.
       01  rental-number-display   picture 9(9).

      * sales tax and facility charges at the check-out branch's
      * rates - the estimate the customer was given at check-out
      * was figured off the same table.  taxable-sales-amt is the
      * time, mileage, extra-driver fees and late fee; an account
      * the office has flagged tax-exempt pays the facility
      * charges but no tax.
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
       01  corp-file-open-switch   picture x value "N".
           88  corp-file-open              value "Y".

       01  tax-file-status         picture xx.
           88  tax-file-ok                 value "00".

       01  corporate-file-status   picture xx.
           88  corporate-file-ok           value "00".

       01  claim-file-status       picture xx.
           88  claim-file-not-found        value "35".

       01  deposit-ledger-status   picture xx.
           88  deposit-ledger-ok           value "00".

       01  deposit-file-open-switch    picture x value "N".
           88  deposit-file-open           value "Y".
       01  deposit-item-found-switch   picture x value "N".
           88  deposit-item-found          value "Y".
       01  deposit-eof-switch      picture x value "N".
           88  deposit-eof                 value "Y".
       01  claim-write-ok-switch   picture x value "N".
           88  claim-write-ok              value "Y".
       01  claim-number-display    picture 9(9).
       01  estimated-cost-display  picture $$$,$$9.99.

       01  rental-drivers-status   picture xx.
           88  rental-drivers-ok           value "00".

       01  driver-file-open-switch picture x value "N".
           88  driver-file-open            value "Y".
       01  driver-eof-switch       picture x value "N".
           88  driver-eof                  value "Y".

      * each additional driver pays the car class's daily fee
      * from the day he was added - the check-out day for the
      * ones on the rental from the start, later for one added
      * on the extension screen - to the day the car comes back.
       01  driver-count            picture 9 value 0.
       01  driver-table.
           05  driver-table-entry occurs 9 times
                   indexed by driver-idx.
               10  dt-last-name        picture x(20).
               10  dt-first-initial    picture x.
               10  dt-days-billed      picture 999.
               10  dt-fee-amt          picture 9(5)v99.
       01  driver-fee-total        picture 9(5)v99.
       01  driver-days             picture 999.
       01  driver-day-serial       picture 9(7).
       01  driver-fee-display      picture $$$$9.99.

      * a car coming back under an open safety recall goes
      * from the check-in lane straight to the shop - the
      * counter will not rent it again until the recall work
      * order is closed.
       01  recall-file-status      picture xx.
           88  recall-file-ok              value "00".
       01  service-history-status  picture xx.
           88  service-history-ok          value "00".
       01  recall-file-open-switch picture x value "N".
           88  recall-file-open            value "Y".
       01  service-file-open-switch    picture x value "N".
           88  service-file-open           value "Y".
       01  recall-eof-switch       picture x value "N".
           88  recall-eof                  value "Y".
       01  service-eof-switch      picture x value "N".
           88  service-eof                 value "Y".
       01  recall-repaired-switch  picture x value "N".
           88  recall-repaired             value "Y".
       01  recalls-open-on-unit    picture 99 value 0.

       01  open-rentals-status     picture xx.
           88  open-rentals-ok             value "00".

               10  rtt-mile-rate       picture 9v99.
               10  rtt-day-rate        picture 999.
               10  rtt-extended-day-rate  picture 999.
               10  rtt-extra-driver-rate  picture 99v99.

      * day-serial arithmetic works on two-digit years, so it is
      * good for dates in the 2000-2099 window only.
           05  column 19 picture ZZZZZ9 using odometer-in.
           05  line 5 column 1 value "Late return fee: ".
           05  column 19 picture ZZZ9.99 to late-fee-amt.
           05  line 6 column 1 value "Damage? (Y/N): ".
           05  column 19 picture x using damage-flag-in.
           05  line 8 column 1 picture x(40) from error-message.

       01  screen-4.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Damage report".
           05  line 3 column 1 value "Damage found: ".
           05  column 19 picture x(30) to damage-description-in.
           05  line 4 column 1 value "Estimated repair: ".
           05  column 19 picture ZZZZ9.99 to estimated-cost-in.
           05  line 6 column 1 picture x(40) from error-message.

       procedure division.

               stop run
           end-if

      * the office sets TAXTABLE and CORPACCT up by hand - with
      * no tax table the counter charges no tax or facility
      * charges, and with no account file nobody is exempt.
           open input tax-file
           if tax-file-ok
               move "Y" to tax-file-open-switch
           else
               display "*** TAX TABLE (TAXTABLE) NOT AVAILABLE - "
                   "NO TAX WILL BE CHARGED ***"
           end-if

           open input corporate-file
           if corporate-file-ok
               move "Y" to corp-file-open-switch
           end-if

           open i-o claim-file
           if claim-file-not-found
               open output claim-file
               close claim-file
               open i-o claim-file
           end-if

      * the deposit ledger is only read here, to tie a damage
      * claim to the deposit taken at check-out.
           open input deposit-ledger
           if deposit-ledger-ok
               move "Y" to deposit-file-open-switch
           end-if

      * no drivers file yet means no rental has had one.
           open input rental-drivers
           if rental-drivers-ok
               move "Y" to driver-file-open-switch
           end-if

           open input recall-file
           if recall-file-ok
               move "Y" to recall-file-open-switch
           end-if

           open input service-history
           if service-history-ok
               move "Y" to service-file-open-switch
           end-if

           open extend print-file
           if print-file-not-found
               open output print-file
                           to rtt-day-rate(rate-table-count)
                       move rt-extended-day-rate
                           to rtt-extended-day-rate(rate-table-count)
                       move rt-extra-driver-rate
                           to rtt-extra-driver-rate(rate-table-count)
                   end-if
           end-read.

           accept return-date from date
           move or-odometer-out to odometer-in
           move 0 to late-fee-amt
           move "N" to damage-flag-in
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
                       move "Odometer is below the check-out reading."
                           to error-message
                   else
                       if not damage-flag-valid
                           move "Damage must be Y or N."
                               to error-message
                       else
                           move "Y" to screen-input-ok
                       end-if
                   end-if
               end-if
           end-perform
           subtract or-odometer-out from odometer-in
               giving miles-driven
           if damage-reported
               perform 185-accept-damage-screen thru 185-exit
           end-if.

       180-exit.
           exit.

       185-accept-damage-screen.

           move spaces to damage-description-in
           move zero to estimated-cost-in
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
               display screen-4
               accept screen-4
               if damage-description-in = spaces
                   move "Describe the damage for the claim."
                       to error-message
               else
                   move "Y" to screen-input-ok
               end-if
           end-perform.

       185-exit.
           exit.

       190-compute-days-rented.

           move or-rn-date to serial-date
                       subtract loyalty-discount-amt
                           from total-price-days
                   end-if
                   perform 230-compute-driver-fees thru 230-exit
                   add total-price-days total-price-miles
                       driver-fee-total
                       giving amount-owed-numeric
                   add late-fee-amt to amount-owed-numeric
                       giving amount-due-numeric
                   move amount-due-numeric to taxable-sales-amt
                   perform 210-compute-tax-and-fees thru 210-exit
                   add tax-and-fee-total to amount-due-numeric
                   add late-fee-amt or-damage-deposit-amt
                       tax-and-fee-total
                       to amount-owed-numeric
                   move amount-due-numeric to amount-due-display
           end-search.
       200-exit.
           exit.

      *****************************************************
      * tax follows the branch the car went out from.  a
      * branch missing from the table charges nothing -
      * the office is told so on the screen.
      *****************************************************
       210-compute-tax-and-fees.

           move zero to state-tax-amt
           move zero to local-tax-amt
           move zero to facility-fee-total
           move zero to fee-amt(1)
           move zero to fee-amt(2)
           move spaces to fee-name-table
           move spaces to state-authority-name
           move spaces to local-authority-name
           perform 215-check-tax-exempt thru 215-exit
           move "N" to tax-entry-found-switch
           if tax-file-open
               move or-branch to tx-branch
               read tax-file
                   invalid key
                       display "*** NO TAX TABLE ENTRY FOR BRANCH "
                           or-branch " - NO TAX CHARGED ***"
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
               perform 220-compute-one-fee thru 220-exit
                   varying fee-sub from 1 by 1 until fee-sub > 2
           end-if
           add state-tax-amt local-tax-amt facility-fee-total
               giving tax-and-fee-total.

       210-exit.
           exit.

       215-check-tax-exempt.

           move "N" to tax-exempt-switch
           if or-account-number > 0 and corp-file-open
               move or-account-number to ca-account-number
               read corporate-file
                   invalid key
                       continue
                   not invalid key
                       if ca-is-tax-exempt
                           move "Y" to tax-exempt-switch
                       end-if
               end-read
           end-if.

       215-exit.
           exit.

       220-compute-one-fee.

           move tx-fee-name(fee-sub) to fee-name(fee-sub)
           multiply tx-fee-per-day(fee-sub) by days-rented
               giving fee-amt(fee-sub)
           add fee-amt(fee-sub) to facility-fee-total.

       220-exit.
           exit.

       230-compute-driver-fees.

           move zero to driver-fee-total
           move zero to driver-count
           move "N" to driver-eof-switch
           if driver-file-open
               move or-rental-number to rd-rental-number
               move zero to rd-driver-seq
               start rental-drivers key >= rd-key
                   invalid key
                       set driver-eof to true
               end-start
               perform 235-read-next-driver thru 235-exit
                   until driver-eof
           end-if.

       230-exit.
           exit.

       235-read-next-driver.

           read rental-drivers next record
               at end
                   set driver-eof to true
               not at end
                   if rd-rental-number not = or-rental-number
                       or driver-count >= 9
                       set driver-eof to true
                   else
                       perform 236-bill-one-driver thru 236-exit
                   end-if
           end-read.

       235-exit.
           exit.

       236-bill-one-driver.

           move days-rented to driver-days
           if rd-added-date > or-rn-date
               move rd-added-date to serial-date
               perform 500-compute-day-serial thru 500-exit
               move serial-days to driver-day-serial
               if return-day-serial > driver-day-serial
                   subtract driver-day-serial from return-day-serial
                       giving driver-days
               else
                   move 1 to driver-days
               end-if
               if driver-days > days-rented
                   move days-rented to driver-days
               end-if
           end-if

           add 1 to driver-count
           set driver-idx to driver-count
           move rd-last-name to dt-last-name(driver-idx)
           move rd-first-initial to dt-first-initial(driver-idx)
           move driver-days to dt-days-billed(driver-idx)
           multiply rtt-extra-driver-rate(rate-idx) by driver-days
               giving dt-fee-amt(driver-idx)
           add dt-fee-amt(driver-idx) to driver-fee-total.

       236-exit.
           exit.

       300-display-output.
           move or-damage-deposit-amt to damage-deposit-display
           move late-fee-amt to late-fee-display
           display "Unit No: ", or-unit-number
           display "Miles Driven: ", miles-driven
           display "Days Rented: ", days-rented
           if driver-count > 0
               move driver-fee-total to driver-fee-display
               display "Additional Drivers: ", driver-count,
                   "  Fees: ", driver-fee-display
           end-if
           display "-----------------------"
           display "Damage Deposit (paid at check-out): ",
               damage-deposit-display
           display "Late Fee: ", late-fee-display
           if rental-tax-exempt
               display "Sales Tax: EXEMPT"
           else
               add state-tax-amt local-tax-amt giving tax-display
               display "Sales Tax: ", tax-display
           end-if
           if facility-fee-total > 0
               move facility-fee-total to tax-display
               display "Facility Charges: ", tax-display
           end-if
           if or-account-number > 0
               display "Billed to Account: ", or-account-number
           else
           display "-----------------------"

           perform 320-write-rental-master thru 320-exit
           if damage-reported
               perform 330-open-damage-claim thru 330-exit
           end-if
           perform 310-print-receipt thru 310-exit
           perform 340-return-car-to-fleet thru 340-exit
           perform 345-update-vehicle thru 345-exit
               into print-line
           write print-line

           perform 312-print-one-driver thru 312-exit
               varying driver-idx from 1 by 1
               until driver-idx > driver-count

           move "------------------------------------------"
               to print-line
           write print-line
               write print-line
           end-if

           perform 315-print-tax-lines thru 315-exit

           if or-damage-deposit-amt > 0
               move spaces to print-line
               string "Damage Deposit (paid at check-out): "
               write print-line
           end-if

           if damage-reported
               move spaces to print-line
               string "Damage Noted: " delimited by size
                   damage-description-in delimited by size
                   into print-line
               write print-line

               move spaces to print-line
               string "Damage Claim No: " delimited by size
                   claim-number-display delimited by size
                   into print-line
               write print-line
           end-if

           move spaces to print-line
           write print-line.

       310-exit.
           exit.

       312-print-one-driver.

           move dt-fee-amt(driver-idx) to driver-fee-display
           move spaces to print-line
           string "Add'l Driver: " delimited by size
               dt-last-name(driver-idx) delimited by " "
               " " delimited by size
               dt-first-initial(driver-idx) delimited by size
               " " delimited by size
               dt-days-billed(driver-idx) delimited by size
               " days " delimited by size
               driver-fee-display delimited by size
               into print-line
           write print-line.

       312-exit.
           exit.

      *****************************************************
      * each tax and each facility charge on a line of its
      * own, named the way the table names it.
      *****************************************************
       315-print-tax-lines.

           if rental-tax-exempt
               move spaces to print-line
               string "Sales Tax: EXEMPT (account " delimited by size
                   or-account-number delimited by size
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
               varying fee-sub from 1 by 1 until fee-sub > 2.

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

       320-write-rental-master.

           accept rm-trans-date from date
           move or-account-number to rm-account-number
           move signed-on-operator to rm-operator-id
           move signed-on-branch to rm-branch
           move or-rental-number to rm-rental-number
           move or-checkout-time to rm-checkout-time
           move or-branch to rm-tax-branch
           move tax-exempt-switch to rm-tax-exempt
           move state-tax-amt to rm-state-tax-amt
           move local-tax-amt to rm-local-tax-amt
           move facility-fee-total to rm-facility-fee-amt
           move driver-count to rm-extra-drivers
           move driver-fee-total to rm-driver-fee-amt
           move or-license-number to rm-license-number
           move "N" to rental-write-ok-switch
           perform 325-write-rental-master-record thru 325-exit
               until rental-write-ok.
       325-exit.
           exit.

      *****************************************************
      * damage flagged at the counter opens a claim against
      * the rental.  the deposit item taken at check-out is
      * linked now - the refund screen decides what is
      * withheld from it - and the shop's work order is
      * linked on the claim screen once one is opened.
      *****************************************************
       330-open-damage-claim.

           perform 332-find-deposit-item thru 332-exit
           accept cl-cn-date from date
           move zero to cl-cn-seq
           move or-rental-number to cl-rental-number
           move or-unit-number to cl-unit-number
           move or-license-number to cl-license-number
           move or-last-name to cl-last-name
           move or-first-initial to cl-first-initial
           move signed-on-branch to cl-branch
           move zero to cl-work-order
           if deposit-item-found
               move dl-deposit-number to cl-deposit-number
           else
               move zero to cl-deposit-number
           end-if
           move damage-description-in to cl-damage-description
           move estimated-cost-in to cl-estimated-cost
           move zero to cl-actual-cost
           move zero to cl-recovered-deposit
           move zero to cl-recovered-customer
           move zero to cl-recovered-insurer
           move spaces to cl-insurer-name
           set cl-item-open to true
           move zero to cl-close-date
           move signed-on-operator to cl-operator-id
           move spaces to cl-update-operator-id
           move "N" to claim-write-ok-switch
           perform 335-write-claim-record thru 335-exit
               until claim-write-ok

           move cl-claim-number to claim-number-display
           move estimated-cost-in to estimated-cost-display
           display "Damage Claim No: ", claim-number-display
           display "Estimated Repair: ", estimated-cost-display
           display "Send the unit to the shop - open a work order"
               " on it.".

       330-exit.
           exit.

      * the deposit was numbered off the check-out date, so the
      * search starts there and stops at the first item for a
      * later day.
       332-find-deposit-item.

           move "N" to deposit-item-found-switch
           move "N" to deposit-eof-switch
           if deposit-file-open and or-damage-deposit-amt > 0
               move or-rn-date to dl-dn-date
               move zero to dl-dn-seq
               start deposit-ledger key >= dl-deposit-number
                   invalid key
                       set deposit-eof to true
               end-start
               perform 333-read-next-deposit thru 333-exit
                   until deposit-item-found or deposit-eof
           end-if.

       332-exit.
           exit.

       333-read-next-deposit.

           read deposit-ledger next record
               at end
                   set deposit-eof to true
               not at end
                   if dl-dn-date not = or-rn-date
                       set deposit-eof to true
                   else
                       if dl-rental-number = or-rental-number
                           move "Y" to deposit-item-found-switch
                       end-if
                   end-if
           end-read.

       333-exit.
           exit.

       335-write-claim-record.

           write damage-claim-record
               invalid key
                   if cl-cn-seq >= 999
                       display "*** DAMAGE CLAIM NOT SAVED, STATUS "
                           claim-file-status " ***"
                       display "*** SEE YOUR SUPERVISOR ***"
                       move "Y" to claim-write-ok-switch
                   else
                       add 1 to cl-cn-seq
                   end-if
               not invalid key
                   move "Y" to claim-write-ok-switch
                   move spaces to jr-before-image
                   move damage-claim-record to jr-after-image
                   move "DMGCLAIM" to jr-file-name
                   move "A" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-write.

       335-exit.
           exit.

      *****************************************************
      * the car comes back into the branch the operator is
      * signed on at.  a straight return puts it back on
                   move "VEHMSTR" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
                   perform 346-check-open-recalls thru 346-exit
           end-read.

       345-exit.
           exit.

      *****************************************************
      * every open recall campaign that reaches the unit
      * just checked in - named on its own, or by its type
      * and in-service date - and has no closed work order
      * against it is put in front of the clerk.
      *****************************************************
       346-check-open-recalls.

           move zero to recalls-open-on-unit
           if recall-file-open
               move "N" to recall-eof-switch
               move spaces to rl-campaign-number
               move zero to rl-line-seq
               start recall-file key >= rl-key
                   invalid key
                       set recall-eof to true
               end-start
               perform 347-read-next-recall thru 347-exit
                   until recall-eof
           end-if
           if recalls-open-on-unit > 0
               display "*** UNIT " vu-unit-number
                   " GOES STRAIGHT TO THE SHOP - OPEN A RECALL"
                   " WORK ORDER ***"
           end-if.

       346-exit.
           exit.

       347-read-next-recall.

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
                           perform 348-check-recall-repair
                               thru 348-exit
                       end-if
                   end-if
           end-read.

       347-exit.
           exit.

      * the campaign reaches this unit - has the shop closed a
      * work order against it?
       348-check-recall-repair.

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
           perform 349-read-next-order thru 349-exit
               until recall-repaired or service-eof
           if not recall-repaired
               add 1 to recalls-open-on-unit
               display "*** SAFETY RECALL " rl-campaign-number
                   " - " rl-description " ***"
           end-if.

       348-exit.
           exit.

       349-read-next-order.

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

       349-exit.
           exit.

       350-delete-open-rental.

           move open-rental-record to jr-before-image
           close rental-master
           close fleet-file
           close vehicle-file
           if tax-file-open
               close tax-file
           end-if
           if corp-file-open
               close corporate-file
           end-if
           close claim-file
           if deposit-file-open
               close deposit-ledger
           end-if
           if driver-file-open
               close rental-drivers
           end-if
           if recall-file-open
               close recall-file
           end-if
           if service-file-open
               close service-history
           end-if
           close print-file
           close journal-file.

