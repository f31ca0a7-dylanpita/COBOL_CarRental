       identification division.
       program-id. Program29 as "CarRentalExercise.Program29".

       environment division.
       input-output section.
       file-control.
           select vehicle-file assign to "VEHMSTR"
               organization is indexed
               access mode is dynamic
               record key is vu-unit-number
               file status is vehicle-file-status.
           select fleet-file assign to "FLEETINV"
               organization is indexed
               access mode is dynamic
               record key is fi-key
               file status is fleet-file-status.
           select asset-file assign to "FIXASSET"
               organization is indexed
               access mode is dynamic
               record key is fa-unit-number
               file status is asset-file-status.
           select operator-file assign to "OPERMSTR"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is operator-file-status.
           select journal-file assign to "DAYJRNL"
               organization is line sequential
               file status is journal-file-status.

       data division.
       file section.
       fd  vehicle-file.
           copy "VEHREC.CPY".

       fd  fleet-file.
           copy "FLEETREC.CPY".

       fd  asset-file.
           copy "ASSETREC.CPY".

       fd  operator-file.
           copy "OPERREC.CPY".

       fd  journal-file.
           copy "JRNLREC.CPY".

       working-storage section.
       01  unit-entry.
           05  action-code         picture x.
               88  action-is-add       value "A".
               88  action-is-dispose   value "D".
               88  action-is-inquiry   value "I".
           05  unit-number-in      picture 9(4).

       01  add-unit-entry.
           05  type-of-car-in      picture 9.
           05  branch-in           picture xx.
           05  plate-number-in     picture x(8).
           05  purchase-date-in    picture 9(6).
           05  purchase-cost-in    picture 9(7)v99.
           05  expected-life-in    picture 999.
           05  salvage-value-in    picture 9(7)v99.
           05  odometer-in         picture 9(6).
           05  service-interval-in picture 9(5).

       01  disposal-entry.
           05  disposal-date-in    picture 9(6).
           05  sale-price-in       picture 9(7)v99.

       01  are-there-more-records  picture x value "Y".

       01  vehicle-file-status     picture xx.
           88  vehicle-file-ok             value "00".

       01  fleet-file-status       picture xx.
           88  fleet-file-ok               value "00".

       01  asset-file-status       picture xx.
           88  asset-file-not-found        value "35".

       01  journal-file-status     picture xx.
           88  journal-file-not-found      value "35".

       01  screen-input-ok         picture x value "N".
           88  input-is-valid              value "Y".

       01  error-message           picture x(40).

       01  asset-found-switch      picture x value "N".
           88  asset-record-found          value "Y".

       01  today-date              picture 9(6).

      * the screens' date edits - yymmdd taken apart the way
      * the check-in screen takes the return date apart.
       01  serial-work.
           05  serial-date             picture 9(6).
           05  serial-date-r redefines serial-date.
               10  serial-yy           picture 99.
               10  serial-mm           picture 99.
               10  serial-dd           picture 99.

      * book value is cost less the depreciation charged by the
      * month-ends run so far; a sale above it is a gain, below
      * it a loss.
       01  book-value-amt          picture 9(7)v99.
       01  gain-loss-amt           picture 9(7)v99.
       01  amount-display          picture $$,$$$,$$9.99.
       01  book-value-display      picture $$,$$$,$$9.99.

       01  operator-file-status    picture xx.
           88  operator-file-ok            value "00".

       01  signed-on-switch        picture x value "N".
           88  operator-signed-on          value "Y".
       01  signon-try-count        picture 9 value 0.
       01  operator-id-in          picture x(3).
       01  password-in             picture x(8).
       01  signed-on-operator      picture x(3).
       01  signed-on-name          picture x(20).
       01  signed-on-branch        picture xx.

       screen section.
       01  screen-0.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Operator sign-on".
           05  line 3 column 1 value "Operator id: ".
           05  column 17 picture x(3) to operator-id-in.
           05  line 4 column 1 value "Password: ".
           05  column 17 picture x(8) secure to password-in.

       01  screen-1.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Fleet units".
           05  line 3 column 1 value "Action (A/D/I): ".
           05  column 19 picture x to action-code.
           05  line 4 column 1 value "Unit no: ".
           05  column 19 picture 9(4) to unit-number-in.
           05  line 6 column 1 value "A=add unit  D=dispose of unit".
           05  line 7 column 1 value "I=asset inquiry".
           05  line 9 column 1 picture x(40) from error-message.

       01  screen-2.
           05  blank screen
               foreground-color 2
               background-color 7
               highlight.

       01  screen-3.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Add new unit".
           05  line 3 column 1 value "Type of car: ".
           05  column 21 picture 9 using type-of-car-in.
           05  line 4 column 1 value "Branch: ".
           05  column 21 picture xx using branch-in.
           05  line 5 column 1 value "Plate number: ".
           05  column 21 picture x(8) using plate-number-in.
           05  line 6 column 1 value "Purchase date: ".
           05  column 21 picture 9(6) using purchase-date-in.
           05  line 7 column 1 value "Purchase cost: ".
           05  column 21 picture ZZZZZZ9.99 using purchase-cost-in.
           05  line 8 column 1 value "Life (months): ".
           05  column 21 picture ZZ9 using expected-life-in.
           05  line 9 column 1 value "Salvage value: ".
           05  column 21 picture ZZZZZZ9.99 using salvage-value-in.
           05  line 10 column 1 value "Odometer: ".
           05  column 21 picture ZZZZZ9 using odometer-in.
           05  line 11 column 1 value "Service interval: ".
           05  column 21 picture ZZZZ9 using service-interval-in.
           05  line 13 column 1 picture x(40) from error-message.

       01  screen-4.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Dispose of unit".
           05  line 3 column 1 value "Book value: ".
           05  column 21 picture x(13) from book-value-display.
           05  line 4 column 1 value "Disposal date: ".
           05  column 21 picture 9(6) using disposal-date-in.
           05  line 5 column 1 value "Sale price: ".
           05  column 21 picture ZZZZZZ9.99 using sale-price-in.
           05  line 7 column 1 picture x(40) from error-message.

       procedure division.

       100-main-module.

           perform 050-initialize-files thru 050-exit

           perform 055-operator-sign-on thru 055-exit

           perform until are-there-more-records = "N"
               move "N" to screen-input-ok
               move spaces to error-message
               perform until input-is-valid
                   move spaces to action-code
                   display screen-1
                   accept screen-1
                   perform 150-validate-screen-input thru 150-exit
               end-perform
               evaluate true
                   when action-is-add
                       perform 300-add-unit thru 300-exit
                   when action-is-dispose
                       perform 350-dispose-of-unit thru 350-exit
                   when action-is-inquiry
                       perform 600-asset-inquiry thru 600-exit
               end-evaluate
               display "Continue? Y/N"
               accept are-there-more-records
           end-perform

           perform 950-terminate-files thru 950-exit

           stop run.

       050-initialize-files.

           open input operator-file
           if not operator-file-ok
               display "*** OPERATOR FILE (OPERMSTR) NOT AVAILABLE"
                   " ***"
               stop run
           end-if

           open i-o vehicle-file
           if not vehicle-file-ok
               display "*** VEHICLE FILE (VEHMSTR) NOT AVAILABLE ***"
               stop run
           end-if

           open i-o fleet-file
           if not fleet-file-ok
               display "*** FLEET FILE (FLEETINV) NOT AVAILABLE ***"
               close vehicle-file
               stop run
           end-if

           open i-o asset-file
           if asset-file-not-found
               open output asset-file
               close asset-file
               open i-o asset-file
           end-if

           open extend journal-file
           if journal-file-not-found
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.

       050-exit.
           exit.

       055-operator-sign-on.

           perform 056-accept-sign-on thru 056-exit
               until operator-signed-on or signon-try-count >= 3
           if not operator-signed-on
               display "*** SIGN-ON FAILED - SEE YOUR SUPERVISOR ***"
               perform 950-terminate-files thru 950-exit
               stop run
           end-if.

       055-exit.
           exit.

       056-accept-sign-on.

           add 1 to signon-try-count
           move spaces to operator-id-in
           move spaces to password-in
           display screen-0
           accept screen-0
           move operator-id-in to op-operator-id
           read operator-file
               invalid key
                   display "Unknown operator id."
               not invalid key
                   if op-is-active and op-password = password-in
                       move "Y" to signed-on-switch
                       move op-operator-id to signed-on-operator
                       move op-name to signed-on-name
                       move op-branch to signed-on-branch
                   else
                       display "Sign-on not accepted."
                   end-if
           end-read.

       056-exit.
           exit.

       150-validate-screen-input.

           move spaces to error-message
           move "N" to screen-input-ok
           evaluate true
               when action-is-add
                   perform 152-check-new-unit-number thru 152-exit
               when action-is-dispose
                   perform 154-check-unit-to-dispose thru 154-exit
               when action-is-inquiry
                   perform 156-read-asset-record thru 156-exit
                   if not asset-record-found
                       move "No asset record for that unit."
                           to error-message
                   end-if
               when other
                   move "Action must be A, D, or I." to error-message
           end-evaluate
           if error-message = spaces
               move "Y" to screen-input-ok
           end-if.

       150-exit.
           exit.

      * a unit number is never used twice - a sold car's asset
      * record keeps its number.
       152-check-new-unit-number.

           if unit-number-in = 0
               move "Unit number is required." to error-message
           else
               move unit-number-in to vu-unit-number
               read vehicle-file
                   invalid key
                       perform 156-read-asset-record thru 156-exit
                       if asset-record-found
                           move "That unit number was used before."
                               to error-message
                       end-if
                   not invalid key
                       move "That unit is already in the fleet."
                           to error-message
               end-read
           end-if.

       152-exit.
           exit.

      *****************************************************
      * only a car sitting on the lot can be sold - one in
      * a customer's hands or in the shop is refused.
      *****************************************************
       154-check-unit-to-dispose.

           move unit-number-in to vu-unit-number
           read vehicle-file
               invalid key
                   move "No unit with that number." to error-message
               not invalid key
                   evaluate true
                       when vu-rented
                           move "That unit is out on a rental."
                               to error-message
                       when vu-in-maintenance
                           move "That unit is in the shop."
                               to error-message
                       when not vu-available
                           move "That unit is not on the lot."
                               to error-message
                       when other
                           continue
                   end-evaluate
           end-read.

       154-exit.
           exit.

       156-read-asset-record.

           move "N" to asset-found-switch
           move unit-number-in to fa-unit-number
           read asset-file
               invalid key
                   continue
               not invalid key
                   move "Y" to asset-found-switch
           end-read.

       156-exit.
           exit.

      *****************************************************
      * a new car goes on the vehicle file ready to rent,
      * on the asset file at what it cost, and into its
      * branch's owned and available counts.
      *****************************************************
       300-add-unit.

           accept today-date from date
           move zero to type-of-car-in
           move signed-on-branch to branch-in
           move spaces to plate-number-in
           move today-date to purchase-date-in
           move zero to purchase-cost-in
           move zero to expected-life-in
           move zero to salvage-value-in
           move zero to odometer-in
           move zero to service-interval-in
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
               display screen-3
               accept screen-3
               perform 310-validate-add-screen thru 310-exit
           end-perform

           move unit-number-in to vu-unit-number
           move type-of-car-in to vu-type-of-car
           move odometer-in to vu-current-odometer
           move purchase-date-in to vu-in-service-date
           set vu-available to true
           move odometer-in to vu-last-service-odometer
           move service-interval-in to vu-service-interval
           move branch-in to vu-branch
           move plate-number-in to vu-plate-number
           move spaces to vu-transfer-branch
           move zero to vu-transfer-date
           write vehicle-record
               invalid key
                   display "*** UNIT NOT ADDED, STATUS "
                       vehicle-file-status " ***"
                   display "*** SEE YOUR SUPERVISOR ***"
               not invalid key
                   move spaces to jr-before-image
                   move vehicle-record to jr-after-image
                   move "VEHMSTR" to jr-file-name
                   move "A" to jr-action
                   perform 900-write-journal-entry thru 900-exit
                   perform 320-write-asset-record thru 320-exit
                   perform 330-count-unit-in thru 330-exit
           end-write

           move purchase-cost-in to amount-display
           display screen-2
           display "Unit added: ", unit-number-in
           display "Type of Car: ", type-of-car-in,
               "  Branch: ", branch-in
           display "Plate: ", plate-number-in
           display "Cost: ", amount-display.

       300-exit.
           exit.

       310-validate-add-screen.

           move spaces to error-message
           move "N" to screen-input-ok
           move purchase-date-in to serial-date
           evaluate true
               when type-of-car-in = 0
                   move "Type of car is required." to error-message
               when plate-number-in = spaces
                   move "Plate number is required." to error-message
               when serial-mm < 01 or serial-mm > 12
                       or serial-dd < 01 or serial-dd > 31
                   move "Purchase date is not a real date."
                       to error-message
               when purchase-cost-in = 0
                   move "Purchase cost is required." to error-message
               when expected-life-in = 0
                   move "Expected life in months is required."
                       to error-message
               when salvage-value-in >= purchase-cost-in
                   move "Salvage must be below the cost."
                       to error-message
               when service-interval-in = 0
                   move "Service interval is required."
                       to error-message
               when other
                   continue
           end-evaluate
           if error-message = spaces
               move branch-in to fi-branch
               move type-of-car-in to fi-type-of-car
               read fleet-file
                   invalid key
                       move "No fleet record for that branch/type."
                           to error-message
               end-read
           end-if
           if error-message = spaces
               move "Y" to screen-input-ok
           end-if.

       310-exit.
           exit.

       320-write-asset-record.

           move unit-number-in to fa-unit-number
           move type-of-car-in to fa-type-of-car
           move branch-in to fa-branch
           move plate-number-in to fa-plate-number
           move purchase-date-in to fa-purchase-date
           move purchase-cost-in to fa-purchase-cost
           move expected-life-in to fa-expected-life
           move salvage-value-in to fa-salvage-value
           move zero to fa-accum-depreciation
           move zero to fa-last-depr-period
           move zero to fa-last-depr-amt
           set fa-in-service to true
           move zero to fa-disposal-date
           move zero to fa-sale-price
           move zero to fa-book-value-at-sale
           move signed-on-operator to fa-operator-id
           move spaces to fa-disposal-operator-id
           write fixed-asset-record
               invalid key
                   display "*** ASSET RECORD NOT SAVED, STATUS "
                       asset-file-status " ***"
                   display "*** SEE YOUR SUPERVISOR ***"
               not invalid key
                   move spaces to jr-before-image
                   move fixed-asset-record to jr-after-image
                   move "FIXASSET" to jr-file-name
                   move "A" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-write.

       320-exit.
           exit.

       330-count-unit-in.

           move branch-in to fi-branch
           move type-of-car-in to fi-type-of-car
           read fleet-file
               invalid key
                   display "*** FLEET RECORD MISSING FOR BRANCH "
                       branch-in " TYPE " type-of-car-in
                       " - UNIT NOT COUNTED IN ***"
               not invalid key
                   move fleet-record to jr-before-image
                   add 1 to fi-units-owned
                   add 1 to fi-units-available
                   rewrite fleet-record
                   move fleet-record to jr-after-image
                   move "FLEETINV" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-read.

       330-exit.
           exit.

      *****************************************************
      * a sold car leaves the vehicle file and its branch's
      * counts; the asset record stays, marked disposed,
      * with the sale price and the book value it went at
      * - the month-end gain/loss report works off those.
      * a unit that never had an asset record (one on the
      * file before the asset file was kept) is given one
      * here at no cost, so the sale is still reported.
      *****************************************************
       350-dispose-of-unit.

           perform 156-read-asset-record thru 156-exit
           if asset-record-found
               subtract fa-accum-depreciation from fa-purchase-cost
                   giving book-value-amt
           else
               move zero to book-value-amt
           end-if
           move book-value-amt to book-value-display

           accept disposal-date-in from date
           move zero to sale-price-in
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
               display screen-4
               accept screen-4
               move disposal-date-in to serial-date
               if serial-mm < 01 or serial-mm > 12
                   or serial-dd < 01 or serial-dd > 31
                   move "Disposal date is not a real date."
                       to error-message
               else
                   move "Y" to screen-input-ok
               end-if
           end-perform

           perform 360-post-asset-disposal thru 360-exit
           perform 370-count-unit-out thru 370-exit

           move vehicle-record to jr-before-image
           delete vehicle-file record
               invalid key
                   display "*** UNIT " unit-number-in
                       " NOT REMOVED, STATUS " vehicle-file-status
                       " ***"
                   display "*** SEE YOUR SUPERVISOR ***"
               not invalid key
                   move spaces to jr-after-image
                   move "VEHMSTR" to jr-file-name
                   move "D" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-delete

           move sale-price-in to amount-display
           display screen-2
           display "Unit disposed of: ", unit-number-in
           display "Sale Price: ", amount-display
           display "Book Value: ", book-value-display
           if sale-price-in >= book-value-amt
               subtract book-value-amt from sale-price-in
                   giving gain-loss-amt
               move gain-loss-amt to amount-display
               display "Gain on Sale: ", amount-display
           else
               subtract sale-price-in from book-value-amt
                   giving gain-loss-amt
               move gain-loss-amt to amount-display
               display "Loss on Sale: ", amount-display
           end-if.

       350-exit.
           exit.

       360-post-asset-disposal.

           if asset-record-found
               move fixed-asset-record to jr-before-image
               move "R" to jr-action
           else
               move unit-number-in to fa-unit-number
               move vu-type-of-car to fa-type-of-car
               move vu-branch to fa-branch
               move vu-plate-number to fa-plate-number
               move vu-in-service-date to fa-purchase-date
               move zero to fa-purchase-cost
               move zero to fa-expected-life
               move zero to fa-salvage-value
               move zero to fa-accum-depreciation
               move zero to fa-last-depr-period
               move zero to fa-last-depr-amt
               move spaces to fa-operator-id
               move spaces to jr-before-image
               move "A" to jr-action
               display "*** NO COST ON FILE FOR UNIT " unit-number-in
                   " - BOOK VALUE TAKEN AS ZERO ***"
           end-if
           set fa-disposed to true
           move disposal-date-in to fa-disposal-date
           move sale-price-in to fa-sale-price
           move book-value-amt to fa-book-value-at-sale
           move signed-on-operator to fa-disposal-operator-id
           if asset-record-found
               rewrite fixed-asset-record
                   invalid key
                       display "*** DISPOSAL NOT RECORDED, STATUS "
                           asset-file-status " ***"
                       display "*** SEE YOUR SUPERVISOR ***"
                   not invalid key
                       move fixed-asset-record to jr-after-image
                       move "FIXASSET" to jr-file-name
                       perform 900-write-journal-entry thru 900-exit
               end-rewrite
           else
               write fixed-asset-record
                   invalid key
                       display "*** DISPOSAL NOT RECORDED, STATUS "
                           asset-file-status " ***"
                       display "*** SEE YOUR SUPERVISOR ***"
                   not invalid key
                       move fixed-asset-record to jr-after-image
                       move "FIXASSET" to jr-file-name
                       perform 900-write-journal-entry thru 900-exit
               end-write
           end-if.

       360-exit.
           exit.

      * the car was on the lot, so it comes off both the owned
      * and the available count.
       370-count-unit-out.

           move vu-branch to fi-branch
           move vu-type-of-car to fi-type-of-car
           read fleet-file
               invalid key
                   display "*** FLEET RECORD MISSING FOR BRANCH "
                       vu-branch " TYPE " vu-type-of-car
                       " - COUNT NOT REDUCED ***"
               not invalid key
                   move fleet-record to jr-before-image
                   if fi-units-owned > 0
                       subtract 1 from fi-units-owned
                   end-if
                   if fi-units-available > 0
                       subtract 1 from fi-units-available
                   end-if
                   rewrite fleet-record
                   move fleet-record to jr-after-image
                   move "FLEETINV" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-read.

       370-exit.
           exit.

      *****************************************************
      * what the car cost, what it is worth on the books
      * today, and - once it is gone - what it went for.
      *****************************************************
       600-asset-inquiry.

           subtract fa-accum-depreciation from fa-purchase-cost
               giving book-value-amt
           display screen-2
           display "Asset record for unit: ", fa-unit-number
           display "Type of Car: ", fa-type-of-car,
               "  Branch: ", fa-branch,
               "  Plate: ", fa-plate-number
           display "Purchased: ", fa-purchase-date,
               "  Life (months): ", fa-expected-life
           display "-----------------------"
           move fa-purchase-cost to amount-display
           display "Cost: ", amount-display
           move fa-salvage-value to amount-display
           display "Salvage Value: ", amount-display
           move fa-accum-depreciation to amount-display
           display "Depreciation to Date: ", amount-display,
               "  (through ", fa-last-depr-period, ")"
           if fa-disposed
               move fa-book-value-at-sale to amount-display
               display "Book Value at Sale: ", amount-display
               move fa-sale-price to amount-display
               display "Sold ", fa-disposal-date,
                   " for: ", amount-display
           else
               move book-value-amt to amount-display
               display "Book Value: ", amount-display
           end-if
           display "-----------------------".

       600-exit.
           exit.

      *****************************************************
      * one day-journal entry per master-file add, rewrite
      * or delete - the caller has set the file name, the
      * action, and the images; the stamp goes on here.
      *****************************************************
       900-write-journal-entry.

           accept jr-date from date
           accept jr-time from time
           move signed-on-operator to jr-operator-id
           write journal-record.

       900-exit.
           exit.

       950-terminate-files.

           close operator-file
           close vehicle-file
           close fleet-file
           close asset-file
           close journal-file.

       950-exit.
           exit.

       end program Program29.
