           select journal-file assign to "DAYJRNL"
               organization is line sequential
               file status is journal-file-status.
           select customer-master assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is cm-license-number
               file status is customer-master-status.
           select rental-drivers assign to "RENTDRVR"
               organization is indexed
               access mode is dynamic
               record key is rd-key
               file status is rental-drivers-status.

       data division.
       file section.
       fd  journal-file.
           copy "JRNLREC.CPY".

       fd  customer-master.
           copy "CUSTREC.CPY".

       fd  rental-drivers.
           copy "DRVREC.CPY".

       working-storage section.
       01  extension-entry.
           05  rental-number-in    picture 9(9).
           05  action-code-in      picture x.
               88  extend-rental           value "E".
               88  add-driver              value "D".
               88  action-code-valid       value "E" "D".
           05  extra-days          picture 999.

      * a driver added part way through goes on the rental from
      * today and is billed from today at check-in.  he is held
      * to the check-out counter's rules - a real, unexpired
      * license and no block on CUSTMSTR.
       01  driver-entry.
           05  driver-last-name-in     picture x(20).
           05  driver-initial-in       picture x.
           05  driver-license-in       picture x(13).
           05  driver-expiry-in        picture 9(6).
           05  driver-address-1-in     picture x(30).
           05  driver-address-2-in     picture x(30).
           05  driver-phone-in         picture x(12).
       01  max-extra-drivers       picture 9 value 3.
       01  driver-count            picture 9 value 0.
       01  last-driver-seq         picture 9 value 0.
       01  duplicate-driver-switch picture x value "N".
           88  duplicate-driver            value "Y".
       01  driver-on-file-switch   picture x value "N".
           88  driver-on-file              value "Y".
       01  driver-eof-switch       picture x value "N".
           88  driver-eof                  value "Y".
       01  today-date              picture 9(6).

       01  new-days-expected       picture 999.
       01  are-there-more-records  picture x value "Y".

       01  journal-file-status     picture xx.
           88  journal-file-not-found      value "35".

       01  customer-master-status  picture xx.
           88  customer-master-not-found  value "35".

       01  rental-drivers-status   picture xx.
           88  rental-drivers-not-found    value "35".

       01  screen-input-ok         picture x value "N".
           88  input-is-valid              value "Y".

           05  line 1 column 1 value "Rental extension".
           05  line 3 column 1 value "Rental no: ".
           05  column 17 picture 9(9) to rental-number-in.
           05  line 4 column 1 value "Action: ".
           05  column 17 picture x using action-code-in.
           05  column 20 value "E=extend days  D=add a driver".
           05  line 6 column 1 picture x(40) from error-message.

       01  screen-2.
           05  blank screen
           05  column 21 picture ZZ9 to extra-days.
           05  line 6 column 1 picture x(40) from error-message.

       01  screen-4.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Add a driver".
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
               value "Leave the license blank to add no one.".
           05  line 11 column 1 picture x(40) from error-message.

       procedure division.

       100-main-module.
           perform until are-there-more-records = "N"
               move "N" to screen-input-ok
               move spaces to error-message
               move "E" to action-code-in
               perform until input-is-valid
                   display screen-1
                   accept screen-1
                   perform 150-find-open-rental thru 150-exit
               end-perform
               if add-driver
                   perform 180-accept-driver-screen thru 180-exit
                   perform 400-add-driver thru 400-exit
               else
                   move "N" to screen-input-ok
                   move spaces to error-message
                   perform until input-is-valid
                       display screen-3
                       accept screen-3
                       perform 160-validate-extension thru 160-exit
                       if input-is-valid
                           perform 170-check-extension-window
                               thru 170-exit
                       end-if
                   end-perform
                   perform 300-apply-extension thru 300-exit
               end-if
               display "Continue? Y/N"
               accept are-there-more-records
           end-perform
               open output journal-file
               close journal-file
               open extend journal-file
           end-if

           open i-o customer-master
           if customer-master-not-found
               open output customer-master
               close customer-master
               open i-o customer-master
           end-if

           open i-o rental-drivers
           if rental-drivers-not-found
               open output rental-drivers
               close rental-drivers
               open i-o rental-drivers
           end-if.

       050-exit.
                   move "N" to screen-input-ok
               not invalid key
                   move "Y" to screen-input-ok
           end-read
           if input-is-valid
               evaluate true
                   when not action-code-valid
                       move "Action must be E or D." to error-message
                       move "N" to screen-input-ok
                   when add-driver
                       perform 182-count-drivers thru 182-exit
                       if driver-count >= max-extra-drivers
                           move "Rental already has 3 extra drivers."
                               to error-message
                           move "N" to screen-input-ok
                       end-if
               end-evaluate
           end-if.

       150-exit.
           exit.
       176-exit.
           exit.

       180-accept-driver-screen.

           accept today-date from date
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
               display screen-4
               accept screen-4
               perform 185-validate-driver thru 185-exit
           end-perform.

       180-exit.
           exit.

      *****************************************************
      * the drivers already on the rental - how many, the
      * last number used, and whether the one being added
      * is among them.
      *****************************************************
       182-count-drivers.

           move zero to driver-count
           move zero to last-driver-seq
           move "N" to duplicate-driver-switch
           move "N" to driver-eof-switch
           move or-rental-number to rd-rental-number
           move zero to rd-driver-seq
           start rental-drivers key >= rd-key
               invalid key
                   set driver-eof to true
           end-start
           perform 183-read-next-driver thru 183-exit
               until driver-eof.

       182-exit.
           exit.

       183-read-next-driver.

           read rental-drivers next record
               at end
                   set driver-eof to true
               not at end
                   if rd-rental-number not = or-rental-number
                       set driver-eof to true
                   else
                       add 1 to driver-count
                       move rd-driver-seq to last-driver-seq
                       if rd-license-number = driver-license-in
                           move "Y" to duplicate-driver-switch
                       end-if
                   end-if
           end-read.

       183-exit.
           exit.

       185-validate-driver.

           move spaces to error-message
           move "N" to screen-input-ok
           if driver-license-in = spaces
               move "Y" to screen-input-ok
           else
               perform 182-count-drivers thru 182-exit
               move driver-expiry-in to serial-date
               evaluate true
                   when driver-license-in = or-license-number
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
                       perform 187-check-driver-customer
                           thru 187-exit
               end-evaluate
           end-if.

       185-exit.
           exit.

      * a driver on file keeps his CUSTMSTR name; a new one
      * has to give one.
       187-check-driver-customer.

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

       187-exit.
           exit.

       300-apply-extension.

           move open-rental-record to jr-before-image
       310-exit.
           exit.

      *****************************************************
      * the driver goes on the rental from today and onto
      * CUSTMSTR the first time his license turns up - or
      * his expiry is refreshed if he is already there.  a
      * driver is not the renter, so his rental count is
      * left alone.
      *****************************************************
       400-add-driver.

           if driver-license-in = spaces
               display screen-2
               display "No driver added."
           else
               move or-rental-number to rd-rental-number
               add 1 to last-driver-seq giving rd-driver-seq
               move driver-license-in to rd-license-number
               move driver-last-name-in to rd-last-name
               move driver-initial-in to rd-first-initial
               move today-date to rd-added-date
               move signed-on-operator to rd-operator-id
               write rental-driver-record
                   invalid key
                       display "*** DRIVER NOT RECORDED, STATUS "
                           rental-drivers-status " ***"
                       display "*** SEE YOUR SUPERVISOR ***"
                   not invalid key
                       move spaces to jr-before-image
                       move rental-driver-record to jr-after-image
                       move "RENTDRVR" to jr-file-name
                       move "A" to jr-action
                       perform 900-write-journal-entry thru 900-exit
                       perform 405-record-driver-customer
                           thru 405-exit
               end-write
           end-if.

       400-exit.
           exit.

       405-record-driver-customer.

           move driver-license-in to cm-license-number
           read customer-master
               invalid key
                   move driver-license-in to cm-license-number
                   move driver-last-name-in to cm-last-name
                   move driver-initial-in to cm-first-initial
                   move driver-address-1-in to cm-address-line-1
                   move driver-address-2-in to cm-address-line-2
                   move driver-phone-in to cm-phone-number
                   move driver-expiry-in to cm-license-expiry
                   move 0 to cm-rental-count
                   move "N" to cm-block-flag
                   move spaces to cm-block-reason
                   write customer-master-record
                   move spaces to jr-before-image
                   move "A" to jr-action
               not invalid key
                   move customer-master-record to jr-before-image
                   move driver-expiry-in to cm-license-expiry
                   rewrite customer-master-record
                   move "R" to jr-action
           end-read
           move customer-master-record to jr-after-image
           move "CUSTMSTR" to jr-file-name
           perform 900-write-journal-entry thru 900-exit

           move or-rental-number to rental-number-display
           display screen-2
           display "Rental No: ", rental-number-display
           display "Customer: ", or-last-name, " ", or-first-initial
           display "Unit No: ", or-unit-number
           display "Driver Added: ", rd-last-name, " ",
               rd-first-initial
           display "License No: ", rd-license-number

           perform 410-print-driver-receipt thru 410-exit.

       405-exit.
           exit.

       410-print-driver-receipt.

           move spaces to print-line
           string "Car Rental Added Driver - Amended Receipt"
               delimited by size
               into print-line
           write print-line

           move spaces to print-line
           string "Rental No: " delimited by size
               rental-number-display delimited by size
               into print-line
           write print-line

           move spaces to print-line
           string "Customer: " delimited by size
               or-last-name delimited by " "
               " " delimited by size
               or-first-initial delimited by size
               into print-line
           write print-line

           move spaces to print-line
           string "Unit No: " delimited by size
               or-unit-number delimited by size
               into print-line
           write print-line

           move spaces to print-line
           string "Add'l Driver: " delimited by size
               rd-last-name delimited by " "
               " " delimited by size
               rd-first-initial delimited by size
               "  Lic: " delimited by size
               rd-license-number delimited by size
               into print-line
           write print-line

           move spaces to print-line
           string "Driver Added On: " delimited by size
               rd-added-date delimited by size
               into print-line
           write print-line

           move "------------------------------------------"
               to print-line
           write print-line

           move spaces to print-line
           string "The driver's daily fee from today settles"
               delimited by size
               into print-line
           write print-line

           move spaces to print-line
           string "at check-in." delimited by size
               into print-line
           write print-line

           move spaces to print-line
           write print-line.

       410-exit.
           exit.

      *****************************************************
      * convert serial-date (yymmdd) to a day count so two
      * dates can be subtracted.  years 00-99 are taken as
           close reservation-file
           close fleet-file
           close print-file
           close journal-file
           close customer-master
           close rental-drivers.

       950-exit.
           exit.
