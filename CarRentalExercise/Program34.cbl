       identification division.
       program-id. Program34 as "CarRentalExercise.Program34".

       environment division.
       input-output section.
       file-control.
           select customer-master assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is cm-license-number
               file status is customer-master-status.
           select operator-file assign to "OPERMSTR"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is operator-file-status.
           select open-rentals assign to "OPENRENT"
               organization is indexed
               access mode is dynamic
               record key is or-rental-number
               file status is open-rentals-status.
           select rental-master assign to "RENTMSTR"
               organization is indexed
               access mode is dynamic
               record key is rm-key
               file status is rental-master-status.
           select rental-history assign to "RENTHIST"
               organization is indexed
               access mode is dynamic
               record key is rh-key
               file status is rental-history-status.
           select deposit-ledger assign to "DEPLEDGR"
               organization is indexed
               access mode is dynamic
               record key is dl-deposit-number
               file status is deposit-ledger-status.
           select statement-print assign to "STATEMNT"
               organization is line sequential
               file status is statement-print-status.

       data division.
       file section.
       fd  customer-master.
           copy "CUSTREC.CPY".

       fd  operator-file.
           copy "OPERREC.CPY".

       fd  open-rentals.
           copy "OPENREC.CPY".

       fd  rental-master.
           copy "RENTREC.CPY".

       fd  rental-history.
           copy "RENTREC.CPY"
               replacing ==rental-master-record==
                   by ==rental-history-record==
               leading ==rm== by ==rh==.

       fd  deposit-ledger.
           copy "DEPREC.CPY".

       fd  statement-print.
       01  statement-line              picture x(80).

       working-storage section.
       01  inquiry-entry.
           05  license-number-in   picture x(13).
           05  print-flag-in       picture x.
               88  print-statement         value "Y".
               88  print-flag-valid        value "Y" "N".

       01  are-there-more-records  picture x value "Y".

       01  customer-master-status  picture xx.
           88  customer-master-ok          value "00".

       01  open-rentals-status     picture xx.
           88  open-rentals-ok             value "00".

       01  rental-master-status    picture xx.
           88  rental-master-ok            value "00".

       01  rental-history-status   picture xx.
           88  rental-history-ok           value "00".

       01  deposit-ledger-status   picture xx.
           88  deposit-ledger-ok           value "00".

       01  statement-print-status  picture xx.
           88  statement-print-not-found   value "35".

      * the rental files and the deposit ledger are each shown
      * when they are there - a branch that has never archived
      * has no RENTHIST yet.
       01  open-file-open-switch   picture x value "N".
           88  open-file-open              value "Y".
       01  master-file-open-switch picture x value "N".
           88  master-file-open            value "Y".
       01  history-file-open-switch  picture x value "N".
           88  history-file-open           value "Y".
       01  deposit-file-open-switch  picture x value "N".
           88  deposit-file-open           value "Y".

       01  open-eof-switch         picture x value "N".
           88  open-eof                    value "Y".
       01  master-eof-switch       picture x value "N".
           88  master-eof                  value "Y".
       01  history-eof-switch      picture x value "N".
           88  history-eof                 value "Y".
       01  deposit-eof-switch      picture x value "N".
           88  deposit-eof                 value "Y".
       01  deposit-item-found-switch   picture x value "N".
           88  deposit-item-found          value "Y".

       01  screen-input-ok         picture x value "N".
           88  input-is-valid              value "Y".

       01  error-message           picture x(40).

      * one finished rental, from the master or the archive,
      * laid out the same way for the screen and the statement.
       01  history-line.
           05  hl-source               picture x(4).
           05  hl-rental-number.
               10  hl-rn-date          picture 9(6).
               10  hl-rn-seq           picture 9(3).
           05  hl-rental-number-n redefines hl-rental-number
                                       picture 9(9).
           05  hl-return-date          picture 9(6).
           05  hl-unit-number          picture 9(4).
           05  hl-days-rented          picture 999.
           05  hl-miles-driven         picture 9(5).
           05  hl-charges-amt          picture 9(7)v99.
           05  hl-late-fee-amt         picture 9(4)v99.
           05  hl-withheld-amt         picture 9(4)v99.
           05  hl-deposit-note         picture x(16).

       01  rentals-listed          picture 9(5) value zero.
       01  open-listed             picture 9(5) value zero.
       01  total-charges           picture 9(9)v99 value zero.
       01  total-late-fees         picture 9(9)v99 value zero.
       01  total-withheld          picture 9(9)v99 value zero.

       01  rental-number-display   picture 9(9).
       01  charges-display         picture $$$,$$9.99.
       01  late-fee-display        picture $$$$9.99.
       01  withheld-display        picture $$$$9.99.
       01  deposit-display         picture $$$$9.99.
       01  total-display           picture $$$,$$$,$$9.99.
       01  today-date              picture 9(6).

       01  operator-file-status    picture xx.
           88  operator-file-ok            value "00".

       01  signed-on-switch        picture x value "N".
           88  operator-signed-on          value "Y".
       01  signon-try-count        picture 9 value 0.
       01  operator-id-in          picture x(3).
       01  password-in             picture x(8).
       01  signed-on-operator      picture x(3).
       01  signed-on-name          picture x(20).

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
           05  line 1 column 1 value "Customer history".
           05  line 3 column 1 value "License no: ".
           05  column 17 picture x(13) to license-number-in.
           05  line 4 column 1 value "Statement? Y/N: ".
           05  column 17 picture x using print-flag-in.
           05  line 6 column 1 picture x(40) from error-message.

       01  screen-2.
           05  blank screen
               foreground-color 2
               background-color 7
               highlight.

       procedure division.

      *****************************************************
      * everything on file about one customer, found by
      * license: the CUSTMSTR record and its block, the
      * rental out now, and every finished rental on the
      * master and the archive with what it cost the
      * customer and what was kept from the deposit.  the
      * same can go out as a printed statement.
      *****************************************************
       100-main-module.

           perform 050-initialize-files thru 050-exit

           perform 055-operator-sign-on thru 055-exit

           perform until are-there-more-records = "N"
               move "N" to screen-input-ok
               move spaces to error-message
               perform until input-is-valid
                   move spaces to license-number-in
                   move "N" to print-flag-in
                   display screen-1
                   accept screen-1
                   perform 150-validate-screen-input thru 150-exit
               end-perform
               perform 300-show-history thru 300-exit
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

           open input customer-master
           if not customer-master-ok
               display "*** CUSTOMER MASTER (CUSTMSTR) NOT AVAILABLE"
                   " ***"
               close operator-file
               stop run
           end-if

           open input open-rentals
           if open-rentals-ok
               move "Y" to open-file-open-switch
           end-if

           open input rental-master
           if rental-master-ok
               move "Y" to master-file-open-switch
           end-if

           open input rental-history
           if rental-history-ok
               move "Y" to history-file-open-switch
           end-if

           open input deposit-ledger
           if deposit-ledger-ok
               move "Y" to deposit-file-open-switch
           end-if

           open extend statement-print
           if statement-print-not-found
               open output statement-print
               close statement-print
               open extend statement-print
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
               when license-number-in = spaces
                   move "A driver's license number is needed."
                       to error-message
               when not print-flag-valid
                   move "Statement must be Y or N." to error-message
               when other
                   move license-number-in to cm-license-number
                   read customer-master
                       invalid key
                           move "No customer with that license."
                               to error-message
                       not invalid key
                           move "Y" to screen-input-ok
                   end-read
           end-evaluate.

       150-exit.
           exit.

       300-show-history.

           move zero to rentals-listed
           move zero to open-listed
           move zero to total-charges
           move zero to total-late-fees
           move zero to total-withheld
           accept today-date from date

           display screen-2
           perform 310-show-customer thru 310-exit
           if print-statement
               perform 320-print-statement-header thru 320-exit
           end-if

           if open-file-open
               perform 400-list-open-rentals thru 400-exit
           end-if
           if master-file-open
               perform 500-list-rental-master thru 500-exit
           end-if
           if history-file-open
               perform 520-list-rental-history thru 520-exit
           end-if

           perform 700-show-totals thru 700-exit.

       300-exit.
           exit.

       310-show-customer.

           display "License No: ", cm-license-number
           display "Customer: ", cm-last-name, " ", cm-first-initial
           display "Address: ", cm-address-line-1
           display "         ", cm-address-line-2
           display "Phone: ", cm-phone-number
           display "License Expiry: ", cm-license-expiry
           display "Rentals To Date: ", cm-rental-count
           if cm-do-not-rent
               display "** DO NOT RENT - " cm-block-reason " **"
           else
               display "Block Status: not blocked"
           end-if.

       310-exit.
           exit.

       320-print-statement-header.

           move all "=" to statement-line
           write statement-line
           move spaces to statement-line
           string "CUSTOMER STATEMENT  " delimited by size
               today-date delimited by size
               "  LICENSE " delimited by size
               cm-license-number delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           string cm-last-name delimited by "  "
               " " delimited by size
               cm-first-initial delimited by size
               into statement-line
           write statement-line
           move cm-address-line-1 to statement-line
           write statement-line
           move cm-address-line-2 to statement-line
           write statement-line
           if cm-do-not-rent
               move spaces to statement-line
               string "ACCOUNT BLOCKED: " delimited by size
                   cm-block-reason delimited by size
                   into statement-line
               write statement-line
           end-if
           move all "-" to statement-line
           write statement-line.

       320-exit.
           exit.

      *****************************************************
      * the open file is keyed by rental number, so the
      * customer's car out now is found by reading it all.
      *****************************************************
       400-list-open-rentals.

           move "N" to open-eof-switch
           move zero to or-rental-number
           start open-rentals key >= or-rental-number
               invalid key
                   set open-eof to true
           end-start
           perform 410-read-next-open-rental thru 410-exit
               until open-eof.

       400-exit.
           exit.

       410-read-next-open-rental.

           read open-rentals next record
               at end
                   set open-eof to true
               not at end
                   if or-license-number = license-number-in
                       perform 415-show-open-rental thru 415-exit
                   end-if
           end-read.

       410-exit.
           exit.

       415-show-open-rental.

           add 1 to open-listed
           move or-rental-number to rental-number-display
           move or-damage-deposit-amt to deposit-display
           display "-----------------------"
           display "OPEN  Rental No: " rental-number-display
               "  Out: " or-rn-date
               "  Unit No: " or-unit-number
           display "      Days Expected: " or-days-expected
               "  Deposit Held: " deposit-display
           if print-statement
               move spaces to statement-line
               string rental-number-display delimited by size
                   "  OUT " delimited by size
                   or-rn-date delimited by size
                   "  STILL OUT  UNIT " delimited by size
                   or-unit-number delimited by size
                   "  DAYS EXPECTED " delimited by size
                   or-days-expected delimited by size
                   "  DEPOSIT " delimited by size
                   deposit-display delimited by size
                   into statement-line
               write statement-line
           end-if.

       415-exit.
           exit.

      *****************************************************
      * finished rentals carry the renter's license from
      * the time it was carried onto the master; older ones
      * have none and cannot be told apart here.
      *****************************************************
       500-list-rental-master.

           move "N" to master-eof-switch
           move zero to rm-trans-date
           move zero to rm-trans-time
           move zero to rm-trans-seq
           start rental-master key >= rm-key
               invalid key
                   set master-eof to true
           end-start
           perform 510-read-next-rental thru 510-exit
               until master-eof.

       500-exit.
           exit.

       510-read-next-rental.

           read rental-master next record
               at end
                   set master-eof to true
               not at end
                   if rm-license-number = license-number-in
                       perform 515-load-master-rental thru 515-exit
                   end-if
           end-read.

       510-exit.
           exit.

       515-load-master-rental.

           move "    " to hl-source
           move rm-rental-number to hl-rental-number
           move rm-trans-date to hl-return-date
           move rm-unit-number to hl-unit-number
           move rm-days-rented to hl-days-rented
           move rm-miles-driven to hl-miles-driven
           subtract rm-damage-deposit-amt from rm-amount-owed
               giving hl-charges-amt
           move rm-late-fee-amt to hl-late-fee-amt
           perform 600-show-one-rental thru 600-exit.

       515-exit.
           exit.

       520-list-rental-history.

           move "N" to history-eof-switch
           move zero to rh-trans-date
           move zero to rh-trans-time
           move zero to rh-trans-seq
           start rental-history key >= rh-key
               invalid key
                   set history-eof to true
           end-start
           perform 530-read-next-archived thru 530-exit
               until history-eof.

       520-exit.
           exit.

       530-read-next-archived.

           read rental-history next record
               at end
                   set history-eof to true
               not at end
                   if rh-license-number = license-number-in
                       perform 535-load-archived-rental thru 535-exit
                   end-if
           end-read.

       530-exit.
           exit.

       535-load-archived-rental.

           move "ARCH" to hl-source
           move rh-rental-number to hl-rental-number
           move rh-trans-date to hl-return-date
           move rh-unit-number to hl-unit-number
           move rh-days-rented to hl-days-rented
           move rh-miles-driven to hl-miles-driven
           subtract rh-damage-deposit-amt from rh-amount-owed
               giving hl-charges-amt
           move rh-late-fee-amt to hl-late-fee-amt
           perform 600-show-one-rental thru 600-exit.

       535-exit.
           exit.

       600-show-one-rental.

           perform 610-find-deposit-item thru 610-exit

           add 1 to rentals-listed
           add hl-charges-amt to total-charges
           add hl-late-fee-amt to total-late-fees
           add hl-withheld-amt to total-withheld
           move hl-rental-number-n to rental-number-display
           move hl-charges-amt to charges-display
           move hl-late-fee-amt to late-fee-display
           move hl-withheld-amt to withheld-display
           display "-----------------------"
           display hl-source "  Rental No: " rental-number-display
               "  Out: " hl-rn-date
               "  In: " hl-return-date
               "  Unit No: " hl-unit-number
           display "      Days: " hl-days-rented
               "  Miles: " hl-miles-driven
               "  Charges: " charges-display
               "  Late Fee: " late-fee-display
           display "      Deposit Withheld: " withheld-display
               "  " hl-deposit-note
           if print-statement
               perform 650-print-one-rental thru 650-exit
           end-if.

       600-exit.
           exit.

      * the deposit was numbered off the check-out date, so the
      * search starts there and stops at the first item for a
      * later day.
       610-find-deposit-item.

           move zero to hl-withheld-amt
           move spaces to hl-deposit-note
           move "N" to deposit-item-found-switch
           move "N" to deposit-eof-switch
           if deposit-file-open and hl-rn-date not = 0
               move hl-rn-date to dl-dn-date
               move zero to dl-dn-seq
               start deposit-ledger key >= dl-deposit-number
                   invalid key
                       set deposit-eof to true
               end-start
               perform 620-read-next-deposit thru 620-exit
                   until deposit-item-found or deposit-eof
               if deposit-item-found
                   if dl-item-open
                       move "(deposit open)" to hl-deposit-note
                   else
                       move dl-withheld-amt to hl-withheld-amt
                   end-if
               end-if
           end-if.

       610-exit.
           exit.

       620-read-next-deposit.

           read deposit-ledger next record
               at end
                   set deposit-eof to true
               not at end
                   if dl-dn-date not = hl-rn-date
                       set deposit-eof to true
                   else
                       if dl-rental-number = hl-rental-number-n
                           move "Y" to deposit-item-found-switch
                       end-if
                   end-if
           end-read.

       620-exit.
           exit.

       650-print-one-rental.

           move spaces to statement-line
           string rental-number-display delimited by size
               "  OUT " delimited by size
               hl-rn-date delimited by size
               "  IN " delimited by size
               hl-return-date delimited by size
               "  UNIT " delimited by size
               hl-unit-number delimited by size
               "  DAYS " delimited by size
               hl-days-rented delimited by size
               "  MILES " delimited by size
               hl-miles-driven delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           string "           CHARGES " delimited by size
               charges-display delimited by size
               "  LATE FEE " delimited by size
               late-fee-display delimited by size
               "  WITHHELD " delimited by size
               withheld-display delimited by size
               " " delimited by size
               hl-deposit-note delimited by size
               into statement-line
           write statement-line.

       650-exit.
           exit.

       700-show-totals.

           display "-----------------------"
           display "Open Rentals: " open-listed
               "  Finished Rentals: " rentals-listed
           move total-charges to total-display
           display "Total Charges: " total-display
           move total-late-fees to total-display
           display "Total Late Fees: " total-display
           move total-withheld to total-display
           display "Total Deposit Withheld: " total-display
           if print-statement
               perform 710-print-statement-totals thru 710-exit
               display "Statement printed."
           end-if.

       700-exit.
           exit.

       710-print-statement-totals.

           move all "-" to statement-line
           write statement-line
           move spaces to statement-line
           string "RENTALS OUT NOW:  " delimited by size
               open-listed delimited by size
               "   FINISHED: " delimited by size
               rentals-listed delimited by size
               into statement-line
           write statement-line
           move total-charges to total-display
           move spaces to statement-line
           string "TOTAL CHARGES:    " delimited by size
               total-display delimited by size
               into statement-line
           write statement-line
           move total-late-fees to total-display
           move spaces to statement-line
           string "TOTAL LATE FEES:  " delimited by size
               total-display delimited by size
               into statement-line
           write statement-line
           move total-withheld to total-display
           move spaces to statement-line
           string "DEPOSIT WITHHELD: " delimited by size
               total-display delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           string "PREPARED BY " delimited by size
               signed-on-name delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           write statement-line.

       710-exit.
           exit.

       950-terminate-files.

           close operator-file
           close customer-master
           if open-file-open
               close open-rentals
           end-if
           if master-file-open
               close rental-master
           end-if
           if history-file-open
               close rental-history
           end-if
           if deposit-file-open
               close deposit-ledger
           end-if
           close statement-print.

       950-exit.
           exit.

       end program Program34.
