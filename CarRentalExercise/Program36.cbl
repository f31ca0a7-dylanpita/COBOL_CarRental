       identification division.
       program-id. Program36 as "CarRentalExercise.Program36".

       environment division.
       input-output section.
       file-control.
           select vehicle-file assign to "VEHMSTR"
               organization is indexed
               access mode is dynamic
               record key is vu-unit-number
               file status is vehicle-file-status.
           select open-rentals assign to "OPENRENT"
               organization is indexed
               access mode is sequential
               record key is or-rental-number
               file status is open-rentals-status.
           select service-history assign to "SVCHIST"
               organization is indexed
               access mode is dynamic
               record key is sv-key
               file status is service-history-status.
           select deposit-ledger assign to "DEPLEDGR"
               organization is indexed
               access mode is dynamic
               record key is dl-deposit-number
               file status is deposit-ledger-status.
           select reservation-file assign to "RESVFILE"
               organization is indexed
               access mode is sequential
               record key is rv-resv-number
               file status is reservation-file-status.
           select customer-master assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is cm-license-number
               file status is customer-master-status.
           select invoice-file assign to "INVMSTR"
               organization is indexed
               access mode is sequential
               record key is iv-key
               file status is invoice-file-status.
           select rental-master assign to "RENTMSTR"
               organization is indexed
               access mode is sequential
               record key is rm-key
               file status is rental-master-status.

       data division.
       file section.
       fd  vehicle-file.
           copy "VEHREC.CPY".

       fd  open-rentals.
           copy "OPENREC.CPY".

       fd  service-history.
           copy "SVCREC.CPY".

       fd  deposit-ledger.
           copy "DEPREC.CPY".

       fd  reservation-file.
           copy "RESVREC.CPY".

       fd  customer-master.
           copy "CUSTREC.CPY".

       fd  invoice-file.
           copy "INVREC.CPY".

       fd  rental-master.
           copy "RENTREC.CPY".

       working-storage section.
       01  vehicle-file-status     picture xx.
           88  vehicle-file-ok             value "00".

       01  open-rentals-status     picture xx.
           88  open-rentals-ok             value "00".

       01  service-history-status  picture xx.
           88  service-history-ok          value "00".

       01  deposit-ledger-status   picture xx.
           88  deposit-ledger-ok           value "00".

       01  reservation-file-status picture xx.
           88  reservation-file-ok         value "00".

       01  customer-master-status  picture xx.
           88  customer-master-ok          value "00".

       01  invoice-file-status     picture xx.
           88  invoice-file-ok             value "00".

       01  rental-master-status    picture xx.
           88  rental-master-ok            value "00".

      * a file that is not out there is reported and every
      * check that needs it is passed over - the rest of the
      * audit still runs.
       01  vehicle-file-open-switch    picture x value "N".
           88  vehicle-file-open           value "Y".
       01  open-file-open-switch   picture x value "N".
           88  open-file-open              value "Y".
       01  service-file-open-switch    picture x value "N".
           88  service-file-open           value "Y".
       01  deposit-file-open-switch    picture x value "N".
           88  deposit-file-open           value "Y".
       01  resv-file-open-switch   picture x value "N".
           88  resv-file-open              value "Y".
       01  customer-file-open-switch   picture x value "N".
           88  customer-file-open          value "Y".
       01  invoice-file-open-switch    picture x value "N".
           88  invoice-file-open           value "Y".
       01  master-file-open-switch picture x value "N".
           88  master-file-open            value "Y".

       01  vehicle-eof-switch      picture x value "N".
           88  vehicle-eof                 value "Y".
       01  open-eof-switch         picture x value "N".
           88  open-eof                    value "Y".
       01  service-eof-switch      picture x value "N".
           88  service-eof                 value "Y".
       01  deposit-eof-switch      picture x value "N".
           88  deposit-eof                 value "Y".
       01  resv-eof-switch         picture x value "N".
           88  resv-eof                    value "Y".
       01  customer-eof-switch     picture x value "N".
           88  customer-eof                value "Y".
       01  invoice-eof-switch      picture x value "N".
           88  invoice-eof                 value "Y".
       01  master-eof-switch       picture x value "N".
           88  master-eof                  value "Y".

      * business-date is the night being audited, not necessarily
      * today's wall-clock date - the job scheduler passes it in
      * as a PARM the same way it does for the balancing job.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).
       01  business-day-serial     picture 9(7).

      * a deposit still open this many days after its car came
      * back has been forgotten at the refund window.
       01  deposit-grace-days      picture 999 value 30.
       01  days-since-return       picture 9(7).

      * RENTMSTR keeps thirteen months before the archive takes
      * them, so a booking honored more than a year back may
      * have its rental on RENTHIST and is not looked for.
       01  resv-window-days        picture 999 value 365.
       01  resv-age-days           picture 9(7).

      * every open rental's unit and number, so the vehicle,
      * deposit and reservation checks can ask "is it out?"
      * without going back to OPENRENT.
       01  open-count              picture 9(4) value 0.
       01  open-table.
           05  open-entry occurs 2000 times
                   indexed by open-idx.
               10  ot-unit-number      picture 9(4).
               10  ot-rental-number    picture 9(9).
       01  open-table-full-switch  picture x value "N".
           88  open-table-full             value "Y".
       01  open-found-switch       picture x value "N".
           88  open-found                  value "Y".
       01  work-unit-number        picture 9(4).
       01  work-rental-number      picture 9(9).

      * rentals that are no longer out but that an open deposit
      * or an honored reservation still points at - looked for
      * on RENTMSTR in one pass once everything is collected.
       01  lookup-count            picture 999 value 0.
       01  lookup-table.
           05  lookup-entry occurs 500 times
                   indexed by lookup-idx.
               10  lu-kind             picture x.
                   88  lu-deposit          value "D".
                   88  lu-reservation      value "R".
               10  lu-record-key       picture 9(9).
               10  lu-rental-number    picture 9(9).
               10  lu-found            picture x.
                   88  lu-rental-found     value "Y".
               10  lu-return-date      picture 9(6).
       01  work-lookup-kind        picture x.
       01  work-record-key         picture 9(9).

       01  open-order-found-switch picture x value "N".
           88  open-order-found            value "Y".
       01  last-open-order-unit    picture 9(4) value 0.
       01  deposit-item-found-switch   picture x value "N".
           88  deposit-item-found          value "Y".
       01  refund-check-amt        picture 9(5)v99.

      * one finding: the caller sets the reason code, the file,
      * the record key and any detail, and 800 prints it.
       01  finding-code            picture x(3).
       01  finding-file            picture x(8).
       01  finding-key             picture x(20).
       01  finding-detail          picture x(50).
       01  amount-display-1        picture $$$,$$$,$$9.99.
       01  amount-display-2        picture $$$,$$$,$$9.99.
       01  amount-display-3        picture $$$,$$$,$$9.99.

      * reason code, severity (H/M/L) and what is wrong.  high
      * is a car or a rental the counter is getting wrong right
      * now; medium is money or paperwork adrift; low is
      * housekeeping.
       01  reason-code-values.
           05  filler  picture x(44)
               value "V01HUNIT RENTED, NO OPEN RENTAL ON IT".
           05  filler  picture x(44)
               value "V02HUNIT IN SHOP, NO OPEN WORK ORDER".
           05  filler  picture x(44)
               value "O01HOPEN RENTAL, UNIT NOT ON VEHMSTR".
           05  filler  picture x(44)
               value "O02HOPEN RENTAL, UNIT NOT MARKED RENTED".
           05  filler  picture x(44)
               value "O03HTWO OPEN RENTALS ON ONE UNIT".
           05  filler  picture x(44)
               value "O04MOPEN RENTAL, LICENSE NOT ON CUSTMSTR".
           05  filler  picture x(44)
               value "O05MOPEN RENTAL, DEPOSIT NOT ON DEPLEDGR".
           05  filler  picture x(44)
               value "S01HOPEN WORK ORDER, UNIT NOT ON VEHMSTR".
           05  filler  picture x(44)
               value "S02HOPEN WORK ORDER, UNIT NOT IN SHOP".
           05  filler  picture x(44)
               value "S03MTWO OPEN WORK ORDERS ON ONE UNIT".
           05  filler  picture x(44)
               value "D01MDEPOSIT OPEN, CAR RETURNED LONG AGO".
           05  filler  picture x(44)
               value "D02HDEPOSIT OPEN, NO RENTAL FOUND".
           05  filler  picture x(44)
               value "D03MREFUND AND WITHHELD NOT = DEPOSIT".
           05  filler  picture x(44)
               value "R01MHONORED RESERVATION, NO RENTAL FOUND".
           05  filler  picture x(44)
               value "R02LOPEN RESERVATION PAST ITS PICKUP DATE".
           05  filler  picture x(44)
               value "C01LCUSTOMER BLOCKED WITH NO REASON".
           05  filler  picture x(44)
               value "I01MINVOICE MARKED PAID, BALANCE STILL DUE".
           05  filler  picture x(44)
               value "I02MINVOICE OPEN, NOTHING LEFT DUE".
       01  reason-code-table redefines reason-code-values.
           05  reason-entry occurs 18 times
                   indexed by reason-idx.
               10  re-code             picture x(3).
               10  re-severity         picture x.
                   88  re-high             value "H".
                   88  re-medium           value "M".
                   88  re-low              value "L".
               10  re-text             picture x(40).
       01  reason-counts.
           05  reason-count occurs 18 times  picture 9(5).

       01  high-count              picture 9(5) value zero.
       01  medium-count            picture 9(5) value zero.
       01  low-count               picture 9(5) value zero.
       01  finding-count           picture 9(5) value zero.
       01  records-read            picture 9(7) value zero.

      * day-serial arithmetic works on two-digit years, so it is
      * good for dates in the 2000-2099 window only.
       01  serial-work.
           05  serial-date             picture 9(6).
           05  serial-date-r redefines serial-date.
               10  serial-yy           picture 99.
               10  serial-mm           picture 99.
               10  serial-dd           picture 99.
           05  serial-days             picture 9(7).
           05  serial-quotient         picture 99.
           05  serial-leap-rem         picture 9.
       01  month-offset-values.
           05  filler  picture x(18) value "000031059090120151".
           05  filler  picture x(18) value "181212243273304334".
       01  month-offset-table redefines month-offset-values.
           05  month-offset occurs 12 times  picture 999.

       procedure division.

      *****************************************************
      * nightly cross-file audit.  the balancing job says
      * whether the counts agree; this says which records
      * do not.  the masters are walked against each other
      * - units against open rentals and work orders, open
      * rentals against units, customers and deposits,
      * deposits and honored reservations against the
      * rentals they belong to, invoices against their own
      * payments - and every orphan or contradiction is
      * listed by record key with a reason code, with a
      * severity summary at the end.  nothing is changed.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           if open-file-open
               perform 200-check-open-rentals thru 200-exit
           end-if
           if vehicle-file-open
               perform 300-check-vehicles thru 300-exit
           end-if
           if service-file-open
               perform 400-check-work-orders thru 400-exit
           end-if
           if deposit-file-open
               perform 420-check-deposits thru 420-exit
           end-if
           if resv-file-open
               perform 440-check-reservations thru 440-exit
           end-if
           perform 600-find-returned-rentals thru 600-exit
           if customer-file-open
               perform 700-check-customers thru 700-exit
           end-if
           if invoice-file-open
               perform 750-check-invoices thru 750-exit
           end-if

           perform 850-print-summary thru 850-exit

           perform 950-terminate-files thru 950-exit

           stop run.

       050-initialize.

           accept business-date-parm from command-line
           if business-date-parm is numeric and business-date-parm
                   not = zero
               move business-date-parm to business-date
               move business-date to serial-date
               if serial-mm < 01 or serial-mm > 12
                   display "*** BAD DATE PARM " business-date-parm
                       " - USING SYSTEM DATE ***"
                   accept business-date from date
               end-if
           else
               accept business-date from date
           end-if
           move business-date to serial-date
           perform 500-compute-day-serial thru 500-exit
           move serial-days to business-day-serial
           initialize reason-counts

           display "================================================="
           display "MASTER FILE INTEGRITY AUDIT FOR " business-date
           display "================================================="

           open input vehicle-file
           if vehicle-file-ok
               move "Y" to vehicle-file-open-switch
           else
               display "*** VEHICLE FILE (VEHMSTR) NOT AVAILABLE"
                   " - ITS CHECKS SKIPPED ***"
           end-if

           open input open-rentals
           if open-rentals-ok
               move "Y" to open-file-open-switch
           else
               display "*** OPEN RENTALS (OPENRENT) NOT AVAILABLE"
                   " - ITS CHECKS SKIPPED ***"
           end-if

           open input service-history
           if service-history-ok
               move "Y" to service-file-open-switch
           else
               display "*** SERVICE HISTORY (SVCHIST) NOT AVAILABLE"
                   " - ITS CHECKS SKIPPED ***"
           end-if

           open input deposit-ledger
           if deposit-ledger-ok
               move "Y" to deposit-file-open-switch
           else
               display "*** DEPOSIT LEDGER (DEPLEDGR) NOT AVAILABLE"
                   " - ITS CHECKS SKIPPED ***"
           end-if

           open input reservation-file
           if reservation-file-ok
               move "Y" to resv-file-open-switch
           else
               display "*** RESERVATIONS (RESVFILE) NOT AVAILABLE"
                   " - ITS CHECKS SKIPPED ***"
           end-if

           open input customer-master
           if customer-master-ok
               move "Y" to customer-file-open-switch
           else
               display "*** CUSTOMER MASTER (CUSTMSTR) NOT AVAILABLE"
                   " - ITS CHECKS SKIPPED ***"
           end-if

           open input invoice-file
           if invoice-file-ok
               move "Y" to invoice-file-open-switch
           else
               display "*** INVOICE FILE (INVMSTR) NOT AVAILABLE"
                   " - ITS CHECKS SKIPPED ***"
           end-if

           open input rental-master
           if rental-master-ok
               move "Y" to master-file-open-switch
           else
               display "*** RENTAL MASTER (RENTMSTR) NOT AVAILABLE"
                   " - RETURNED RENTALS NOT CHECKED ***"
           end-if

           display "SEV CODE FILE     KEY                  REASON"
           display "-------------------------------------------------".

       050-exit.
           exit.

      *****************************************************
      * every open rental: its unit has to be on file and
      * marked rented, and out on this rental only; the
      * renter has to be on CUSTMSTR; a deposit taken has
      * to be on the ledger.  the rental goes in the open
      * table for the checks that follow.
      *****************************************************
       200-check-open-rentals.

           perform 210-check-one-open-rental thru 210-exit
               until open-eof.

       200-exit.
           exit.

       210-check-one-open-rental.

           read open-rentals next record
               at end
                   set open-eof to true
               not at end
                   perform 215-audit-open-rental thru 215-exit
           end-read.

       210-exit.
           exit.

       215-audit-open-rental.

           add 1 to records-read
           move or-rental-number to finding-key
           move "OPENRENT" to finding-file

           move or-unit-number to work-unit-number
           perform 230-find-open-unit thru 230-exit
           if open-found
               move "O03" to finding-code
               move spaces to finding-detail
               string "unit " delimited by size
                   or-unit-number delimited by size
                   " also out on rental " delimited by size
                   ot-rental-number(open-idx) delimited by size
                   into finding-detail
               perform 800-report-finding thru 800-exit
           end-if
           if open-count < 2000
               add 1 to open-count
               move or-unit-number to ot-unit-number(open-count)
               move or-rental-number to ot-rental-number(open-count)
           else
               if not open-table-full
                   display "*** MORE THAN 2000 OPEN RENTALS - "
                       "LATER UNIT CHECKS MAY BE WRONG ***"
                   move "Y" to open-table-full-switch
               end-if
           end-if

           if vehicle-file-open
               move or-unit-number to vu-unit-number
               read vehicle-file
                   invalid key
                       move "O01" to finding-code
                       move spaces to finding-detail
                       string "unit " delimited by size
                           or-unit-number delimited by size
                           into finding-detail
                       perform 800-report-finding thru 800-exit
                   not invalid key
                       if not vu-rented
                           move "O02" to finding-code
                           move spaces to finding-detail
                           string "unit " delimited by size
                               vu-unit-number delimited by size
                               " status " delimited by size
                               vu-status delimited by size
                               into finding-detail
                           perform 800-report-finding thru 800-exit
                       end-if
               end-read
           end-if

           if customer-file-open
               move or-license-number to cm-license-number
               read customer-master
                   invalid key
                       move "O04" to finding-code
                       move spaces to finding-detail
                       string "license " delimited by size
                           or-license-number delimited by size
                           " " delimited by size
                           or-last-name delimited by "  "
                           into finding-detail
                       perform 800-report-finding thru 800-exit
               end-read
           end-if

           if deposit-file-open and or-damage-deposit-amt > 0
               perform 220-find-open-deposit thru 220-exit
               if not deposit-item-found
                   move "O05" to finding-code
                   move or-damage-deposit-amt to amount-display-1
                   move spaces to finding-detail
                   string "deposit " delimited by size
                       amount-display-1 delimited by size
                       into finding-detail
                   perform 800-report-finding thru 800-exit
               end-if
           end-if.

       215-exit.
           exit.

      * the deposit was numbered off the check-out date, so the
      * search starts there and stops at the first item for a
      * later day.
       220-find-open-deposit.

           move "N" to deposit-item-found-switch
           move "N" to deposit-eof-switch
           move or-rn-date to dl-dn-date
           move zero to dl-dn-seq
           start deposit-ledger key >= dl-deposit-number
               invalid key
                   set deposit-eof to true
           end-start
           perform 225-read-next-deposit thru 225-exit
               until deposit-item-found or deposit-eof.

       220-exit.
           exit.

       225-read-next-deposit.

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

       225-exit.
           exit.

       230-find-open-unit.

           move "N" to open-found-switch
           set open-idx to 1
           search open-entry
               at end
                   continue
               when open-idx > open-count
                   continue
               when ot-unit-number(open-idx) = work-unit-number
                   move "Y" to open-found-switch
           end-search.

       230-exit.
           exit.

       235-find-open-rental.

           move "N" to open-found-switch
           set open-idx to 1
           search open-entry
               at end
                   continue
               when open-idx > open-count
                   continue
               when ot-rental-number(open-idx) = work-rental-number
                   move "Y" to open-found-switch
           end-search.

       235-exit.
           exit.

      *****************************************************
      * every unit: one marked rented has to be out on an
      * open rental; one marked in the shop has to have an
      * open work order.
      *****************************************************
       300-check-vehicles.

           move zero to vu-unit-number
           start vehicle-file key >= vu-unit-number
               invalid key
                   set vehicle-eof to true
           end-start
           perform 310-check-one-vehicle thru 310-exit
               until vehicle-eof.

       300-exit.
           exit.

       310-check-one-vehicle.

           read vehicle-file next record
               at end
                   set vehicle-eof to true
               not at end
                   perform 315-audit-vehicle thru 315-exit
           end-read.

       310-exit.
           exit.

       315-audit-vehicle.

           add 1 to records-read
           move "VEHMSTR" to finding-file
           move spaces to finding-key
           string "UNIT " delimited by size
               vu-unit-number delimited by size
               into finding-key

           if vu-rented and open-file-open
               move vu-unit-number to work-unit-number
               perform 230-find-open-unit thru 230-exit
               if not open-found
                   move "V01" to finding-code
                   move spaces to finding-detail
                   string "branch " delimited by size
                       vu-branch delimited by size
                       " type " delimited by size
                       vu-type-of-car delimited by size
                       into finding-detail
                   perform 800-report-finding thru 800-exit
               end-if
           end-if

           if vu-in-maintenance and service-file-open
               perform 320-find-open-order thru 320-exit
               if not open-order-found
                   move "V02" to finding-code
                   move spaces to finding-detail
                   string "branch " delimited by size
                       vu-branch delimited by size
                       " type " delimited by size
                       vu-type-of-car delimited by size
                       into finding-detail
                   perform 800-report-finding thru 800-exit
               end-if
           end-if.

       315-exit.
           exit.

       320-find-open-order.

           move "N" to open-order-found-switch
           move "N" to service-eof-switch
           move vu-unit-number to sv-unit-number
           move zero to sv-open-date
           move zero to sv-open-seq
           start service-history key >= sv-key
               invalid key
                   set service-eof to true
           end-start
           perform 325-read-next-order thru 325-exit
               until open-order-found or service-eof.

       320-exit.
           exit.

       325-read-next-order.

           read service-history next record
               at end
                   set service-eof to true
               not at end
                   if sv-unit-number not = vu-unit-number
                       set service-eof to true
                   else
                       if sv-item-open
                           move "Y" to open-order-found-switch
                       end-if
                   end-if
           end-read.

       325-exit.
           exit.

      *****************************************************
      * every open work order: its unit has to be on file
      * and in the shop, and have no other order open.  a
      * closed order on a unit since sold is history, not
      * an orphan.
      *****************************************************
       400-check-work-orders.

           move "N" to service-eof-switch
           move zero to sv-unit-number
           move zero to sv-open-date
           move zero to sv-open-seq
           start service-history key >= sv-key
               invalid key
                   set service-eof to true
           end-start
           perform 410-check-one-order thru 410-exit
               until service-eof.

       400-exit.
           exit.

       410-check-one-order.

           read service-history next record
               at end
                   set service-eof to true
               not at end
                   perform 415-audit-order thru 415-exit
           end-read.

       410-exit.
           exit.

       415-audit-order.

           add 1 to records-read
           if sv-item-open
               perform 417-audit-open-order thru 417-exit
           end-if.

       415-exit.
           exit.

       417-audit-open-order.

           move "SVCHIST" to finding-file
           move spaces to finding-key
           string sv-unit-number delimited by size
               "/" delimited by size
               sv-open-date delimited by size
               "/" delimited by size
               sv-open-seq delimited by size
               into finding-key

           if sv-unit-number = last-open-order-unit
               move "S03" to finding-code
               move spaces to finding-detail
               perform 800-report-finding thru 800-exit
           end-if
           move sv-unit-number to last-open-order-unit

           if vehicle-file-open
               move sv-unit-number to vu-unit-number
               read vehicle-file
                   invalid key
                       move "S01" to finding-code
                       move spaces to finding-detail
                       perform 800-report-finding thru 800-exit
                   not invalid key
                       if not vu-in-maintenance
                           move "S02" to finding-code
                           move spaces to finding-detail
                           string "unit status " delimited by size
                               vu-status delimited by size
                               into finding-detail
                           perform 800-report-finding thru 800-exit
                       end-if
               end-read
           end-if.

       417-exit.
           exit.

      *****************************************************
      * every deposit: a refunded one has to add up; an
      * open one belongs to a car still out, or else its
      * rental is looked for on RENTMSTR to see how long
      * ago the car came back.
      *****************************************************
       420-check-deposits.

           move "N" to deposit-eof-switch
           move zero to dl-dn-date
           move zero to dl-dn-seq
           start deposit-ledger key >= dl-deposit-number
               invalid key
                   set deposit-eof to true
           end-start
           perform 430-check-one-deposit thru 430-exit
               until deposit-eof.

       420-exit.
           exit.

       430-check-one-deposit.

           read deposit-ledger next record
               at end
                   set deposit-eof to true
               not at end
                   perform 435-audit-deposit thru 435-exit
           end-read.

       430-exit.
           exit.

       435-audit-deposit.

           add 1 to records-read
           move "DEPLEDGR" to finding-file
           move dl-deposit-number to finding-key

           if dl-item-refunded
               add dl-refund-amt dl-withheld-amt
                   giving refund-check-amt
               if refund-check-amt not = dl-deposit-amt
                   move "D03" to finding-code
                   move dl-deposit-amt to amount-display-1
                   move dl-refund-amt to amount-display-2
                   move dl-withheld-amt to amount-display-3
                   move spaces to finding-detail
                   string "held" delimited by size
                       amount-display-1 delimited by size
                       " back" delimited by size
                       amount-display-2 delimited by size
                       " kept" delimited by size
                       amount-display-3 delimited by size
                       into finding-detail
                   perform 800-report-finding thru 800-exit
               end-if
           else
               if dl-item-open and open-file-open
                   move dl-rental-number to work-rental-number
                   perform 235-find-open-rental thru 235-exit
                   if not open-found
                       move "D" to work-lookup-kind
                       move dl-deposit-number to work-record-key
                       perform 460-add-lookup-entry thru 460-exit
                   end-if
               end-if
           end-if.

       435-exit.
           exit.

      *****************************************************
      * every reservation: an open one past its pickup date
      * has slipped through the no-show cleanup; an honored
      * one has to have become a rental - still out, or
      * found on RENTMSTR.  bookings honored before the
      * rental number was carried have none and are passed
      * over, as are ones old enough to be archived.
      *****************************************************
       440-check-reservations.

           perform 450-check-one-reservation thru 450-exit
               until resv-eof.

       440-exit.
           exit.

       450-check-one-reservation.

           read reservation-file next record
               at end
                   set resv-eof to true
               not at end
                   perform 455-audit-reservation thru 455-exit
           end-read.

       450-exit.
           exit.

       455-audit-reservation.

           add 1 to records-read
           move "RESVFILE" to finding-file
           move rv-resv-number to finding-key

           if rv-item-open and rv-pickup-date < business-date
               move "R02" to finding-code
               move spaces to finding-detail
               string "pickup " delimited by size
                   rv-pickup-date delimited by size
                   " branch " delimited by size
                   rv-branch delimited by size
                   into finding-detail
               perform 800-report-finding thru 800-exit
           end-if

           if rv-honored and rv-rental-number > 0 and open-file-open
               move rv-pickup-date to serial-date
               perform 500-compute-day-serial thru 500-exit
               if business-day-serial > serial-days
                   subtract serial-days from business-day-serial
                       giving resv-age-days
               else
                   move zero to resv-age-days
               end-if
               if resv-age-days not > resv-window-days
                   move rv-rental-number to work-rental-number
                   perform 235-find-open-rental thru 235-exit
                   if not open-found
                       move "R" to work-lookup-kind
                       move rv-resv-number to work-record-key
                       perform 460-add-lookup-entry thru 460-exit
                   end-if
               end-if
           end-if.

       455-exit.
           exit.

       460-add-lookup-entry.

           if lookup-count >= 500
               display "*** MORE THAN 500 RENTALS TO LOOK UP - "
                   work-lookup-kind " " work-record-key
                   " NOT CHECKED ***"
           else
               add 1 to lookup-count
               move work-lookup-kind to lu-kind(lookup-count)
               move work-record-key to lu-record-key(lookup-count)
               move work-rental-number
                   to lu-rental-number(lookup-count)
               move "N" to lu-found(lookup-count)
               move zero to lu-return-date(lookup-count)
           end-if.

       460-exit.
           exit.

      *****************************************************
      * convert serial-date (yymmdd) to a day count so two
      * dates can be subtracted.  years 00-99 are taken as
      * 2000-2099, where every fourth year is a leap year.
      *****************************************************
       500-compute-day-serial.

           compute serial-days = serial-yy * 365
               + (serial-yy + 3) / 4
               + month-offset(serial-mm)
               + serial-dd
           divide serial-yy by 4 giving serial-quotient
               remainder serial-leap-rem
           if serial-leap-rem = 0 and serial-mm > 2
               add 1 to serial-days
           end-if.

       500-exit.
           exit.

      *****************************************************
      * one pass of RENTMSTR finds the rentals the open
      * deposits and honored reservations point at, and
      * the day each car came back.
      *****************************************************
       600-find-returned-rentals.

           evaluate true
               when lookup-count = 0
                   continue
               when not master-file-open
                   display "*** " lookup-count
                       " DEPOSITS/RESERVATIONS"
                       " NOT CHECKED - NO RENTMSTR ***"
               when other
                   perform 610-check-one-returned thru 610-exit
                       until master-eof
                   perform 650-report-one-lookup thru 650-exit
                       varying lookup-idx from 1 by 1
                       until lookup-idx > lookup-count
           end-evaluate.

       600-exit.
           exit.

       610-check-one-returned.

           read rental-master next record
               at end
                   set master-eof to true
               not at end
                   add 1 to records-read
                   if rm-rental-number not = zero
                       move rm-rental-number to work-rental-number
                       perform 620-match-one-lookup thru 620-exit
                           varying lookup-idx from 1 by 1
                           until lookup-idx > lookup-count
                   end-if
           end-read.

       610-exit.
           exit.

       620-match-one-lookup.

           if lu-rental-number(lookup-idx) = work-rental-number
               move "Y" to lu-found(lookup-idx)
               move rm-trans-date to lu-return-date(lookup-idx)
           end-if.

       620-exit.
           exit.

       650-report-one-lookup.

           move lu-record-key(lookup-idx) to finding-key
           move spaces to finding-detail
           string "rental " delimited by size
               lu-rental-number(lookup-idx) delimited by size
               into finding-detail
           evaluate true
               when lu-reservation(lookup-idx)
                   if not lu-rental-found(lookup-idx)
                       move "RESVFILE" to finding-file
                       move "R01" to finding-code
                       perform 800-report-finding thru 800-exit
                   end-if
               when not lu-rental-found(lookup-idx)
                   move "DEPLEDGR" to finding-file
                   move "D02" to finding-code
                   perform 800-report-finding thru 800-exit
               when other
                   move "DEPLEDGR" to finding-file
                   perform 655-check-deposit-age thru 655-exit
           end-evaluate.

       650-exit.
           exit.

       655-check-deposit-age.

           move lu-return-date(lookup-idx) to serial-date
           perform 500-compute-day-serial thru 500-exit
           if business-day-serial > serial-days
               subtract serial-days from business-day-serial
                   giving days-since-return
           else
               move zero to days-since-return
           end-if
           if days-since-return > deposit-grace-days
               move "D01" to finding-code
               move spaces to finding-detail
               string "rental " delimited by size
                   lu-rental-number(lookup-idx) delimited by size
                   " returned " delimited by size
                   lu-return-date(lookup-idx) delimited by size
                   into finding-detail
               perform 800-report-finding thru 800-exit
           end-if.

       655-exit.
           exit.

       700-check-customers.

           move low-values to cm-license-number
           start customer-master key >= cm-license-number
               invalid key
                   set customer-eof to true
           end-start
           perform 710-check-one-customer thru 710-exit
               until customer-eof.

       700-exit.
           exit.

       710-check-one-customer.

           read customer-master next record
               at end
                   set customer-eof to true
               not at end
                   add 1 to records-read
                   if cm-do-not-rent and cm-block-reason = spaces
                       move "CUSTMSTR" to finding-file
                       move cm-license-number to finding-key
                       move "C01" to finding-code
                       move spaces to finding-detail
                       string cm-last-name delimited by "  "
                           " " delimited by size
                           cm-first-initial delimited by size
                           into finding-detail
                       perform 800-report-finding thru 800-exit
                   end-if
           end-read.

       710-exit.
           exit.

      *****************************************************
      * an invoice is paid exactly when the payments on it
      * reach the amount due - the payment entry closes it
      * the moment they do.
      *****************************************************
       750-check-invoices.

           perform 760-check-one-invoice thru 760-exit
               until invoice-eof.

       750-exit.
           exit.

       760-check-one-invoice.

           read invoice-file next record
               at end
                   set invoice-eof to true
               not at end
                   perform 765-audit-invoice thru 765-exit
           end-read.

       760-exit.
           exit.

       765-audit-invoice.

           add 1 to records-read
           move "INVMSTR" to finding-file
           move spaces to finding-key
           string iv-account-number delimited by size
               "/" delimited by size
               iv-period delimited by size
               into finding-key
           move iv-amount-due to amount-display-1
           move iv-paid-to-date to amount-display-2
           move spaces to finding-detail
           string "due" delimited by size
               amount-display-1 delimited by size
               " paid" delimited by size
               amount-display-2 delimited by size
               into finding-detail
           if iv-item-paid and iv-paid-to-date < iv-amount-due
               move "I01" to finding-code
               perform 800-report-finding thru 800-exit
           end-if
           if iv-item-open and iv-paid-to-date >= iv-amount-due
               move "I02" to finding-code
               perform 800-report-finding thru 800-exit
           end-if.

       765-exit.
           exit.

      *****************************************************
      * one line per finding: severity, reason code, file,
      * record key and reason, with the detail under it.
      *****************************************************
       800-report-finding.

           set reason-idx to 1
           search reason-entry
               at end
                   display "*** UNKNOWN REASON CODE " finding-code
                       " ***"
               when re-code(reason-idx) = finding-code
                   perform 805-count-finding thru 805-exit
           end-search.

       800-exit.
           exit.

       805-count-finding.

           add 1 to finding-count
           add 1 to reason-count(reason-idx)
           evaluate true
               when re-high(reason-idx)
                   add 1 to high-count
               when re-medium(reason-idx)
                   add 1 to medium-count
               when other
                   add 1 to low-count
           end-evaluate
           display " " re-severity(reason-idx) "  " finding-code
               "  " finding-file " " finding-key " "
               re-text(reason-idx)
           if finding-detail not = spaces
               display "                                     "
                   finding-detail
           end-if.

       805-exit.
           exit.

       850-print-summary.

           display "================================================="
           display "SEVERITY SUMMARY"
           display "-------------------------------------------------"
           perform 860-print-one-code thru 860-exit
               varying reason-idx from 1 by 1
               until reason-idx > 18
           display "-------------------------------------------------"
           display "HIGH:    " high-count
           display "MEDIUM:  " medium-count
           display "LOW:     " low-count
           display "FINDINGS: " finding-count
               "  RECORDS READ: " records-read
           display "-------------------------------------------------"
           if finding-count = 0
               display "NO FINDINGS - THE MASTER FILES AGREE"
           else
               if high-count > 0
                   display "*** HIGH SEVERITY FINDINGS - FIX BEFORE "
                       "THE BALANCING JOB ***"
               else
                   display "*** FINDINGS LISTED ABOVE ***"
               end-if
           end-if
           display "=================================================".

       850-exit.
           exit.

       860-print-one-code.

           if reason-count(reason-idx) > 0
               display "  " re-code(reason-idx)
                   " " re-severity(reason-idx)
                   "  " reason-count(reason-idx)
                   "  " re-text(reason-idx)
           end-if.

       860-exit.
           exit.

       950-terminate-files.

           if vehicle-file-open
               close vehicle-file
           end-if
           if open-file-open
               close open-rentals
           end-if
           if service-file-open
               close service-history
           end-if
           if deposit-file-open
               close deposit-ledger
           end-if
           if resv-file-open
               close reservation-file
           end-if
           if customer-file-open
               close customer-master
           end-if
           if invoice-file-open
               close invoice-file
           end-if
           if master-file-open
               close rental-master
           end-if.

       950-exit.
           exit.

       end program Program36.
