       identification division.
       program-id. Program25 as "CarRentalExercise.Program25".

       environment division.
       input-output section.
       file-control.
           select notice-file assign to "NOTICES"
               organization is line sequential
               file status is notice-file-status.
           select vehicle-file assign to "VEHMSTR"
               organization is indexed
               access mode is sequential
               record key is vu-unit-number
               file status is vehicle-file-status.
           select asset-file assign to "FIXASSET"
               organization is indexed
               access mode is sequential
               record key is fa-unit-number
               file status is asset-file-status.
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
           select charge-file assign to "CUSTCHRG"
               organization is indexed
               access mode is dynamic
               record key is cc-charge-key
               file status is charge-file-status.

       data division.
       file section.
       fd  notice-file.
           copy "NOTCREC.CPY".

       fd  vehicle-file.
           copy "VEHREC.CPY".

       fd  asset-file.
           copy "ASSETREC.CPY".

       fd  open-rentals.
           copy "OPENREC.CPY".

       fd  rental-master.
           copy "RENTREC.CPY".

       fd  rental-history.
           copy "RENTREC.CPY"
               replacing ==rental-master-record==
                   by ==rental-history-record==
               leading ==rm== by ==rh==.

       fd  charge-file.
           copy "CHRGREC.CPY".

       working-storage section.
       01  notice-file-status      picture xx.
           88  notice-file-ok              value "00".

       01  vehicle-file-status     picture xx.
           88  vehicle-file-ok             value "00".

       01  asset-file-status       picture xx.
           88  asset-file-ok               value "00".

       01  open-rentals-status     picture xx.
           88  open-rentals-ok             value "00".

       01  rental-master-status    picture xx.
           88  rental-master-ok            value "00".

       01  rental-history-status   picture xx.
           88  rental-history-ok           value "00".

       01  charge-file-status      picture xx.
           88  charge-file-not-found       value "35".
           88  charge-file-duplicate       value "22".

       01  notice-eof-switch       picture x value "N".
           88  notice-eof                  value "Y".

       01  vehicle-eof-switch      picture x value "N".
           88  vehicle-eof                 value "Y".

       01  asset-eof-switch        picture x value "N".
           88  asset-eof                   value "Y".

       01  open-eof-switch         picture x value "N".
           88  open-eof                    value "Y".

       01  rental-file-eof-switch  picture x value "N".
           88  rental-file-eof             value "Y".

       01  history-eof-switch      picture x value "N".
           88  history-eof                 value "Y".

       01  open-file-open-switch   picture x value "N".
           88  open-file-open              value "Y".

       01  master-file-open-switch picture x value "N".
           88  master-file-open            value "Y".

       01  history-file-open-switch picture x value "N".
           88  history-file-open           value "Y".

       01  unit-found-switch       picture x value "N".
           88  unit-found                  value "Y".

       01  match-found-switch      picture x value "N".
           88  match-found                 value "Y".

      * business-date is the day the notices are posted, not
      * necessarily today's wall-clock date - the job scheduler
      * passes it in as a PARM the same way it does for the
      * other batch jobs.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).

      * the admin fee added to every notice passed back to a
      * renter - the rental agreement lets us charge it on top
      * of whatever the issuer billed.
       01  admin-fee-amt           picture 9(3)v99 value 15.00.

      * one slot per plated unit on the vehicle file, so each
      * notice's plate can be turned into a unit number without
      * going back to VEHMSTR.
       01  plate-count             picture 999 value 0.
       01  plate-table.
           05  plate-entry occurs 200 times
                   indexed by plate-idx.
               10  pt-plate-number     picture x(8).
               10  pt-unit-number      picture 9(4).

      * a sold unit leaves VEHMSTR, but its notices can come in
      * weeks later - its plate stays on its disposed FIXASSET
      * record, one slot per sold unit.
       01  sold-plate-count        picture 999 value 0.
       01  sold-plate-table.
           05  sold-plate-entry occurs 500 times
                   indexed by sold-plate-idx.
               10  sp-plate-number     picture x(8).
               10  sp-unit-number      picture 9(4).

       01  found-unit-number       picture 9(4).

      * dates and times laid end to end as yymmddhhmmsshh so one
      * compare places the notice against a rental's check-out
      * and check-in.  the notice comes in to the minute only.
       01  notice-moment.
           05  notice-moment-date      picture 9(6).
           05  notice-moment-time      picture 9(8).
       01  notice-moment-n redefines notice-moment
                                   picture 9(14).
       01  rental-out-moment.
           05  rental-out-date         picture 9(6).
           05  rental-out-time         picture 9(8).
       01  rental-out-moment-n redefines rental-out-moment
                                   picture 9(14).
       01  rental-in-moment.
           05  rental-in-date          picture 9(6).
           05  rental-in-time          picture 9(8).
       01  rental-in-moment-n redefines rental-in-moment
                                   picture 9(14).

       01  exception-reason        picture x(30).

       01  notices-read-count      picture 9(5) value zero.
       01  charges-posted-count    picture 9(5) value zero.
       01  on-account-count        picture 9(5) value zero.
       01  already-charged-count   picture 9(5) value zero.
       01  exception-count         picture 9(5) value zero.
       01  charges-posted-total    picture 9(7)v99 value zero.
       01  exception-total         picture 9(7)v99 value zero.

       01  amount-display          picture $$,$$$,$$9.99.
       01  rental-number-display   picture 9(9).

       procedure division.

      *****************************************************
      * the weekly toll and citation file, one notice at a
      * time: plate to unit off VEHMSTR, or off FIXASSET
      * for a unit sold since, then whoever had the unit
      * at that moment - a car still out on OPENRENT, else
      * a finished rental on RENTMSTR, else one already
      * archived to RENTHIST.  a match is
      * charged back with the admin fee on CUSTCHRG; what
      * cannot be matched is listed for the office.  the
      * charge file is keyed on the issuer's notice key,
      * so rerunning a week simply skips what is already
      * charged and retries what was not.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           perform 200-match-one-notice thru 200-exit
               until notice-eof

           perform 800-print-totals thru 800-exit

           perform 950-terminate-files thru 950-exit

           stop run.

       050-initialize.

           accept business-date-parm from command-line
           if business-date-parm is numeric and business-date-parm
                   not = zero
               move business-date-parm to business-date
           else
               accept business-date from date
           end-if

           display "================================================="
           display "TOLL AND CITATION MATCH POSTED " business-date
           display "================================================="

           open input notice-file
           if not notice-file-ok
               display "*** NOTICE FILE (NOTICES) NOT AVAILABLE ***"
               stop run
           end-if

           open input vehicle-file
           if vehicle-file-ok
               perform 110-read-vehicle thru 110-exit
               perform 120-load-one-plate thru 120-exit
                   until vehicle-eof
               close vehicle-file
           else
               display "*** VEHICLE FILE (VEHMSTR) NOT AVAILABLE ***"
               close notice-file
               stop run
           end-if

           open input asset-file
           if asset-file-ok
               perform 130-read-asset thru 130-exit
               perform 140-load-one-sold-plate thru 140-exit
                   until asset-eof
               close asset-file
           else
               display "*** FIXED ASSETS (FIXASSET) NOT AVAILABLE"
                   " - SOLD UNITS NOT SEARCHED ***"
           end-if

           open input open-rentals
           if open-rentals-ok
               move "Y" to open-file-open-switch
           else
               display "*** OPEN RENTALS (OPENRENT) NOT AVAILABLE"
                   " - CARS STILL OUT NOT SEARCHED ***"
           end-if

           open input rental-master
           if rental-master-ok
               move "Y" to master-file-open-switch
           else
               display "*** RENTAL MASTER (RENTMSTR) NOT AVAILABLE"
                   " - RETURNED CARS NOT SEARCHED ***"
           end-if

      * a lot that has never archived has no RENTHIST yet - the
      * search then stops at the master.
           open input rental-history
           if rental-history-ok
               move "Y" to history-file-open-switch
           else
               display "*** RENTAL HISTORY (RENTHIST) NOT AVAILABLE"
                   " - ARCHIVE MONTHS NOT SEARCHED ***"
           end-if

           open i-o charge-file
           if charge-file-not-found
               open output charge-file
               close charge-file
               open i-o charge-file
           end-if

           display "EXCEPTIONS - NOTICES NOT CHARGED TO A RENTER"
           display "-------------------------------------------------"

           perform 210-read-notice thru 210-exit.

       050-exit.
           exit.

       110-read-vehicle.

           read vehicle-file next record
               at end
                   set vehicle-eof to true
           end-read.

       110-exit.
           exit.

       120-load-one-plate.

           if vu-plate-number not = spaces
               if plate-count >= 200
                   display "*** VEHMSTR HAS MORE THAN 200 PLATED"
                       " UNITS - EXTRA UNITS IGNORED ***"
                   set vehicle-eof to true
               else
                   add 1 to plate-count
                   move vu-plate-number
                       to pt-plate-number(plate-count)
                   move vu-unit-number
                       to pt-unit-number(plate-count)
               end-if
           end-if

           if not vehicle-eof
               perform 110-read-vehicle thru 110-exit
           end-if.

       120-exit.
           exit.

       130-read-asset.

           read asset-file next record
               at end
                   set asset-eof to true
           end-read.

       130-exit.
           exit.

       140-load-one-sold-plate.

           if fa-disposed and fa-plate-number not = spaces
               if sold-plate-count >= 500
                   display "*** FIXASSET HAS MORE THAN 500 SOLD"
                       " UNITS - EXTRA UNITS IGNORED ***"
                   set asset-eof to true
               else
                   add 1 to sold-plate-count
                   move fa-plate-number
                       to sp-plate-number(sold-plate-count)
                   move fa-unit-number
                       to sp-unit-number(sold-plate-count)
               end-if
           end-if

           if not asset-eof
               perform 130-read-asset thru 130-exit
           end-if.

       140-exit.
           exit.

       200-match-one-notice.

           add 1 to notices-read-count
           move "N" to match-found-switch
           move spaces to exception-reason

           if nt-notice-date not numeric
               or nt-notice-time not numeric
               or nt-notice-amt not numeric
               move "BAD DATE, TIME OR AMOUNT" to exception-reason
           else
               perform 220-find-unit-by-plate thru 220-exit
               if not unit-found
                   move "PLATE NOT ON VEHMSTR/FIXASSET"
                       to exception-reason
               else
                   move nt-notice-date to notice-moment-date
                   compute notice-moment-time = nt-notice-time * 10000
                   if open-file-open
                       perform 300-search-open-rentals thru 300-exit
                   end-if
                   if not match-found and master-file-open
                       perform 320-search-rental-master thru 320-exit
                   end-if
                   if not match-found and history-file-open
                       perform 340-search-rental-history
                           thru 340-exit
                   end-if
                   if not match-found
                       move "NO RENTAL HAD THE UNIT THEN"
                           to exception-reason
                   end-if
               end-if
           end-if

           if match-found
               perform 400-post-charge thru 400-exit
           else
               perform 450-report-exception thru 450-exit
           end-if

           perform 210-read-notice thru 210-exit.

       200-exit.
           exit.

       210-read-notice.

           read notice-file next record
               at end
                   set notice-eof to true
           end-read.

       210-exit.
           exit.

       220-find-unit-by-plate.

           move "N" to unit-found-switch
           set plate-idx to 1
           search plate-entry
               at end
                   continue
               when plate-idx > plate-count
                   continue
               when pt-plate-number(plate-idx) = nt-plate-number
                   move "Y" to unit-found-switch
                   move pt-unit-number(plate-idx) to found-unit-number
           end-search
           if not unit-found
               set sold-plate-idx to 1
               search sold-plate-entry
                   at end
                       continue
                   when sold-plate-idx > sold-plate-count
                       continue
                   when sp-plate-number(sold-plate-idx)
                           = nt-plate-number
                       move "Y" to unit-found-switch
                       move sp-unit-number(sold-plate-idx)
                           to found-unit-number
               end-search
           end-if.

       220-exit.
           exit.

      *****************************************************
      * a car still out belongs to whoever took it, as long
      * as they took it before the notice - a notice older
      * than the check-out belongs to an earlier rental.
      *****************************************************
       300-search-open-rentals.

           move "N" to open-eof-switch
           move zero to or-rn-date
           move zero to or-rn-seq
           start open-rentals key >= or-rental-number
               invalid key
                   set open-eof to true
           end-start
           perform 310-check-one-open-rental thru 310-exit
               until open-eof or match-found.

       300-exit.
           exit.

       310-check-one-open-rental.

           read open-rentals next record
               at end
                   set open-eof to true
               not at end
                   if or-unit-number = found-unit-number
                       move or-rn-date to rental-out-date
                       move or-checkout-time to rental-out-time
                       if rental-out-moment-n <= notice-moment-n
                           move "Y" to match-found-switch
                           move or-rental-number to cc-rental-number
                           move or-last-name to cc-last-name
                           move or-first-initial to cc-first-initial
                           move or-license-number to cc-license-number
                           move or-account-number to cc-account-number
                           move or-branch to cc-branch
                       end-if
                   end-if
           end-read.

       310-exit.
           exit.

      *****************************************************
      * the master is keyed by check-in date, so the search
      * starts on the notice's own day - anything checked
      * in earlier was back before the event.  a rental
      * finished before the check-out time was carried
      * onto the master has no rental number and cannot be
      * placed, so it is passed over.
      *****************************************************
       320-search-rental-master.

           move "N" to rental-file-eof-switch
           move nt-notice-date to rm-trans-date
           move zero to rm-trans-time
           move zero to rm-trans-seq
           start rental-master key >= rm-key
               invalid key
                   set rental-file-eof to true
           end-start
           perform 330-check-one-rental thru 330-exit
               until rental-file-eof or match-found.

       320-exit.
           exit.

       330-check-one-rental.

           read rental-master next record
               at end
                   set rental-file-eof to true
               not at end
                   if rm-unit-number = found-unit-number
                       and rm-rn-date > 0
                       move rm-rn-date to rental-out-date
                       move rm-checkout-time to rental-out-time
                       move rm-trans-date to rental-in-date
                       move rm-trans-time to rental-in-time
                       if rental-out-moment-n <= notice-moment-n
                           and rental-in-moment-n >= notice-moment-n
                           move "Y" to match-found-switch
                           move rm-rental-number to cc-rental-number
                           move rm-last-name to cc-last-name
                           move rm-first-initial to cc-first-initial
                           move rm-license-number to cc-license-number
                           move rm-account-number to cc-account-number
                           move rm-branch to cc-branch
                       end-if
                   end-if
           end-read.

       330-exit.
           exit.

       340-search-rental-history.

           move "N" to history-eof-switch
           move nt-notice-date to rh-trans-date
           move zero to rh-trans-time
           move zero to rh-trans-seq
           start rental-history key >= rh-key
               invalid key
                   set history-eof to true
           end-start
           perform 350-check-one-archived thru 350-exit
               until history-eof or match-found.

       340-exit.
           exit.

       350-check-one-archived.

           read rental-history next record
               at end
                   set history-eof to true
               not at end
                   if rh-unit-number = found-unit-number
                       and rh-rn-date > 0
                       move rh-rn-date to rental-out-date
                       move rh-checkout-time to rental-out-time
                       move rh-trans-date to rental-in-date
                       move rh-trans-time to rental-in-time
                       if rental-out-moment-n <= notice-moment-n
                           and rental-in-moment-n >= notice-moment-n
                           move "Y" to match-found-switch
                           move rh-rental-number to cc-rental-number
                           move rh-last-name to cc-last-name
                           move rh-first-initial to cc-first-initial
                           move rh-license-number to cc-license-number
                           move rh-account-number to cc-account-number
                           move rh-branch to cc-branch
                       end-if
                   end-if
           end-read.

       350-exit.
           exit.

      *****************************************************
      * the renter's side of the charge was filled in by
      * the search; the notice's side and the fee go on
      * here.  a notice already on file comes back
      * duplicate and is skipped - it was charged on an
      * earlier run.
      *****************************************************
       400-post-charge.

           move nt-issuer-code to cc-issuer-code
           move nt-notice-number to cc-notice-number
           move nt-notice-type to cc-notice-type
           move nt-notice-date to cc-notice-date
           move nt-notice-time to cc-notice-time
           move found-unit-number to cc-unit-number
           move nt-notice-amt to cc-notice-amt
           move admin-fee-amt to cc-admin-fee-amt
           add nt-notice-amt admin-fee-amt giving cc-charge-amt
           move business-date to cc-posted-date
           set cc-item-open to true
           move zero to cc-invoice-period
           write customer-charge-record
               invalid key
                   if charge-file-duplicate
                       add 1 to already-charged-count
                   else
                       move "CHARGE NOT RECORDED" to exception-reason
                       perform 450-report-exception thru 450-exit
                   end-if
               not invalid key
                   add 1 to charges-posted-count
                   add cc-charge-amt to charges-posted-total
                   if cc-account-number > 0
                       add 1 to on-account-count
                   end-if
           end-write.

       400-exit.
           exit.

       450-report-exception.

           add 1 to exception-count
           add nt-notice-amt to exception-total
           move nt-notice-amt to amount-display
           display nt-issuer-code " " nt-notice-number
               " type: " nt-notice-type
               " plate: " nt-plate-number
               " on: " nt-notice-date " " nt-notice-time
               " amount: " amount-display
           display "    " nt-location
               "  reason: " exception-reason
           if exception-reason = "CHARGE NOT RECORDED"
               move cc-rental-number to rental-number-display
               display "    rental: " rental-number-display
                   "  status: " charge-file-status
           end-if.

       450-exit.
           exit.

       800-print-totals.

           display "-------------------------------------------------"
           display "NOTICES ON FILE:   " notices-read-count
           move charges-posted-total to amount-display
           display "CHARGED:           " charges-posted-count
               "  " amount-display
           display "  ON ACCOUNT:      " on-account-count
               " (to the next corporate invoice run)"
           display "ALREADY CHARGED:   " already-charged-count
           move exception-total to amount-display
           display "EXCEPTIONS:        " exception-count
               "  " amount-display
           display "=================================================".

       800-exit.
           exit.

       950-terminate-files.

           close notice-file
           if open-file-open
               close open-rentals
           end-if
           if master-file-open
               close rental-master
           end-if
           if history-file-open
               close rental-history
           end-if
           close charge-file.

       950-exit.
           exit.

       end program Program25.
