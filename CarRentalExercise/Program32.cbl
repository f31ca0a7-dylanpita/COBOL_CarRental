       identification division.
       program-id. Program32 as "CarRentalExercise.Program32".

       environment division.
       input-output section.
       file-control.
           select fleet-file assign to "FLEETINV"
               organization is indexed
               access mode is sequential
               record key is fi-key
               file status is fleet-file-status.
           select reservation-file assign to "RESVFILE"
               organization is indexed
               access mode is sequential
               record key is rv-resv-number
               file status is reservation-file-status.
           select turn-away-file assign to "TURNAWAY"
               organization is line sequential
               file status is turn-away-file-status.
           select vehicle-file assign to "VEHMSTR"
               organization is indexed
               access mode is sequential
               record key is vu-unit-number
               file status is vehicle-file-status.

       data division.
       file section.
       fd  fleet-file.
           copy "FLEETREC.CPY".

       fd  reservation-file.
           copy "RESVREC.CPY".

       fd  turn-away-file.
           copy "TAREC.CPY".

       fd  vehicle-file.
           copy "VEHREC.CPY".

       working-storage section.
       01  fleet-file-status       picture xx.
           88  fleet-file-ok               value "00".

       01  reservation-file-status picture xx.
           88  reservation-file-ok         value "00".

       01  turn-away-file-status   picture xx.
           88  turn-away-file-ok           value "00".

       01  vehicle-file-status     picture xx.
           88  vehicle-file-ok             value "00".

       01  fleet-eof-switch        picture x value "N".
           88  fleet-eof                   value "Y".

       01  reservation-eof-switch  picture x value "N".
           88  reservation-eof             value "Y".

       01  turn-away-eof-switch    picture x value "N".
           88  turn-away-eof               value "Y".

       01  vehicle-eof-switch      picture x value "N".
           88  vehicle-eof                 value "Y".

      * business-date is the day just closed, not necessarily
      * today's wall-clock date - the job scheduler passes it in
      * as a PARM the same way it does for the other batch jobs.
      * the look-ahead is the days after it whose pickups the
      * lots must cover; the turn-aways are the week up to it.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).
       01  look-ahead-days         picture 9 value 3.

       01  as-of-day-serial        picture 9(7).
       01  window-end-serial       picture 9(7).
       01  week-start-serial       picture 9(7).

      * one slot per branch, car type by car type.  walk-up
      * demand is the week's turn-aways scaled to the look-ahead
      * (rounded up); need is that plus the reservations due.
      * spare is what the lot holds beyond its need, short is
      * what it lacks.
       01  branch-count            picture 99 value 0.
       01  branch-table.
           05  branch-entry occurs 10 times
                   indexed by branch-idx donor-idx.
               10  rb-branch           picture xx.
               10  rb-type-slot occurs 9 times.
                   15  rb-owned        picture 999.
                   15  rb-available    picture 999.
                   15  rb-reserved     picture 999.
                   15  rb-turned-away  picture 999.
                   15  rb-need         picture 999.
                   15  rb-spare        picture 999.
                   15  rb-short        picture 999.
       01  work-branch             picture xx.
       01  type-sub                picture 99.
       01  type-of-car-out         picture 9.
       01  clear-sub               picture 99.
       01  walk-up-demand          picture 999.
       01  branch-slot-ok-switch   picture x value "Y".
           88  branch-slot-ok              value "Y".

      * the units on the lots, so a shuttle names the actual
      * car to move - the lowest-numbered spare one.
       01  unit-count              picture 999 value 0.
       01  unit-table.
           05  unit-entry occurs 200 times
                   indexed by unit-idx.
               10  un-unit-number      picture 9(4).
               10  un-type-of-car      picture 9.
               10  un-branch           picture xx.
               10  un-picked-switch    picture x.
                   88  un-picked           value "Y".

       01  best-donor-idx          picture 99.
       01  best-donor-spare        picture 999.
       01  donor-found-switch      picture x value "N".
           88  donor-found                 value "Y".
       01  unit-found-switch       picture x value "N".
           88  unit-found                  value "Y".

       01  shuttle-count           picture 9(5) value zero.
       01  short-branch-count      picture 9(5) value zero.
       01  uncovered-count         picture 9(5) value zero.

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
      * nightly fleet rebalancing: each branch's cars on
      * the lot, type by type, against the reservations
      * due out over the next few days and the walk-ups
      * it has been turning away.  branches with cars to
      * spare cover the ones that will run short, and the
      * report names the units to shuttle from where to
      * where - the transfer screen moves them.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           perform 200-load-one-fleet-record thru 200-exit
               until fleet-eof

           perform 300-tally-one-reservation thru 300-exit
               until reservation-eof

           perform 400-tally-one-turn-away thru 400-exit
               until turn-away-eof

           perform 500-load-one-vehicle thru 500-exit
               until vehicle-eof

           perform 600-report-one-slot thru 600-exit
               varying branch-idx from 1 by 1
               until branch-idx > branch-count
               after type-sub from 1 by 1 until type-sub > 9

           display "================================================="
           display "RECOMMENDED SHUTTLES"
           display "-------------------------------------------------"
           perform 700-cover-one-shortage thru 700-exit
               varying branch-idx from 1 by 1
               until branch-idx > branch-count
               after type-sub from 1 by 1 until type-sub > 9

           perform 800-print-totals thru 800-exit

           close fleet-file
           close reservation-file
           close turn-away-file
           close vehicle-file

           stop run.

       050-initialize.

           accept business-date-parm from command-line
           if business-date-parm is numeric and business-date-parm
                   not = zero
               move business-date-parm to business-date
           else
               accept business-date from date
           end-if

           move business-date to serial-date
           perform 900-compute-day-serial thru 900-exit
           move serial-days to as-of-day-serial
           add look-ahead-days to as-of-day-serial
               giving window-end-serial
           subtract 7 from as-of-day-serial giving week-start-serial

           display "================================================="
           display "FLEET REBALANCING AS OF " business-date
               " - NEXT " look-ahead-days " DAYS"
           display "================================================="

           open input fleet-file
           if fleet-file-ok
               continue
           else
               display "*** FLEET FILE (FLEETINV) NOT AVAILABLE ***"
               stop run
           end-if

           open input reservation-file
           if reservation-file-ok
               continue
           else
               display "*** RESERVATION FILE (RESVFILE) NOT AVAILABLE"
                   " - NO BOOKINGS COUNTED ***"
               set reservation-eof to true
           end-if

           open input turn-away-file
           if turn-away-file-ok
               continue
           else
               display "*** TURN-AWAY FILE (TURNAWAY) NOT AVAILABLE"
                   " - NO WALK-UPS COUNTED ***"
               set turn-away-eof to true
           end-if

           open input vehicle-file
           if vehicle-file-ok
               continue
           else
               display "*** VEHICLE FILE (VEHMSTR) NOT AVAILABLE"
                   " - NO UNITS NAMED ***"
               set vehicle-eof to true
           end-if.

       050-exit.
           exit.

       200-load-one-fleet-record.

           read fleet-file next record
               at end
                   set fleet-eof to true
               not at end
                   if fi-type-of-car > 0
                       move fi-branch to work-branch
                       perform 950-find-branch-slot thru 950-exit
                       if branch-slot-ok
                           move fi-type-of-car to type-sub
                           move fi-units-owned
                               to rb-owned(branch-idx type-sub)
                           move fi-units-available
                               to rb-available(branch-idx type-sub)
                       end-if
                   end-if
           end-read.

       200-exit.
           exit.

      * an open booking whose pickup falls inside the look-ahead.
       300-tally-one-reservation.

           read reservation-file next record
               at end
                   set reservation-eof to true
               not at end
                   if rv-item-open and rv-type-of-car > 0
                       move rv-pickup-date to serial-date
                       perform 900-compute-day-serial thru 900-exit
                       if serial-days > as-of-day-serial
                           and serial-days <= window-end-serial
                           move rv-branch to work-branch
                           perform 950-find-branch-slot thru 950-exit
                           if branch-slot-ok
                               move rv-type-of-car to type-sub
                               add 1 to rb-reserved(branch-idx type-sub)
                           end-if
                       end-if
                   end-if
           end-read.

       300-exit.
           exit.

       400-tally-one-turn-away.

           read turn-away-file next record
               at end
                   set turn-away-eof to true
               not at end
                   if ta-type-of-car > 0
                       move ta-date to serial-date
                       perform 900-compute-day-serial thru 900-exit
                       if serial-days > week-start-serial
                           and serial-days <= as-of-day-serial
                           move ta-branch to work-branch
                           perform 950-find-branch-slot thru 950-exit
                           if branch-slot-ok
                               move ta-type-of-car to type-sub
                               add 1 to
                                   rb-turned-away(branch-idx type-sub)
                           end-if
                       end-if
                   end-if
           end-read.

       400-exit.
           exit.

       500-load-one-vehicle.

           read vehicle-file next record
               at end
                   set vehicle-eof to true
               not at end
                   if vu-available
                       if unit-count >= 200
                           display "*** VEHMSTR HAS MORE THAN 200 UNITS"
                               " ON THE LOTS - EXTRA UNITS NOT NAMED"
                               " ***"
                           set vehicle-eof to true
                       else
                           add 1 to unit-count
                           set unit-idx to unit-count
                           move vu-unit-number
                               to un-unit-number(unit-idx)
                           move vu-type-of-car
                               to un-type-of-car(unit-idx)
                           move vu-branch to un-branch(unit-idx)
                           move "N" to un-picked-switch(unit-idx)
                       end-if
                   end-if
           end-read.

       500-exit.
           exit.

      *****************************************************
      * one line per branch and car type the branch either
      * carries or is being asked for.
      *****************************************************
       600-report-one-slot.

           move type-sub to type-of-car-out
           compute walk-up-demand =
               (rb-turned-away(branch-idx type-sub) * look-ahead-days
               + 6) / 7
           add rb-reserved(branch-idx type-sub) walk-up-demand
               giving rb-need(branch-idx type-sub)
           if rb-available(branch-idx type-sub)
                   >= rb-need(branch-idx type-sub)
               subtract rb-need(branch-idx type-sub)
                   from rb-available(branch-idx type-sub)
                   giving rb-spare(branch-idx type-sub)
               move zero to rb-short(branch-idx type-sub)
           else
               subtract rb-available(branch-idx type-sub)
                   from rb-need(branch-idx type-sub)
                   giving rb-short(branch-idx type-sub)
               move zero to rb-spare(branch-idx type-sub)
               add 1 to short-branch-count
           end-if

           if rb-owned(branch-idx type-sub) > 0
               or rb-need(branch-idx type-sub) > 0
               if rb-short(branch-idx type-sub) > 0
                   display "BRANCH " rb-branch(branch-idx)
                       " TYPE " type-of-car-out
                       " owned: " rb-owned(branch-idx type-sub)
                       " on lot: " rb-available(branch-idx type-sub)
                       " booked: " rb-reserved(branch-idx type-sub)
                       " turned away: "
                       rb-turned-away(branch-idx type-sub)
                       " SHORT " rb-short(branch-idx type-sub)
               else
                   display "BRANCH " rb-branch(branch-idx)
                       " TYPE " type-of-car-out
                       " owned: " rb-owned(branch-idx type-sub)
                       " on lot: " rb-available(branch-idx type-sub)
                       " booked: " rb-reserved(branch-idx type-sub)
                       " turned away: "
                       rb-turned-away(branch-idx type-sub)
                       " spare " rb-spare(branch-idx type-sub)
               end-if
           end-if.

       600-exit.
           exit.

      *****************************************************
      * a short branch is covered a unit at a time from
      * whichever branch has the most of that type to
      * spare, until it is covered or nobody has any left.
      *****************************************************
       700-cover-one-shortage.

           move type-sub to type-of-car-out
           if rb-short(branch-idx type-sub) > 0
               move "Y" to donor-found-switch
               perform 710-shuttle-one-unit thru 710-exit
                   until rb-short(branch-idx type-sub) = 0
                       or not donor-found
               if rb-short(branch-idx type-sub) > 0
                   add rb-short(branch-idx type-sub)
                       to uncovered-count
                   display "BRANCH " rb-branch(branch-idx)
                       " TYPE " type-of-car-out
                       " STILL SHORT " rb-short(branch-idx type-sub)
                       " - NO BRANCH HAS ONE TO SPARE"
               end-if
           end-if.

       700-exit.
           exit.

       710-shuttle-one-unit.

           move "N" to donor-found-switch
           move zero to best-donor-idx
           move zero to best-donor-spare
           perform 720-check-one-donor thru 720-exit
               varying donor-idx from 1 by 1
               until donor-idx > branch-count
           if best-donor-idx > 0
               move "Y" to donor-found-switch
               set donor-idx to best-donor-idx
               move "N" to unit-found-switch
               perform 730-check-one-unit thru 730-exit
                   varying unit-idx from 1 by 1
                   until unit-idx > unit-count or unit-found
      * the count says the lot has one but no unit is on the
      * vehicle file to match - that branch gives no more.
               if not unit-found
                   move zero to rb-spare(donor-idx type-sub)
               end-if
           end-if.

       710-exit.
           exit.

       720-check-one-donor.

           if donor-idx not = branch-idx
               and rb-spare(donor-idx type-sub) > best-donor-spare
               set best-donor-idx to donor-idx
               move rb-spare(donor-idx type-sub) to best-donor-spare
           end-if.

       720-exit.
           exit.

       730-check-one-unit.

           if un-type-of-car(unit-idx) = type-sub
               and un-branch(unit-idx) = rb-branch(donor-idx)
               and not un-picked(unit-idx)
               move "Y" to unit-found-switch
               move "Y" to un-picked-switch(unit-idx)
               subtract 1 from rb-spare(donor-idx type-sub)
               subtract 1 from rb-short(branch-idx type-sub)
               add 1 to shuttle-count
               display "SHUTTLE UNIT " un-unit-number(unit-idx)
                   " TYPE " type-of-car-out
                   " FROM " rb-branch(donor-idx)
                   " TO " rb-branch(branch-idx)
           end-if.

       730-exit.
           exit.

       800-print-totals.

           display "-------------------------------------------------"
           display "SHORT BRANCH/TYPES:      " short-branch-count
           display "UNITS TO SHUTTLE:        " shuttle-count
           display "SHORTFALL NOT COVERED:   " uncovered-count
           display "=================================================".

       800-exit.
           exit.

      *****************************************************
      * convert serial-date (yymmdd) to a day count so two
      * dates can be subtracted.  years 00-99 are taken as
      * 2000-2099, where every fourth year is a leap year.
      *****************************************************
       900-compute-day-serial.

           compute serial-days = serial-yy * 365
               + (serial-yy + 3) / 4
               + month-offset(serial-mm)
               + serial-dd
           divide serial-yy by 4 giving serial-quotient
               remainder serial-leap-rem
           if serial-leap-rem = 0 and serial-mm > 2
               add 1 to serial-days
           end-if.

       900-exit.
           exit.

       950-find-branch-slot.

           move "Y" to branch-slot-ok-switch
           set branch-idx to 1
           search branch-entry
               at end
                   display "*** MORE THAN 10 BRANCHES - "
                       work-branch " NOT REPORTED ***"
                   move "N" to branch-slot-ok-switch
               when branch-idx > branch-count
                   add 1 to branch-count
                   move work-branch to rb-branch(branch-count)
                   perform 960-clear-one-type-slot thru 960-exit
                       varying clear-sub from 1 by 1
                       until clear-sub > 9
               when rb-branch(branch-idx) = work-branch
                   continue
           end-search.

       950-exit.
           exit.

       960-clear-one-type-slot.

           move zero to rb-owned(branch-count clear-sub)
           move zero to rb-available(branch-count clear-sub)
           move zero to rb-reserved(branch-count clear-sub)
           move zero to rb-turned-away(branch-count clear-sub)
           move zero to rb-need(branch-count clear-sub)
           move zero to rb-spare(branch-count clear-sub)
           move zero to rb-short(branch-count clear-sub).

       960-exit.
           exit.

       end program Program32.
