       identification division.
       program-id. Program35 as "CarRentalExercise.Program35".

       environment division.
       input-output section.
       file-control.
           select recall-file assign to "RECALLS"
               organization is indexed
               access mode is sequential
               record key is rl-key
               file status is recall-file-status.
           select vehicle-file assign to "VEHMSTR"
               organization is indexed
               access mode is sequential
               record key is vu-unit-number
               file status is vehicle-file-status.
           select service-history assign to "SVCHIST"
               organization is indexed
               access mode is dynamic
               record key is sv-key
               file status is service-history-status.

       data division.
       file section.
       fd  recall-file.
           copy "RCLREC.CPY".

       fd  vehicle-file.
           copy "VEHREC.CPY".

       fd  service-history.
           copy "SVCREC.CPY".

       working-storage section.
       01  recall-file-status      picture xx.
           88  recall-file-ok              value "00".

       01  vehicle-file-status     picture xx.
           88  vehicle-file-ok             value "00".

       01  service-history-status  picture xx.
           88  service-history-ok          value "00".

       01  recall-eof-switch       picture x value "N".
           88  recall-eof                  value "Y".
       01  vehicle-eof-switch      picture x value "N".
           88  vehicle-eof                 value "Y".
       01  service-eof-switch      picture x value "N".
           88  service-eof                 value "Y".

       01  service-file-open-switch    picture x value "N".
           88  service-file-open           value "Y".

      * business-date is the date this status run is made as of,
      * not necessarily today's wall-clock date - the job
      * scheduler passes it in as a PARM the same way it does for
      * the other weekly reports.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).
       01  serial-work.
           05  serial-date             picture 9(6).
           05  serial-date-r redefines serial-date.
               10  serial-yy           picture 99.
               10  serial-mm           picture 99.
               10  serial-dd           picture 99.

      * every open campaign's lines, held in recall-file order so
      * a campaign's lines sit together; the campaign table
      * points at its first and last line.
       01  line-count              picture 999 value 0.
       01  recall-line-table.
           05  recall-line-entry occurs 200 times
                   indexed by line-idx.
               10  lt-scope            picture x.
                   88  lt-by-unit          value "U".
                   88  lt-by-type          value "T".
               10  lt-unit-number      picture 9(4).
               10  lt-type-of-car      picture 9.
               10  lt-in-service-from  picture 9(6).
               10  lt-in-service-to    picture 9(6).

       01  campaign-count          picture 99 value 0.
       01  campaign-table.
           05  campaign-entry occurs 50 times
                   indexed by campaign-idx.
               10  ct-campaign-number  picture x(10).
               10  ct-description      picture x(30).
               10  ct-issue-date       picture 9(6).
               10  ct-first-line       picture 999.
               10  ct-last-line        picture 999.

      * one slot per campaign and branch that has an affected
      * unit - the branch the unit belongs to, which for a car
      * out on rent is the branch it went out from.
       01  slot-count              picture 999 value 0.
       01  status-table.
           05  status-entry occurs 500 times
                   indexed by slot-idx.
               10  st-campaign-idx     picture 99.
               10  st-branch           picture xx.
               10  st-repaired         picture 9(4).
               10  st-in-shop          picture 9(4).
               10  st-on-lot           picture 9(4).
               10  st-with-customer    picture 9(4).
       01  work-campaign-idx       picture 99.
       01  work-branch             picture xx.
       01  slot-ok-switch          picture x value "Y".
           88  slot-ok                     value "Y".

       01  unit-affected-switch    picture x value "N".
           88  unit-affected               value "Y".
       01  recall-repaired-switch  picture x value "N".
           88  recall-repaired             value "Y".
       01  recall-in-shop-switch   picture x value "N".
           88  recall-in-shop              value "Y".
       01  line-sub                picture 999.

       01  campaign-affected       picture 9(5).
       01  campaign-repaired       picture 9(5).
       01  campaign-in-shop        picture 9(5).
       01  campaign-on-lot         picture 9(5).
       01  campaign-with-customer  picture 9(5).
       01  slot-affected           picture 9(5).

       01  total-affected          picture 9(5) value zero.
       01  total-repaired          picture 9(5) value zero.
       01  total-in-shop           picture 9(5) value zero.
       01  total-on-lot            picture 9(5) value zero.
       01  total-with-customer     picture 9(5) value zero.
       01  total-open              picture 9(5).

       procedure division.

      *****************************************************
      * weekly safety recall status: for every open
      * campaign, branch by branch, how many of our units
      * it reaches, how many have had the recall work done
      * (a closed work order against the campaign), and of
      * the rest how many are in the shop, held on the lot,
      * and still out with customers - the figures the
      * manufacturer asks for as proof of compliance.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           perform 200-check-one-unit thru 200-exit
               until vehicle-eof

           perform 300-report-one-campaign thru 300-exit
               varying campaign-idx from 1 by 1
               until campaign-idx > campaign-count

           perform 800-print-totals thru 800-exit

           close recall-file
           close vehicle-file
           if service-file-open
               close service-history
           end-if

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

           display "================================================="
           display "SAFETY RECALL STATUS AS OF " business-date
           display "================================================="

           open input recall-file
           if not recall-file-ok
               display "*** RECALL FILE (RECALLS) NOT AVAILABLE ***"
               stop run
           end-if

           open input vehicle-file
           if not vehicle-file-ok
               display "*** VEHICLE FILE (VEHMSTR) NOT AVAILABLE ***"
               close recall-file
               stop run
           end-if

           open input service-history
           if service-history-ok
               move "Y" to service-file-open-switch
           else
               display "*** SERVICE HISTORY (SVCHIST) NOT AVAILABLE"
                   " - NO UNIT SHOWN REPAIRED ***"
           end-if

           perform 060-load-one-recall-line thru 060-exit
               until recall-eof

           perform 210-read-vehicle-file thru 210-exit.

       050-exit.
           exit.

       060-load-one-recall-line.

           read recall-file next record
               at end
                   set recall-eof to true
               not at end
                   if rl-campaign-active
                       perform 065-table-one-recall-line
                           thru 065-exit
                   end-if
           end-read.

       060-exit.
           exit.

       065-table-one-recall-line.

           evaluate true
               when line-count >= 200
                   display "*** MORE THAN 200 RECALL LINES - "
                       "CAMPAIGN " rl-campaign-number
                       " LINE " rl-line-seq " NOT REPORTED ***"
               when campaign-count >= 50
                   and ct-campaign-number(campaign-count)
                       not = rl-campaign-number
                   display "*** MORE THAN 50 OPEN CAMPAIGNS - "
                       rl-campaign-number " NOT REPORTED ***"
               when other
                   perform 070-add-recall-line thru 070-exit
           end-evaluate.

       065-exit.
           exit.

       070-add-recall-line.

           if campaign-count = 0
               or ct-campaign-number(campaign-count)
                   not = rl-campaign-number
               add 1 to campaign-count
               move rl-campaign-number
                   to ct-campaign-number(campaign-count)
               move rl-description to ct-description(campaign-count)
               move rl-issue-date to ct-issue-date(campaign-count)
               add 1 line-count giving ct-first-line(campaign-count)
           end-if

           add 1 to line-count
           move rl-scope to lt-scope(line-count)
           move rl-unit-number to lt-unit-number(line-count)
           move rl-type-of-car to lt-type-of-car(line-count)
           move rl-in-service-from to lt-in-service-from(line-count)
           move rl-in-service-to to lt-in-service-to(line-count)
           move line-count to ct-last-line(campaign-count).

       070-exit.
           exit.

      *****************************************************
      * one unit against every open campaign.
      *****************************************************
       200-check-one-unit.

           perform 220-check-one-campaign thru 220-exit
               varying campaign-idx from 1 by 1
               until campaign-idx > campaign-count

           perform 210-read-vehicle-file thru 210-exit.

       200-exit.
           exit.

       210-read-vehicle-file.

           read vehicle-file next record
               at end
                   set vehicle-eof to true
           end-read.

       210-exit.
           exit.

       220-check-one-campaign.

           move "N" to unit-affected-switch
           perform 225-test-one-line thru 225-exit
               varying line-sub from ct-first-line(campaign-idx) by 1
               until line-sub > ct-last-line(campaign-idx)
                   or unit-affected
           if unit-affected
               perform 230-find-recall-orders thru 230-exit
               set work-campaign-idx to campaign-idx
               move vu-branch to work-branch
               perform 240-find-status-slot thru 240-exit
               if slot-ok
                   evaluate true
                       when recall-repaired
                           add 1 to st-repaired(slot-idx)
                       when recall-in-shop
                           add 1 to st-in-shop(slot-idx)
                       when vu-rented
                           add 1 to st-with-customer(slot-idx)
                       when other
                           add 1 to st-on-lot(slot-idx)
                   end-evaluate
               end-if
           end-if.

       220-exit.
           exit.

       225-test-one-line.

           set line-idx to line-sub
           if lt-by-unit(line-idx)
               and lt-unit-number(line-idx) = vu-unit-number
               move "Y" to unit-affected-switch
           end-if
           if lt-by-type(line-idx)
               and lt-type-of-car(line-idx) = vu-type-of-car
               and vu-in-service-date >= lt-in-service-from(line-idx)
               and vu-in-service-date <= lt-in-service-to(line-idx)
               move "Y" to unit-affected-switch
           end-if.

       225-exit.
           exit.

      *****************************************************
      * the unit's work orders against this campaign: a
      * closed one means the recall work is done; an open
      * one means the unit is in the shop having it done.
      *****************************************************
       230-find-recall-orders.

           move "N" to recall-repaired-switch
           move "N" to recall-in-shop-switch
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
           perform 235-read-next-order thru 235-exit
               until recall-repaired or service-eof.

       230-exit.
           exit.

       235-read-next-order.

           read service-history next record
               at end
                   set service-eof to true
               not at end
                   if sv-unit-number not = vu-unit-number
                       set service-eof to true
                   else
                       if sv-campaign-number
                               = ct-campaign-number(campaign-idx)
                           if sv-item-closed
                               move "Y" to recall-repaired-switch
                           else
                               move "Y" to recall-in-shop-switch
                           end-if
                       end-if
                   end-if
           end-read.

       235-exit.
           exit.

       240-find-status-slot.

           move "Y" to slot-ok-switch
           set slot-idx to 1
           search status-entry
               at end
                   display "*** MORE THAN 500 CAMPAIGN BRANCHES - "
                       "UNIT " vu-unit-number " NOT REPORTED ***"
                   move "N" to slot-ok-switch
               when slot-idx > slot-count
                   add 1 to slot-count
                   move work-campaign-idx
                       to st-campaign-idx(slot-count)
                   move work-branch to st-branch(slot-count)
                   move zero to st-repaired(slot-count)
                   move zero to st-in-shop(slot-count)
                   move zero to st-on-lot(slot-count)
                   move zero to st-with-customer(slot-count)
               when st-campaign-idx(slot-idx) = work-campaign-idx
                   and st-branch(slot-idx) = work-branch
                   continue
           end-search.

       240-exit.
           exit.

      *****************************************************
      * one block per campaign, a line per branch, with the
      * campaign's own totals under it.
      *****************************************************
       300-report-one-campaign.

           move zero to campaign-repaired
           move zero to campaign-in-shop
           move zero to campaign-on-lot
           move zero to campaign-with-customer
           set work-campaign-idx to campaign-idx

           display "CAMPAIGN " ct-campaign-number(campaign-idx)
               "  " ct-description(campaign-idx)
               "  ISSUED " ct-issue-date(campaign-idx)
           display "-------------------------------------------------"
           display "  BRANCH  AFFECTED  REPAIRED   IN SHOP    ON LOT"
               "  WITH CUSTOMERS"
           perform 310-report-one-branch thru 310-exit
               varying slot-idx from 1 by 1
               until slot-idx > slot-count

           add campaign-repaired campaign-in-shop campaign-on-lot
               campaign-with-customer giving campaign-affected
           if campaign-affected = 0
               display "  NO UNIT ON FILE IS REACHED BY THIS CAMPAIGN"
           end-if
           display "  TOTAL      " campaign-affected
               "     " campaign-repaired
               "     " campaign-in-shop
               "     " campaign-on-lot
               "     " campaign-with-customer
           display " "

           add campaign-affected to total-affected
           add campaign-repaired to total-repaired
           add campaign-in-shop to total-in-shop
           add campaign-on-lot to total-on-lot
           add campaign-with-customer to total-with-customer.

       300-exit.
           exit.

       310-report-one-branch.

           if st-campaign-idx(slot-idx) = work-campaign-idx
               add st-repaired(slot-idx) st-in-shop(slot-idx)
                   st-on-lot(slot-idx) st-with-customer(slot-idx)
                   giving slot-affected
               display "  " st-branch(slot-idx)
                   "         " slot-affected
                   "      " st-repaired(slot-idx)
                   "      " st-in-shop(slot-idx)
                   "      " st-on-lot(slot-idx)
                   "      " st-with-customer(slot-idx)
               add st-repaired(slot-idx) to campaign-repaired
               add st-in-shop(slot-idx) to campaign-in-shop
               add st-on-lot(slot-idx) to campaign-on-lot
               add st-with-customer(slot-idx)
                   to campaign-with-customer
           end-if.

       310-exit.
           exit.

       800-print-totals.

           add total-in-shop total-on-lot total-with-customer
               giving total-open
           display "-------------------------------------------------"
           display "OPEN CAMPAIGNS:              " campaign-count
           display "UNIT RECALLS ON FILE:        " total-affected
           display "REPAIRED:                    " total-repaired
           display "STILL OPEN:                  " total-open
           display "  IN THE SHOP:               " total-in-shop
           display "  HELD ON THE LOT:           " total-on-lot
           display "  STILL OUT WITH CUSTOMERS:  " total-with-customer
           display "=================================================".

       800-exit.
           exit.

       end program Program35.
