       identification division.
       program-id. Program30 as "CarRentalExercise.Program30".

       environment division.
       input-output section.
       file-control.
           select asset-file assign to "FIXASSET"
               organization is indexed
               access mode is sequential
               record key is fa-unit-number
               file status is asset-file-status.

       data division.
       file section.
       fd  asset-file.
           copy "ASSETREC.CPY".

       working-storage section.
       01  asset-file-status       picture xx.
           88  asset-file-ok               value "00".

       01  asset-eof-switch        picture x value "N".
           88  asset-eof                   value "Y".

      * business-date tells the run which month to depreciate -
      * any date inside the month will do; the job scheduler
      * passes it in as a PARM the same way it does for the
      * other batch jobs.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).

       01  report-period           picture 9(4).
       01  report-period-r redefines report-period.
           05  report-yy           picture 99.
           05  report-mm           picture 99.
       01  purchase-period         picture 9(4).
       01  purchase-period-r redefines purchase-period.
           05  purchase-yy         picture 99.
           05  purchase-mm         picture 99.
       01  disposal-period         picture 9(4).

      * straight line to salvage: after n months in service the
      * depreciation to date is n/life of cost less salvage, the
      * purchase month counting as the first.  the charge is
      * whatever brings the record up to that - so a month the
      * run was missed is caught up, and a month already charged
      * is shown again rather than charged twice.
       01  months-in-service       picture s9(5).
       01  depreciable-amt         picture 9(7)v99.
       01  target-depreciation     picture 9(7)v99.
       01  month-charge            picture 9(7)v99.
       01  book-value-amt          picture 9(7)v99.
       01  gain-loss-amt           picture 9(7)v99.
       01  charge-note             picture x(12).

       01  register-count          picture 9(5) value zero.
       01  total-cost              picture 9(9)v99 value zero.
       01  total-month-charge      picture 9(9)v99 value zero.
       01  total-accum             picture 9(9)v99 value zero.
       01  total-book-value        picture 9(9)v99 value zero.

       01  disposal-count          picture 9(5) value zero.
       01  total-sale-price        picture 9(9)v99 value zero.
       01  total-book-at-sale      picture 9(9)v99 value zero.
       01  total-gain              picture 9(9)v99 value zero.
       01  total-loss              picture 9(9)v99 value zero.

      * disposals are reported after the register, so the
      * month's are held here on the way through the file.
       01  sold-count              picture 999 value 0.
       01  sold-table.
           05  sold-entry occurs 200 times
                   indexed by sold-idx.
               10  st-unit-number      picture 9(4).
               10  st-type-of-car      picture 9.
               10  st-branch           picture xx.
               10  st-disposal-date    picture 9(6).
               10  st-purchase-cost    picture 9(7)v99.
               10  st-accum            picture 9(7)v99.
               10  st-book-value       picture 9(7)v99.
               10  st-sale-price       picture 9(7)v99.

       01  cost-display            picture $$,$$$,$$9.99.
       01  charge-display          picture $$,$$$,$$9.99.
       01  accum-display           picture $$,$$$,$$9.99.
       01  book-display            picture $$,$$$,$$9.99.
       01  total-display           picture $$$,$$$,$$9.99.

       procedure division.

      *****************************************************
      * month-end depreciation: each car in service is
      * charged its month's depreciation, and the fixed-
      * asset register lists cost, the charge, depreciation
      * to date and net book value, unit by unit.  the cars
      * sold during the month follow, each with its gain or
      * loss against the book value it went at.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           perform 200-depreciate-one-unit thru 200-exit
               until asset-eof

           perform 700-print-register-totals thru 700-exit

           perform 750-report-disposals thru 750-exit

           close asset-file

           stop run.

       050-initialize.

           accept business-date-parm from command-line
           if business-date-parm is numeric and business-date-parm
                   not = zero
               move business-date-parm to business-date
           else
               accept business-date from date
           end-if
           move business-date(1:4) to report-period

           display "================================================="
           display "FIXED-ASSET REGISTER FOR PERIOD " report-period
           display "================================================="

           open i-o asset-file
           if asset-file-ok
               perform 210-read-asset-file thru 210-exit
           else
               display "*** ASSET FILE (FIXASSET) NOT AVAILABLE ***"
               stop run
           end-if.

       050-exit.
           exit.

       200-depreciate-one-unit.

           if fa-in-service
               perform 220-compute-month-charge thru 220-exit
               perform 230-print-register-line thru 230-exit
           else
               move fa-disposal-date(1:4) to disposal-period
               if disposal-period = report-period
                   perform 240-hold-disposal thru 240-exit
               end-if
           end-if

           perform 210-read-asset-file thru 210-exit.

       200-exit.
           exit.

       210-read-asset-file.

           read asset-file next record
               at end
                   set asset-eof to true
           end-read.

       210-exit.
           exit.

       220-compute-month-charge.

           move zero to month-charge
           move spaces to charge-note
           move fa-purchase-date(1:4) to purchase-period
           compute months-in-service =
               (report-yy * 12 + report-mm)
               - (purchase-yy * 12 + purchase-mm) + 1
           evaluate true
               when fa-last-depr-period = report-period
                   move fa-last-depr-amt to month-charge
                   move "ALREADY RUN" to charge-note
               when fa-last-depr-period > report-period
                   move "LATER PERIOD" to charge-note
               when months-in-service < 1
                   move "NOT YET" to charge-note
               when fa-expected-life = 0
                   move "NO LIFE" to charge-note
               when other
                   perform 225-post-month-charge thru 225-exit
           end-evaluate
           subtract fa-accum-depreciation from fa-purchase-cost
               giving book-value-amt.

       220-exit.
           exit.

       225-post-month-charge.

           if months-in-service > fa-expected-life
               move fa-expected-life to months-in-service
           end-if
           subtract fa-salvage-value from fa-purchase-cost
               giving depreciable-amt
           compute target-depreciation rounded =
               depreciable-amt * months-in-service
               / fa-expected-life
           if target-depreciation > fa-accum-depreciation
               subtract fa-accum-depreciation
                   from target-depreciation giving month-charge
           else
               move "FULLY DEPR" to charge-note
           end-if
           add month-charge to fa-accum-depreciation
           move report-period to fa-last-depr-period
           move month-charge to fa-last-depr-amt
           rewrite fixed-asset-record
               invalid key
                   display "*** UNIT " fa-unit-number
                       " NOT UPDATED, STATUS " asset-file-status
                       " ***"
           end-rewrite.

       225-exit.
           exit.

       230-print-register-line.

           add 1 to register-count
           add fa-purchase-cost to total-cost
           add month-charge to total-month-charge
           add fa-accum-depreciation to total-accum
           add book-value-amt to total-book-value
           move fa-purchase-cost to cost-display
           move month-charge to charge-display
           move fa-accum-depreciation to accum-display
           move book-value-amt to book-display
           display "Unit " fa-unit-number
               " type " fa-type-of-car
               " branch " fa-branch
               " bought " fa-purchase-date
               " life " fa-expected-life
               " " charge-note
           display "    cost: " cost-display
               " charge: " charge-display
               " to date: " accum-display
               " book: " book-display.

       230-exit.
           exit.

       240-hold-disposal.

           if sold-count >= 200
               display "*** MORE THAN 200 DISPOSALS IN PERIOD - UNIT "
                   fa-unit-number " NOT REPORTED ***"
           else
               add 1 to sold-count
               set sold-idx to sold-count
               move fa-unit-number to st-unit-number(sold-idx)
               move fa-type-of-car to st-type-of-car(sold-idx)
               move fa-branch to st-branch(sold-idx)
               move fa-disposal-date to st-disposal-date(sold-idx)
               move fa-purchase-cost to st-purchase-cost(sold-idx)
               move fa-accum-depreciation to st-accum(sold-idx)
               move fa-book-value-at-sale to st-book-value(sold-idx)
               move fa-sale-price to st-sale-price(sold-idx)
           end-if.

       240-exit.
           exit.

       700-print-register-totals.

           display "-------------------------------------------------"
           display "UNITS IN SERVICE:        " register-count
           move total-cost to total-display
           display "COST:                    " total-display
           move total-month-charge to total-display
           display "DEPRECIATION THIS MONTH: " total-display
           move total-accum to total-display
           display "DEPRECIATION TO DATE:    " total-display
           move total-book-value to total-display
           display "NET BOOK VALUE:          " total-display.

       700-exit.
           exit.

      *****************************************************
      * the month's sales: what each car went for against
      * its book value at the time - above book is a gain,
      * below a loss.
      *****************************************************
       750-report-disposals.

           display "================================================="
           display "GAIN/LOSS ON DISPOSALS FOR PERIOD " report-period
           display "-------------------------------------------------"
           perform 760-report-one-disposal thru 760-exit
               varying sold-idx from 1 by 1
               until sold-idx > sold-count
           display "-------------------------------------------------"
           display "UNITS DISPOSED OF:       " disposal-count
           move total-sale-price to total-display
           display "SALE PROCEEDS:           " total-display
           move total-book-at-sale to total-display
           display "BOOK VALUE SOLD:         " total-display
           move total-gain to total-display
           display "GAINS:                   " total-display
           move total-loss to total-display
           display "LOSSES:                  " total-display
           if total-gain >= total-loss
               subtract total-loss from total-gain
                   giving total-display
               display "NET GAIN:                " total-display
           else
               subtract total-gain from total-loss
                   giving total-display
               display "NET LOSS:                " total-display
           end-if
           display "=================================================".

       750-exit.
           exit.

       760-report-one-disposal.

           add 1 to disposal-count
           add st-sale-price(sold-idx) to total-sale-price
           add st-book-value(sold-idx) to total-book-at-sale
           move st-purchase-cost(sold-idx) to cost-display
           move st-accum(sold-idx) to accum-display
           move st-book-value(sold-idx) to book-display
           move st-sale-price(sold-idx) to charge-display
           display "Unit " st-unit-number(sold-idx)
               " type " st-type-of-car(sold-idx)
               " branch " st-branch(sold-idx)
               " sold " st-disposal-date(sold-idx)
           display "    cost: " cost-display
               " to date: " accum-display
               " book: " book-display
               " sold for: " charge-display
           if st-sale-price(sold-idx) >= st-book-value(sold-idx)
               subtract st-book-value(sold-idx)
                   from st-sale-price(sold-idx)
                   giving gain-loss-amt
               add gain-loss-amt to total-gain
               move gain-loss-amt to book-display
               display "    GAIN: " book-display
           else
               subtract st-sale-price(sold-idx)
                   from st-book-value(sold-idx)
                   giving gain-loss-amt
               add gain-loss-amt to total-loss
               move gain-loss-amt to book-display
               display "    LOSS: " book-display
           end-if.

       760-exit.
           exit.

       end program Program30.
