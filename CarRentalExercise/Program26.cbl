       identification division.
       program-id. Program26 as "CarRentalExercise.Program26".

       environment division.
       input-output section.
       file-control.
           select rental-master assign to "RENTMSTR"
               organization is indexed
               access mode is sequential
               record key is rm-key
               file status is rental-master-status.
           select tax-file assign to "TAXTABLE"
               organization is indexed
               access mode is dynamic
               record key is tx-branch
               file status is tax-file-status.

       data division.
       file section.
       fd  rental-master.
           copy "RENTREC.CPY".

       fd  tax-file.
           copy "TAXREC.CPY".

       working-storage section.
       01  rental-master-status    picture xx.
           88  rental-master-ok            value "00".

       01  tax-file-status         picture xx.
           88  tax-file-ok                 value "00".

       01  rental-file-eof-switch  picture x value "N".
           88  rental-file-eof             value "Y".

       01  tax-file-open-switch    picture x value "N".
           88  tax-file-open               value "Y".

      * business-date tells the run which month to report - any
      * date inside the month will do; the job scheduler passes
      * it in as a PARM the same way it does for the other batch
      * jobs.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).

       01  report-period           picture 9(4).
       01  rental-month            picture 9(4).

      * one slot per branch whose rentals were taxed during the
      * month - the branch the car went out from, whose rates
      * were charged.  sales are the charges less the deposit,
      * the tax and the facility charges.
       01  branch-count            picture 99 value 0.
       01  branch-table.
           05  branch-entry occurs 10 times
                   indexed by branch-idx.
               10  bt-branch           picture xx.
               10  bt-rental-count     picture 9(5).
               10  bt-taxable-sales    picture 9(9)v99.
               10  bt-exempt-sales     picture 9(9)v99.
               10  bt-state-tax        picture 9(9)v99.
               10  bt-local-tax        picture 9(9)v99.
               10  bt-fees-collected   picture 9(9)v99.
       01  work-branch             picture xx.
       01  branch-slot-ok-switch   picture x value "Y".
           88  branch-slot-ok              value "Y".

      * the same money rolled up by taxing authority, since
      * one state collects from every branch inside it and
      * the return is filed with the authority, not the
      * branch.
       01  authority-count         picture 99 value 0.
       01  authority-table.
           05  authority-entry occurs 20 times
                   indexed by authority-idx.
               10  au-name             picture x(12).
               10  au-taxable-sales    picture 9(9)v99.
               10  au-exempt-sales     picture 9(9)v99.
               10  au-tax-collected    picture 9(9)v99.
       01  work-authority          picture x(12).
       01  work-taxable-sales      picture 9(9)v99.
       01  work-exempt-sales       picture 9(9)v99.
       01  work-tax-collected      picture 9(9)v99.

       01  sale-amount             picture 9(9)v99.

       01  total-taxable-sales     picture 9(9)v99 value zero.
       01  total-exempt-sales      picture 9(9)v99 value zero.
       01  total-tax-collected     picture 9(9)v99 value zero.
       01  total-fees-collected    picture 9(9)v99 value zero.
       01  rentals-in-period       picture 9(7) value zero.

       01  state-name-out          picture x(12).
       01  local-name-out          picture x(12).
       01  state-rate-out          picture 9v9(4).
       01  local-rate-out          picture 9v9(4).
       01  rate-display            picture 9.9999.
       01  taxable-display         picture $$$,$$$,$$9.99.
       01  exempt-display          picture $$$,$$$,$$9.99.
       01  tax-display             picture $$$,$$$,$$9.99.

       procedure division.

      *****************************************************
      * month-end sales tax remittance: every rental
      * checked in during the month, put to the branch
      * whose rates it was charged at, split taxable and
      * exempt (the corporate accounts the office flagged
      * tax-exempt), with the state and local tax and the
      * facility charges collected - the accountant files
      * straight off this.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           perform 200-post-one-rental thru 200-exit
               until rental-file-eof

           perform 300-report-one-branch thru 300-exit
               varying branch-idx from 1 by 1
               until branch-idx > branch-count

           perform 700-report-authorities thru 700-exit

           perform 800-print-totals thru 800-exit

           close rental-master
           if tax-file-open
               close tax-file
           end-if

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
           display "SALES TAX REMITTANCE FOR PERIOD " report-period
           display "================================================="

           open input rental-master
           if rental-master-ok
               perform 210-read-rental-master thru 210-exit
           else
               display "*** RENTAL MASTER (RENTMSTR) NOT AVAILABLE"
                   " ***"
               stop run
           end-if

           open input tax-file
           if tax-file-ok
               move "Y" to tax-file-open-switch
           else
               display "*** TAX TABLE (TAXTABLE) NOT AVAILABLE"
                   " - AUTHORITIES NOT NAMED ***"
           end-if.

       050-exit.
           exit.

       200-post-one-rental.

           move rm-trans-date(1:4) to rental-month
           if rental-month = report-period
               add 1 to rentals-in-period
               compute sale-amount = rm-amount-owed
                   - rm-damage-deposit-amt
                   - rm-state-tax-amt - rm-local-tax-amt
                   - rm-facility-fee-amt
               if rm-tax-branch = spaces
                   move rm-branch to work-branch
               else
                   move rm-tax-branch to work-branch
               end-if
               perform 220-find-branch-slot thru 220-exit
               if branch-slot-ok
                   add 1 to bt-rental-count(branch-idx)
                   if rm-is-tax-exempt
                       add sale-amount to bt-exempt-sales(branch-idx)
                   else
                       add sale-amount to bt-taxable-sales(branch-idx)
                   end-if
                   add rm-state-tax-amt to bt-state-tax(branch-idx)
                   add rm-local-tax-amt to bt-local-tax(branch-idx)
                   add rm-facility-fee-amt
                       to bt-fees-collected(branch-idx)
               end-if
           end-if

           perform 210-read-rental-master thru 210-exit.

       200-exit.
           exit.

       210-read-rental-master.

           read rental-master next record
               at end
                   set rental-file-eof to true
           end-read.

       210-exit.
           exit.

       220-find-branch-slot.

           move "Y" to branch-slot-ok-switch
           set branch-idx to 1
           search branch-entry
               at end
                   display "*** MORE THAN 10 BRANCHES IN PERIOD - "
                       work-branch " NOT REPORTED ***"
                   move "N" to branch-slot-ok-switch
               when branch-idx > branch-count
                   add 1 to branch-count
                   move work-branch to bt-branch(branch-count)
                   move zero to bt-rental-count(branch-count)
                   move zero to bt-taxable-sales(branch-count)
                   move zero to bt-exempt-sales(branch-count)
                   move zero to bt-state-tax(branch-count)
                   move zero to bt-local-tax(branch-count)
                   move zero to bt-fees-collected(branch-count)
               when bt-branch(branch-idx) = work-branch
                   continue
           end-search.

       220-exit.
           exit.

      *****************************************************
      * one block per branch: the state line and the local
      * line each show the same sales - both taxes fall on
      * the same charges - with their own tax collected;
      * the facility charges are remitted on their own.
      *****************************************************
       300-report-one-branch.

           move "STATE" to state-name-out
           move "LOCAL" to local-name-out
           move zero to state-rate-out
           move zero to local-rate-out
           if tax-file-open
               move bt-branch(branch-idx) to tx-branch
               read tax-file
                   invalid key
                       display "*** BRANCH " bt-branch(branch-idx)
                           " NOT ON TAXTABLE ***"
                   not invalid key
                       if tx-state-authority not = spaces
                           move tx-state-authority to state-name-out
                       end-if
                       if tx-local-authority not = spaces
                           move tx-local-authority to local-name-out
                       end-if
                       move tx-state-rate to state-rate-out
                       move tx-local-rate to local-rate-out
               end-read
           end-if

           display "BRANCH " bt-branch(branch-idx)
               "  RENTALS: " bt-rental-count(branch-idx)
           display "-------------------------------------------------"

           move bt-taxable-sales(branch-idx) to taxable-display
           move bt-exempt-sales(branch-idx) to exempt-display
           move state-rate-out to rate-display
           move bt-state-tax(branch-idx) to tax-display
           display "  " state-name-out " rate " rate-display
               " taxable: " taxable-display
               " exempt: " exempt-display
               " tax: " tax-display
           move state-name-out to work-authority
           move bt-state-tax(branch-idx) to work-tax-collected
           perform 320-post-to-authority thru 320-exit

           move local-rate-out to rate-display
           move bt-local-tax(branch-idx) to tax-display
           display "  " local-name-out " rate " rate-display
               " taxable: " taxable-display
               " exempt: " exempt-display
               " tax: " tax-display
           move local-name-out to work-authority
           move bt-local-tax(branch-idx) to work-tax-collected
           perform 320-post-to-authority thru 320-exit

           move bt-fees-collected(branch-idx) to tax-display
           display "  FACILITY CHARGES COLLECTED: " tax-display
           display " "

           add bt-taxable-sales(branch-idx) to total-taxable-sales
           add bt-exempt-sales(branch-idx) to total-exempt-sales
           add bt-state-tax(branch-idx) bt-local-tax(branch-idx)
               to total-tax-collected
           add bt-fees-collected(branch-idx)
               to total-fees-collected.

       300-exit.
           exit.

       320-post-to-authority.

           move bt-taxable-sales(branch-idx) to work-taxable-sales
           move bt-exempt-sales(branch-idx) to work-exempt-sales
           set authority-idx to 1
           search authority-entry
               at end
                   display "*** MORE THAN 20 TAXING AUTHORITIES - "
                       work-authority " NOT ROLLED UP ***"
               when authority-idx > authority-count
                   add 1 to authority-count
                   move work-authority to au-name(authority-count)
                   move work-taxable-sales
                       to au-taxable-sales(authority-count)
                   move work-exempt-sales
                       to au-exempt-sales(authority-count)
                   move work-tax-collected
                       to au-tax-collected(authority-count)
               when au-name(authority-idx) = work-authority
                   add work-taxable-sales
                       to au-taxable-sales(authority-idx)
                   add work-exempt-sales
                       to au-exempt-sales(authority-idx)
                   add work-tax-collected
                       to au-tax-collected(authority-idx)
           end-search.

       320-exit.
           exit.

       700-report-authorities.

           display "================================================="
           display "BY TAXING AUTHORITY"
           display "-------------------------------------------------"
           perform 710-report-one-authority thru 710-exit
               varying authority-idx from 1 by 1
               until authority-idx > authority-count.

       700-exit.
           exit.

       710-report-one-authority.

           move au-taxable-sales(authority-idx) to taxable-display
           move au-exempt-sales(authority-idx) to exempt-display
           move au-tax-collected(authority-idx) to tax-display
           display "  " au-name(authority-idx)
               " taxable: " taxable-display
               " exempt: " exempt-display
               " tax: " tax-display.

       710-exit.
           exit.

       800-print-totals.

           display "-------------------------------------------------"
           display "RENTALS IN PERIOD: " rentals-in-period
           move total-taxable-sales to taxable-display
           display "TAXABLE SALES:           " taxable-display
           move total-exempt-sales to exempt-display
           display "EXEMPT SALES:            " exempt-display
           move total-tax-collected to tax-display
           display "TAX COLLECTED:           " tax-display
           move total-fees-collected to tax-display
           display "FACILITY CHARGES:        " tax-display
           display "=================================================".

       800-exit.
           exit.

       end program Program26.
