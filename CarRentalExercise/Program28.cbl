       identification division.
       program-id. Program28 as "CarRentalExercise.Program28".

       environment division.
       input-output section.
       file-control.
           select claim-file assign to "DMGCLAIM"
               organization is indexed
               access mode is sequential
               record key is cl-claim-number
               file status is claim-file-status.

       data division.
       file section.
       fd  claim-file.
           copy "CLAIMREC.CPY".

       working-storage section.
       01  claim-file-status       picture xx.
           88  claim-file-ok               value "00".

       01  claim-eof-switch        picture x value "N".
           88  claim-eof                   value "Y".

      * business-date is the date this aging run is made as of,
      * not necessarily today's wall-clock date - the job
      * scheduler passes it in as a PARM the same way it does for
      * the deposit aging.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).

       01  claim-age-days          picture 9(5).
       01  as-of-day-serial        picture 9(7).

      * the repair is costed at the shop's actual figure once
      * there is one, at the counter's estimate until then.
       01  cost-basis              picture 9(5)v99.
       01  recovered-total         picture 9(6)v99.
       01  unrecovered-amt         picture 9(6)v99.

       01  aging-buckets.
           05  age-0-30-count      picture 9(5) value zero.
           05  age-0-30-amt        picture 9(9)v99 value zero.
           05  age-31-60-count     picture 9(5) value zero.
           05  age-31-60-amt       picture 9(9)v99 value zero.
           05  age-61-90-count     picture 9(5) value zero.
           05  age-61-90-amt       picture 9(9)v99 value zero.
           05  age-over-90-count   picture 9(5) value zero.
           05  age-over-90-amt     picture 9(9)v99 value zero.

       01  total-open-count        picture 9(5) value zero.
       01  total-cost-amt          picture 9(9)v99 value zero.
       01  total-recovered-amt     picture 9(9)v99 value zero.
       01  total-open-amt          picture 9(9)v99 value zero.

       01  claim-number-display    picture 9(9).
       01  cost-amt-display        picture $$$,$$9.99.
       01  recovered-amt-display   picture $$$,$$9.99.
       01  unrecovered-amt-display picture $$$,$$9.99.
       01  total-amt-display       picture $$$,$$$,$$9.99.

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
      * weekly open-claims aging: every damage claim still
      * open, aged from the day it was opened at the
      * counter, with the repair cost, what has come back
      * from the deposit, the customer and the insurer, and
      * the damage cost we are still carrying.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           perform 200-age-one-claim thru 200-exit
               until claim-eof

           perform 800-print-totals thru 800-exit

           close claim-file

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
           move serial-days to as-of-day-serial

           display "================================================="
           display "OPEN DAMAGE CLAIMS AGING AS OF " business-date
           display "================================================="

           open input claim-file
           if claim-file-ok
               perform 210-read-claim-file thru 210-exit
           else
               display "*** CLAIM FILE (DMGCLAIM) NOT AVAILABLE ***"
               set claim-eof to true
           end-if.

       050-exit.
           exit.

       200-age-one-claim.

           if cl-item-open
               move cl-cn-date to serial-date
               perform 500-compute-day-serial thru 500-exit
               if as-of-day-serial > serial-days
                   subtract serial-days from as-of-day-serial
                       giving claim-age-days
               else
                   move zero to claim-age-days
               end-if
               perform 220-report-open-claim thru 220-exit
           end-if

           perform 210-read-claim-file thru 210-exit.

       200-exit.
           exit.

       210-read-claim-file.

           read claim-file next record
               at end
                   set claim-eof to true
           end-read.

       210-exit.
           exit.

       220-report-open-claim.

           if cl-actual-cost > 0
               move cl-actual-cost to cost-basis
           else
               move cl-estimated-cost to cost-basis
           end-if
           add cl-recovered-deposit cl-recovered-customer
               cl-recovered-insurer giving recovered-total
           if recovered-total < cost-basis
               subtract recovered-total from cost-basis
                   giving unrecovered-amt
           else
               move zero to unrecovered-amt
           end-if

           move cl-claim-number to claim-number-display
           move cost-basis to cost-amt-display
           move recovered-total to recovered-amt-display
           move unrecovered-amt to unrecovered-amt-display
           display "Claim " claim-number-display
               " " cl-last-name " " cl-first-initial
               " unit: " cl-unit-number
               " days: " claim-age-days
           display "    cost: " cost-amt-display
               " recovered: " recovered-amt-display
               " carried: " unrecovered-amt-display

           add 1 to total-open-count
           add cost-basis to total-cost-amt
           add recovered-total to total-recovered-amt
           add unrecovered-amt to total-open-amt
           evaluate true
               when claim-age-days <= 30
                   add 1 to age-0-30-count
                   add unrecovered-amt to age-0-30-amt
               when claim-age-days <= 60
                   add 1 to age-31-60-count
                   add unrecovered-amt to age-31-60-amt
               when claim-age-days <= 90
                   add 1 to age-61-90-count
                   add unrecovered-amt to age-61-90-amt
               when other
                   add 1 to age-over-90-count
                   add unrecovered-amt to age-over-90-amt
           end-evaluate.

       220-exit.
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

       800-print-totals.

           display "-------------------------------------------------"
           move age-0-30-amt to total-amt-display
           display "AGE 00-30 DAYS  claims: " age-0-30-count
               " carried: " total-amt-display
           move age-31-60-amt to total-amt-display
           display "AGE 31-60 DAYS  claims: " age-31-60-count
               " carried: " total-amt-display
           move age-61-90-amt to total-amt-display
           display "AGE 61-90 DAYS  claims: " age-61-90-count
               " carried: " total-amt-display
           move age-over-90-amt to total-amt-display
           display "AGE OVER 90     claims: " age-over-90-count
               " carried: " total-amt-display
           display "-------------------------------------------------"
           move total-cost-amt to total-amt-display
           display "REPAIR COST ON OPEN CLAIMS:  " total-amt-display
           move total-recovered-amt to total-amt-display
           display "RECOVERED TO DATE:           " total-amt-display
           move total-open-amt to total-amt-display
           display "TOTAL OPEN      claims: " total-open-count
               " carried: " total-amt-display
           display "=================================================".

       800-exit.
           exit.

       end program Program28.
