       01  bal-miles-driven        picture 9(7) value zero.
       01  bal-amount-owed         picture 9(9)v99 value zero.
       01  bal-deposit-held        picture 9(9)v99 value zero.
       01  bal-tax-collected       picture 9(9)v99 value zero.
       01  bal-fees-collected      picture 9(9)v99 value zero.

      * the same re-add broken by branch - one slot per branch
      * seen on the day's work, checked against the feed's branch
               10  bb-miles-driven     picture 9(7).
               10  bb-amount-owed      picture 9(9)v99.
               10  bb-deposit-held     picture 9(9)v99.
               10  bb-tax-collected    picture 9(9)v99.
               10  bb-fees-collected   picture 9(9)v99.
               10  bb-compared-switch  picture x.
               10  bb-cars-out occurs 9 times  picture 999.
               10  bb-in-shop occurs 9 times   picture 999.
       01  cmp-miles-driven        picture 9(7).
       01  cmp-amount-owed         picture 9(9)v99.
       01  cmp-deposit-held        picture 9(9)v99.
       01  cmp-tax-collected       picture 9(9)v99.
       01  cmp-fees-collected      picture 9(9)v99.

       01  covered-out-count       picture 999.
       01  fleet-says-out          picture 999.
      * re-add the day's finished rentals straight off the
      * master, the same way the extract does: revenue is
      * the amount owed less the deposit in it, and the
      * deposit rides in its own bucket, as do the sales
      * tax and facility charges inside the revenue - once
      * for the company and once into the rental's branch
      * slot.
      *****************************************************
       200-add-up-rentals.

               add rm-amount-owed to bal-amount-owed
               subtract rm-damage-deposit-amt from bal-amount-owed
               add rm-damage-deposit-amt to bal-deposit-held
               add rm-state-tax-amt rm-local-tax-amt
                   to bal-tax-collected
               add rm-facility-fee-amt to bal-fees-collected
               move rm-branch to work-branch
               perform 600-find-branch-slot thru 600-exit
               if branch-slot-ok
                       from bb-amount-owed(branch-idx)
                   add rm-damage-deposit-amt
                       to bb-deposit-held(branch-idx)
                   add rm-state-tax-amt rm-local-tax-amt
                       to bb-tax-collected(branch-idx)
                   add rm-facility-fee-amt
                       to bb-fees-collected(branch-idx)
               end-if
           end-if

                           move bal-miles-driven to cmp-miles-driven
                           move bal-amount-owed to cmp-amount-owed
                           move bal-deposit-held to cmp-deposit-held
                           move bal-tax-collected
                               to cmp-tax-collected
                           move bal-fees-collected
                               to cmp-fees-collected
                           perform 320-compare-one-set thru 320-exit
                       when ex-branch-total
                           perform 330-compare-branch-total
                   "  feed: " ex-deposit-held
                   "  difference: " difference-display
               move "N" to in-balance-switch
           end-if
           if ex-tax-collected not = cmp-tax-collected
               subtract ex-tax-collected from cmp-tax-collected
                   giving difference-amount
               move difference-amount to difference-display
               display "OUT OF BALANCE - " compare-label
                   " SALES TAX     master: " cmp-tax-collected
                   "  feed: " ex-tax-collected
                   "  difference: " difference-display
               move "N" to in-balance-switch
           end-if
           if ex-fees-collected not = cmp-fees-collected
               subtract ex-fees-collected from cmp-fees-collected
                   giving difference-amount
               move difference-amount to difference-display
               display "OUT OF BALANCE - " compare-label
                   " FACILITY FEES master: " cmp-fees-collected
                   "  feed: " ex-fees-collected
                   "  difference: " difference-display
               move "N" to in-balance-switch
           end-if.

       320-exit.
               move bb-miles-driven(branch-idx) to cmp-miles-driven
               move bb-amount-owed(branch-idx) to cmp-amount-owed
               move bb-deposit-held(branch-idx) to cmp-deposit-held
               move bb-tax-collected(branch-idx) to cmp-tax-collected
               move bb-fees-collected(branch-idx)
                   to cmp-fees-collected
               perform 320-compare-one-set thru 320-exit
           end-if.

                   move zero to bb-miles-driven(branch-count)
                   move zero to bb-amount-owed(branch-count)
                   move zero to bb-deposit-held(branch-count)
                   move zero to bb-tax-collected(branch-count)
                   move zero to bb-fees-collected(branch-count)
                   move "N" to bb-compared-switch(branch-count)
                   perform 610-clear-one-type-slot thru 610-exit
                       varying clear-sub from 1 by 1
