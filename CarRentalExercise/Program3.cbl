                   15  bts-miles-driven    picture 9(7).
                   15  bts-amount-owed     picture 9(9)v99.
                   15  bts-deposit-held    picture 9(9)v99.
                   15  bts-tax-collected   picture 9(9)v99.
                   15  bts-fees-collected  picture 9(9)v99.
       01  work-branch             picture xx.
       01  type-slot-sub           picture 99.
       01  clear-sub               picture 99.
       01  branch-total-miles      picture 9(7).
       01  branch-total-owed       picture 9(9)v99.
       01  branch-total-deposit    picture 9(9)v99.
       01  branch-total-tax        picture 9(9)v99.
       01  branch-total-fees       picture 9(9)v99.

       01  grand-total-rentals     picture 9(5) value zero.
       01  grand-total-days        picture 9(7) value zero.
       01  grand-total-miles       picture 9(7) value zero.
       01  grand-total-owed        picture 9(9)v99 value zero.
       01  grand-total-deposit     picture 9(9)v99 value zero.
       01  grand-total-tax         picture 9(9)v99 value zero.
       01  grand-total-fees        picture 9(9)v99 value zero.

       procedure division.

                   from bts-amount-owed(branch-idx type-slot-sub)
               add rm-damage-deposit-amt
                   to bts-deposit-held(branch-idx type-slot-sub)
               add rm-state-tax-amt rm-local-tax-amt
                   to bts-tax-collected(branch-idx type-slot-sub)
               add rm-facility-fee-amt
                   to bts-fees-collected(branch-idx type-slot-sub)
           end-if.

       230-exit.
           move zero to bts-days-rented(branch-count clear-sub)
           move zero to bts-miles-driven(branch-count clear-sub)
           move zero to bts-amount-owed(branch-count clear-sub)
           move zero to bts-deposit-held(branch-count clear-sub)
           move zero to bts-tax-collected(branch-count clear-sub)
           move zero to bts-fees-collected(branch-count clear-sub).

       250-exit.
           exit.
           move grand-total-miles to ex-miles-driven
           move grand-total-owed to ex-amount-owed
           move grand-total-deposit to ex-deposit-held
           move grand-total-tax to ex-tax-collected
           move grand-total-fees to ex-fees-collected
           write extract-record.

       800-exit.
           move zero to branch-total-miles
           move zero to branch-total-owed
           move zero to branch-total-deposit
           move zero to branch-total-tax
           move zero to branch-total-fees

           perform 810-write-one-extract-line thru 810-exit
               varying type-slot-sub from 1 by 1
           move branch-total-miles to ex-miles-driven
           move branch-total-owed to ex-amount-owed
           move branch-total-deposit to ex-deposit-held
           move branch-total-tax to ex-tax-collected
           move branch-total-fees to ex-fees-collected
           write extract-record

           add branch-total-rentals to grand-total-rentals
           add branch-total-days to grand-total-days
           add branch-total-miles to grand-total-miles
           add branch-total-owed to grand-total-owed
           add branch-total-deposit to grand-total-deposit
           add branch-total-tax to grand-total-tax
           add branch-total-fees to grand-total-fees.

       805-exit.
           exit.
               to ex-amount-owed
           move bts-deposit-held(branch-idx type-slot-sub)
               to ex-deposit-held
           move bts-tax-collected(branch-idx type-slot-sub)
               to ex-tax-collected
           move bts-fees-collected(branch-idx type-slot-sub)
               to ex-fees-collected
           write extract-record

           add bts-rental-count(branch-idx type-slot-sub)
           add bts-amount-owed(branch-idx type-slot-sub)
               to branch-total-owed
           add bts-deposit-held(branch-idx type-slot-sub)
               to branch-total-deposit
           add bts-tax-collected(branch-idx type-slot-sub)
               to branch-total-tax
           add bts-fees-collected(branch-idx type-slot-sub)
               to branch-total-fees.

       810-exit.
           exit.
