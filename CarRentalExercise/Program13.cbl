               access mode is dynamic
               record key is iv-key
               file status is invoice-file-status.
           select charge-file assign to "CUSTCHRG"
               organization is indexed
               access mode is dynamic
               record key is cc-charge-key
               file status is charge-file-status.
           select invoice-print assign to "INVOICES"
               organization is line sequential
               file status is invoice-print-status.
       fd  invoice-file.
           copy "INVREC.CPY".

       fd  charge-file.
           copy "CHRGREC.CPY".

       fd  invoice-print.
       01  invoice-line                picture x(80).

           88  invoice-file-not-found      value "35".
           88  invoice-file-duplicate      value "22".

       01  charge-file-status      picture xx.
           88  charge-file-ok              value "00".

       01  charge-eof-switch       picture x value "N".
           88  charge-eof                  value "Y".

       01  charge-file-open-switch picture x value "N".
           88  charge-file-open            value "Y".

       01  invoice-print-status    picture xx.
           88  invoice-print-not-found     value "35".

       01  invoice-period          picture 9(4).
       01  rental-month            picture 9(4).

      * one slot per account that rented during the month or
      * has tolls and citations waiting to be billed.
       01  account-count           picture 99 value 0.
       01  account-table.
           05  account-entry occurs 50 times
               10  at-account-number   picture 9(5).
               10  at-rental-count     picture 9(5).
               10  at-amount-due       picture 9(9)v99.
               10  at-tax-amount       picture 9(9)v99.
               10  at-charge-count     picture 9(5).
               10  at-charge-amount    picture 9(9)v99.

       01  work-account-number     picture 9(5).

       01  accounts-invoiced       picture 99 value zero.
       01  accounts-skipped        picture 99 value zero.

       01  line-amount             picture 9(9)v99.
       01  line-tax-amount         picture 9(7)v99.
       01  tax-display             picture $$,$$9.99.
       01  charges-before-tax      picture 9(9)v99.
       01  amount-display          picture $$$,$$$,$$9.99.
       01  invoiced-total          picture 9(9)v99 value zero.

           perform 200-collect-one-rental thru 200-exit
               until rental-file-eof

           perform 240-collect-one-charge thru 240-exit
               until charge-eof

           perform 300-invoice-accounts thru 300-exit
               varying account-idx from 1 by 1
               until account-idx > account-count
           close rental-master
           close corporate-file
           close invoice-file
           if charge-file-open
               close charge-file
           end-if
           close invoice-print

           stop run.
               set rental-file-eof to true
           end-if

      * no CUSTCHRG just means no toll or citation has ever been
      * matched - the invoices then carry rentals alone.
           open i-o charge-file
           if charge-file-ok
               move "Y" to charge-file-open-switch
               perform 250-read-charge thru 250-exit
           else
               set charge-eof to true
           end-if

           open i-o invoice-file
           if invoice-file-not-found
               open output invoice-file
       220-post-to-account.

      * an invoice bills the rental charges - the damage deposit
      * rides in the deposit ledger, not on the invoice.  the
      * sales tax inside the charges is carried beside them so
      * the invoice can show it separately.
           subtract rm-damage-deposit-amt from rm-amount-owed
               giving line-amount
           add rm-state-tax-amt rm-local-tax-amt
               giving line-tax-amount
           move rm-account-number to work-account-number
           perform 230-find-account-slot thru 230-exit
           if account-idx <= account-count
               add 1 to at-rental-count(account-idx)
               add line-amount to at-amount-due(account-idx)
               add line-tax-amount to at-tax-amount(account-idx)
           end-if.

       220-exit.
           exit.

      *****************************************************
      * point account-idx at work-account-number's slot,
      * opening a new one at the end of the table if the
      * account has none yet.  a full table leaves
      * account-idx past the count and the account unbilled.
      *****************************************************
       230-find-account-slot.

           set account-idx to 1
           search account-entry
               at end
                   display "*** MORE THAN 50 ACCOUNTS IN PERIOD"
                       " - ACCOUNT " work-account-number
                       " NOT BILLED ***"
                   set account-idx to 50
                   set account-idx up by 1
               when account-idx > account-count
                   add 1 to account-count
                   move work-account-number
                       to at-account-number(account-count)
                   move zero to at-rental-count(account-count)
                   move zero to at-amount-due(account-count)
                   move zero to at-tax-amount(account-count)
                   move zero to at-charge-count(account-count)
                   move zero to at-charge-amount(account-count)
               when at-account-number(account-idx)
                       = work-account-number
                   continue
           end-search.

       230-exit.
           exit.

      *****************************************************
      * tolls and citations matched to an on-account rental
      * wait on CUSTCHRG until the next invoice run, in
      * whatever month they came in - they are billed with
      * the account's rentals and marked invoiced only once
      * the invoice itself is on file.
      *****************************************************
       240-collect-one-charge.

           if cc-item-open and cc-account-number > 0
               move cc-account-number to work-account-number
               perform 230-find-account-slot thru 230-exit
               if account-idx <= account-count
                   add 1 to at-charge-count(account-idx)
                   add cc-charge-amt to at-charge-amount(account-idx)
                   add cc-charge-amt to at-amount-due(account-idx)
               end-if
           end-if

           perform 250-read-charge thru 250-exit.

       240-exit.
           exit.

       250-read-charge.

           read charge-file next record
               at end
                   set charge-eof to true
           end-read.

       250-exit.
           exit.

      *****************************************************

           perform 320-print-line-items thru 320-exit

           if at-charge-count(account-idx) > 0
               perform 340-print-charge-items thru 340-exit
           end-if

           move all "-" to invoice-line
           write invoice-line
           subtract at-tax-amount(account-idx)
               from at-amount-due(account-idx)
               giving charges-before-tax
           move charges-before-tax to amount-display
           move spaces to invoice-line
           string "CHARGES:    " delimited by size
               amount-display delimited by size
               into invoice-line
           write invoice-line
           move at-tax-amount(account-idx) to amount-display
           move spaces to invoice-line
           string "SALES TAX:  " delimited by size
               amount-display delimited by size
               into invoice-line
           write invoice-line
           move at-amount-due(account-idx) to amount-display
           move spaces to invoice-line
           string "AMOUNT DUE: " delimited by size
                   if rm-account-number
                           = at-account-number(account-idx)
                       and rental-month = invoice-period
                       add rm-state-tax-amt rm-local-tax-amt
                           giving line-tax-amount
                       compute line-amount = rm-amount-owed
                           - rm-damage-deposit-amt - line-tax-amount
                       move line-amount to amount-display
                       move line-tax-amount to tax-display
                       move spaces to invoice-line
                       string rm-trans-date delimited by size
                           "  " delimited by size
                           rm-days-rented delimited by size
                           "  " delimited by size
                           amount-display delimited by size
                           "  TAX " delimited by size
                           tax-display delimited by size
                           into invoice-line
                       write invoice-line
                   end-if
       330-exit.
           exit.

       340-print-charge-items.

           move spaces to invoice-line
           write invoice-line
           move at-charge-amount(account-idx) to amount-display
           move spaces to invoice-line
           string "TOLLS AND CITATIONS (ADMIN FEE INCLUDED)  "
               delimited by size
               amount-display delimited by size
               into invoice-line
           write invoice-line

           move "N" to charge-eof-switch
           move low-values to cc-charge-key
           start charge-file key >= cc-charge-key
               invalid key
                   set charge-eof to true
           end-start
           perform 350-print-one-charge-item thru 350-exit
               until charge-eof.

       340-exit.
           exit.

       350-print-one-charge-item.

           read charge-file next record
               at end
                   set charge-eof to true
               not at end
                   if cc-item-open
                       and cc-account-number
                           = at-account-number(account-idx)
                       move cc-charge-amt to amount-display
                       move spaces to invoice-line
                       string cc-notice-date delimited by size
                           "  " delimited by size
                           cc-last-name delimited by size
                           " " delimited by size
                           cc-first-initial delimited by size
                           "  " delimited by size
                           cc-issuer-code delimited by size
                           " " delimited by size
                           cc-notice-number delimited by size
                           "  " delimited by size
                           amount-display delimited by size
                           into invoice-line
                       write invoice-line
                       set cc-item-invoiced to true
                       move invoice-period to cc-invoice-period
                       rewrite customer-charge-record
                           invalid key
                               display "*** CHARGE " cc-issuer-code
                                   " " cc-notice-number
                                   " NOT MARKED INVOICED, STATUS "
                                   charge-file-status " ***"
                       end-rewrite
                   end-if
           end-read.

       350-exit.
           exit.

       800-print-totals.

           display "-------------------------------------------------"
