       identification division.
       program-id. Program33 as "CarRentalExercise.Program33".

       environment division.
       input-output section.
       file-control.
           select rental-master assign to "RENTMSTR"
               organization is indexed
               access mode is sequential
               record key is rm-key
               file status is rental-master-status.
           select deposit-ledger assign to "DEPLEDGR"
               organization is indexed
               access mode is sequential
               record key is dl-deposit-number
               file status is deposit-ledger-status.
           select invoice-file assign to "INVMSTR"
               organization is indexed
               access mode is sequential
               record key is iv-key
               file status is invoice-file-status.
           select charge-file assign to "CUSTCHRG"
               organization is indexed
               access mode is sequential
               record key is cc-charge-key
               file status is charge-file-status.
           select cash-journal assign to "CASHJRNL"
               organization is line sequential
               file status is cash-journal-status.
           select account-map assign to "GLACCTS"
               organization is indexed
               access mode is random
               record key is gm-map-key
               file status is account-map-status.
           select gl-work-file assign to "GLWORK"
               organization is line sequential
               file status is gl-work-status.
           select gl-import-file assign to "GLIMPORT"
               organization is line sequential
               file status is gl-import-status.
           select run-control assign to "RUNCTL"
               organization is indexed
               access mode is dynamic
               record key is rc-job-name
               file status is run-control-status.

       data division.
       file section.
       fd  rental-master.
           copy "RENTREC.CPY".

       fd  deposit-ledger.
           copy "DEPREC.CPY".

       fd  invoice-file.
           copy "INVREC.CPY".

       fd  charge-file.
           copy "CHRGREC.CPY".

      * the payment entry program's cash journal - a printed
      * line per check applied or left unapplied, read here
      * by column.
       fd  cash-journal.
       01  journal-line                picture x(80).

       fd  account-map.
           copy "GLMAPREC.CPY".

       fd  gl-work-file.
           copy "GLIMPREC.CPY" replacing
               ==gl-import-record== by ==gl-work-record==
               leading ==gl== by ==gw==.

       fd  gl-import-file.
           copy "GLIMPREC.CPY".

       fd  run-control.
           copy "RUNCTL.CPY".

       working-storage section.
       01  rental-master-status    picture xx.
           88  rental-master-ok            value "00".

       01  deposit-ledger-status   picture xx.
           88  deposit-ledger-ok           value "00".

       01  invoice-file-status     picture xx.
           88  invoice-file-ok             value "00".

       01  charge-file-status      picture xx.
           88  charge-file-ok              value "00".

       01  cash-journal-status     picture xx.
           88  cash-journal-ok             value "00".

       01  account-map-status      picture xx.
           88  account-map-ok              value "00".

       01  gl-work-status          picture xx.
       01  gl-import-status        picture xx.

       01  run-control-status      picture xx.
           88  run-control-not-found       value "35".

       01  rental-eof-switch       picture x value "N".
           88  rental-eof                  value "Y".
       01  deposit-eof-switch      picture x value "N".
           88  deposit-eof                 value "Y".
       01  invoice-eof-switch      picture x value "N".
           88  invoice-eof                 value "Y".
       01  charge-eof-switch       picture x value "N".
           88  charge-eof                  value "Y".
       01  cash-eof-switch         picture x value "N".
           88  cash-eof                    value "Y".
       01  work-eof-switch         picture x value "N".
           88  work-eof                    value "Y".

       01  run-record-found-switch picture x value "N".
           88  run-record-found            value "Y".

       01  command-line-parm       picture x(20).
       01  rerun-flag              picture x(5).

      * one-day date arithmetic on yymmdd dates; years 00-99 are
      * taken as 2000-2099, where every fourth year is a leap year.
       01  date-work.
           05  work-date               picture 9(6).
           05  work-date-r redefines work-date.
               10  work-yy             picture 99.
               10  work-mm             picture 99.
               10  work-dd             picture 99.
           05  work-month-days         picture 99.
           05  work-quotient           picture 99.
           05  work-leap-rem           picture 9.
       01  month-days-values       picture x(24)
               value "312831303130313130313031".
       01  month-days-table redefines month-days-values.
           05  month-days occurs 12 times  picture 99.

      * business-date is the day being posted, not necessarily
      * today's wall-clock date - the job scheduler passes it in
      * as a PARM so a run kicked off after midnight still posts
      * the day that just ended.
       01  business-date-parm      picture x(6).
       01  business-date           picture 9(6).

      * one line handed to 800-post-line.  a negative amount
      * goes on the other side, and a zero one is not posted.
       01  post-line.
           05  post-entry-code         picture x(6).
           05  post-branch             picture xx.
           05  post-side               picture x.
               88  post-debit                  value "D".
               88  post-credit                 value "C".
           05  post-amount             picture s9(9)v99.
           05  post-reference          picture x(20).
           05  post-source-file        picture x(8).

       01  reference-work          picture x(20).
       01  rental-number-display   picture 9(9).
       01  deposit-number-display  picture 9(9).

      * a rental's charges net of the deposit are what the
      * customer paid at the counter (or what was put on the
      * account); rental revenue is what is left of that once the
      * late fee, the extra-driver fees, the taxes and the
      * facility charges are taken out.
       01  rental-charges-amt      picture s9(9)v99.
       01  rental-revenue-amt      picture s9(9)v99.

      * the cash journal is a printed line; the check amount is
      * picked out of its columns and de-edited here.
       01  cash-line-work.
           05  cash-date               picture x(6).
           05  filler                  picture x(7).
           05  cash-account            picture x(5).
           05  filler                  picture x(2).
           05  cash-line-kind          picture x(9).
               88  cash-unapplied              value "UNAPPLIED".
           05  filler                  picture x(51).
       01  cash-amount-text        picture x(14).
       01  cash-amount-edited redefines cash-amount-text
                                   picture $$$,$$$,$$9.99.
       01  cash-amount             picture 9(9)v99.

       01  line-count              picture 9(5) value zero.
       01  unmapped-count          picture 9(5) value zero.
       01  total-debits            picture 9(11)v99 value zero.
       01  total-credits           picture 9(11)v99 value zero.
       01  out-of-balance-amt      picture 9(11)v99.

       01  rentals-posted          picture 9(5) value zero.
       01  deposits-posted         picture 9(5) value zero.
       01  refunds-posted          picture 9(5) value zero.
       01  invoices-posted         picture 9(5) value zero.
       01  charges-posted          picture 9(5) value zero.
       01  checks-posted           picture 9(5) value zero.

      * the posting summary - one slot per ledger account the
      * batch touched, in the order first met.  lines with no
      * account are counted apart and hold the batch back.
       01  summary-count           picture 999 value 0.
       01  summary-table.
           05  summary-entry occurs 100 times
                   indexed by summary-idx.
               10  ps-gl-account       picture x(10).
               10  ps-description      picture x(30).
               10  ps-line-count       picture 9(5).
               10  ps-debit-amt        picture 9(11)v99.
               10  ps-credit-amt       picture 9(11)v99.

       01  release-switch          picture x value "Y".
           88  batch-released              value "Y".

       01  amount-display          picture $$$,$$$,$$9.99.
       01  total-display           picture $$,$$$,$$$,$$9.99.
       01  debit-display           picture $$,$$$,$$$,$$9.99.
       01  credit-display          picture $$,$$$,$$$,$$9.99.

       procedure division.

      *****************************************************
      * nightly general-ledger journal: the day's rentals,
      * deposits and refunds, invoices, toll and citation
      * charges, and checks received become double-entry
      * lines against the office's account map.  the lines
      * are built on a work file first; only a batch whose
      * debits equal its credits, with an account on every
      * line, is copied to the import file and marked done.
      *****************************************************
       100-main-module.

           perform 050-initialize thru 050-exit

           perform 200-post-rentals thru 200-exit
           perform 300-post-deposits thru 300-exit
           perform 400-post-invoices thru 400-exit
           perform 450-post-charges thru 450-exit
           perform 500-post-cash-receipts thru 500-exit

           close gl-work-file
           close account-map

           perform 600-check-batch thru 600-exit

           perform 700-print-summary thru 700-exit

           if batch-released
               perform 650-release-batch thru 650-exit
               perform 900-mark-run-complete thru 900-exit
           else
               close run-control
           end-if

           stop run.

       050-initialize.

           move spaces to command-line-parm
           move spaces to rerun-flag
           accept command-line-parm from command-line
           unstring command-line-parm delimited by all " "
               into business-date-parm rerun-flag
           end-unstring

           open i-o run-control
           if run-control-not-found
               open output run-control
               close run-control
               open i-o run-control
           end-if
           move "GLJRNL" to rc-job-name
           read run-control
               invalid key
                   move "N" to run-record-found-switch
                   move zero to rc-last-date-done
               not invalid key
                   move "Y" to run-record-found-switch
           end-read

           if business-date-parm is numeric and business-date-parm
                   not = zero
               move business-date-parm to business-date
      * this date ends up on RUNCTL as the high-water mark, so a
      * mistyped one is refused outright rather than guessed at.
               move business-date to work-date
               if work-mm < 01 or work-mm > 12
                   or work-dd < 01 or work-dd > 31
                   display "*** BAD DATE PARM " business-date-parm
                       " - RUN REFUSED ***"
                   close run-control
                   stop run
               end-if
           else
               if run-record-found and rc-last-date-done > 0
                   move rc-last-date-done to work-date
                   perform 510-add-one-day thru 510-exit
                   move work-date to business-date
               else
                   accept business-date from date
               end-if
           end-if

           if run-record-found
               and business-date <= rc-last-date-done
               and rerun-flag not = "RERUN"
               display "*** GL JOURNAL ALREADY RELEASED FOR "
                   business-date " - LAST DONE " rc-last-date-done
                   " ***"
               display "*** ADD RERUN TO THE PARM TO RUN IT AGAIN"
                   " ***"
               close run-control
               stop run
           end-if

           display "================================================="
           display "GENERAL-LEDGER JOURNAL FOR " business-date
           display "================================================="

           open input account-map
           if not account-map-ok
               display "*** GL ACCOUNT MAP (GLACCTS) NOT AVAILABLE"
                   " - RUN NOT MARKED COMPLETE ***"
               close run-control
               stop run
           end-if

           open output gl-work-file.

       050-exit.
           exit.

      *****************************************************
      * the day's check-ins.  the counter takes the charges
      * net of the deposit - cash for a walk-up customer, the
      * unbilled receivable for an account customer until
      * the month's invoice goes out.
      *****************************************************
       200-post-rentals.

           open input rental-master
           if not rental-master-ok
               display "*** RENTAL MASTER (RENTMSTR) NOT AVAILABLE"
                   " - RUN NOT MARKED COMPLETE ***"
               close gl-work-file
               close account-map
               close run-control
               stop run
           end-if

           perform 210-read-rental-master thru 210-exit
           perform 220-post-one-rental thru 220-exit
               until rental-eof

           close rental-master.

       200-exit.
           exit.

       210-read-rental-master.

           read rental-master next record
               at end
                   set rental-eof to true
           end-read.

       210-exit.
           exit.

       220-post-one-rental.

           if rm-trans-date = business-date
               perform 230-post-rental-lines thru 230-exit
           end-if
           perform 210-read-rental-master thru 210-exit.

       220-exit.
           exit.

       230-post-rental-lines.

           add 1 to rentals-posted
           move rm-rental-number to rental-number-display
           move spaces to reference-work
           string "RENTAL " delimited by size
               rental-number-display delimited by size
               into reference-work
           move reference-work to post-reference
           move "RENTMSTR" to post-source-file
           move rm-branch to post-branch

           compute rental-charges-amt =
               rm-amount-owed - rm-damage-deposit-amt
           compute rental-revenue-amt =
               rental-charges-amt - rm-late-fee-amt
               - rm-driver-fee-amt - rm-state-tax-amt - rm-local-tax-amt
               - rm-facility-fee-amt

           if rm-account-number > 0
               move "UNBILL" to post-entry-code
           else
               move "CASH" to post-entry-code
           end-if
           set post-debit to true
           move rental-charges-amt to post-amount
           perform 800-post-line thru 800-exit

           set post-credit to true
           move "RENTRV" to post-entry-code
           move rental-revenue-amt to post-amount
           perform 800-post-line thru 800-exit
           move "LATERV" to post-entry-code
           move rm-late-fee-amt to post-amount
           perform 800-post-line thru 800-exit
           move "DRVFEE" to post-entry-code
           move rm-driver-fee-amt to post-amount
           perform 800-post-line thru 800-exit
           move "STATAX" to post-entry-code
           move rm-state-tax-amt to post-amount
           perform 800-post-line thru 800-exit
           move "LCLTAX" to post-entry-code
           move rm-local-tax-amt to post-amount
           perform 800-post-line thru 800-exit
           move "FACFEE" to post-entry-code
           move rm-facility-fee-amt to post-amount
           perform 800-post-line thru 800-exit.

       230-exit.
           exit.

      *****************************************************
      * deposits taken at check-out are cash held for the
      * customer; a refund gives back what was not withheld
      * and the withheld part becomes damage recovery.  the
      * ledger keeps no branch, so these post company-wide.
      *****************************************************
       300-post-deposits.

           open input deposit-ledger
           if not deposit-ledger-ok
               display "*** DEPOSIT LEDGER (DEPLEDGR) NOT AVAILABLE"
                   " - NO DEPOSIT ENTRIES ***"
           else
               perform 310-read-deposit-ledger thru 310-exit
               perform 320-post-one-deposit thru 320-exit
                   until deposit-eof
               close deposit-ledger
           end-if.

       300-exit.
           exit.

       310-read-deposit-ledger.

           read deposit-ledger next record
               at end
                   set deposit-eof to true
           end-read.

       310-exit.
           exit.

       320-post-one-deposit.

           move dl-deposit-number to deposit-number-display
           move spaces to reference-work
           string "DEPOSIT " delimited by size
               deposit-number-display delimited by size
               into reference-work
           move reference-work to post-reference
           move "DEPLEDGR" to post-source-file
           move spaces to post-branch

           if dl-dn-date = business-date
               add 1 to deposits-posted
               set post-debit to true
               move "CASH" to post-entry-code
               move dl-deposit-amt to post-amount
               perform 800-post-line thru 800-exit
               set post-credit to true
               move "DEPLIA" to post-entry-code
               perform 800-post-line thru 800-exit
           end-if

           if dl-item-refunded and dl-refund-date = business-date
               add 1 to refunds-posted
               set post-debit to true
               move "DEPLIA" to post-entry-code
               move dl-deposit-amt to post-amount
               perform 800-post-line thru 800-exit
               set post-credit to true
               move "CASH" to post-entry-code
               move dl-refund-amt to post-amount
               perform 800-post-line thru 800-exit
               move "DMGREC" to post-entry-code
               move dl-withheld-amt to post-amount
               perform 800-post-line thru 800-exit
           end-if

           perform 310-read-deposit-ledger thru 310-exit.

       320-exit.
           exit.

      *****************************************************
      * an invoice moves the month's on-account rentals and
      * charges out of unbilled and into receivables.
      *****************************************************
       400-post-invoices.

           open input invoice-file
           if not invoice-file-ok
               display "*** INVOICE FILE (INVMSTR) NOT AVAILABLE"
                   " - NO INVOICE ENTRIES ***"
           else
               perform 410-read-invoice-file thru 410-exit
               perform 420-post-one-invoice thru 420-exit
                   until invoice-eof
               close invoice-file
           end-if.

       400-exit.
           exit.

       410-read-invoice-file.

           read invoice-file next record
               at end
                   set invoice-eof to true
           end-read.

       410-exit.
           exit.

       420-post-one-invoice.

           if iv-invoice-date = business-date
               add 1 to invoices-posted
               move spaces to reference-work
               string "INVOICE " delimited by size
                   iv-account-number delimited by size
                   "-" delimited by size
                   iv-period delimited by size
                   into reference-work
               move reference-work to post-reference
               move "INVMSTR" to post-source-file
               move spaces to post-branch
               set post-debit to true
               move "ACCTRC" to post-entry-code
               move iv-amount-due to post-amount
               perform 800-post-line thru 800-exit
               set post-credit to true
               move "UNBILL" to post-entry-code
               perform 800-post-line thru 800-exit
           end-if

           perform 410-read-invoice-file thru 410-exit.

       420-exit.
           exit.

      *****************************************************
      * a toll or citation passed back to the renter is owed
      * on to the issuer, and the admin fee is ours.  an
      * account customer's goes to unbilled with the
      * rentals; anyone else's is a receivable of its own.
      *****************************************************
       450-post-charges.

           open input charge-file
           if not charge-file-ok
               display "*** CHARGE FILE (CUSTCHRG) NOT AVAILABLE"
                   " - NO CHARGE ENTRIES ***"
           else
               perform 460-read-charge-file thru 460-exit
               perform 470-post-one-charge thru 470-exit
                   until charge-eof
               close charge-file
           end-if.

       450-exit.
           exit.

       460-read-charge-file.

           read charge-file next record
               at end
                   set charge-eof to true
           end-read.

       460-exit.
           exit.

       470-post-one-charge.

           if cc-posted-date = business-date
               add 1 to charges-posted
               move spaces to reference-work
               string "NOTICE " delimited by size
                   cc-issuer-code delimited by size
                   cc-notice-number delimited by size
                   into reference-work
               move reference-work to post-reference
               move "CUSTCHRG" to post-source-file
               move cc-branch to post-branch
               set post-debit to true
               if cc-account-number > 0
                   move "UNBILL" to post-entry-code
               else
                   move "CHGREC" to post-entry-code
               end-if
               move cc-charge-amt to post-amount
               perform 800-post-line thru 800-exit
               set post-credit to true
               move "TOLLPY" to post-entry-code
               move cc-notice-amt to post-amount
               perform 800-post-line thru 800-exit
               move "ADMFEE" to post-entry-code
               move cc-admin-fee-amt to post-amount
               perform 800-post-line thru 800-exit
           end-if

           perform 460-read-charge-file thru 460-exit.

       470-exit.
           exit.

      *****************************************************
      * checks received: applied to an invoice they clear
      * the receivable; a remainder left unapplied is held
      * as unapplied cash until the office places it.
      *****************************************************
       500-post-cash-receipts.

           open input cash-journal
           if not cash-journal-ok
               display "*** CASH JOURNAL (CASHJRNL) NOT AVAILABLE"
                   " - NO CASH RECEIPT ENTRIES ***"
           else
               perform 520-read-cash-journal thru 520-exit
               perform 530-post-one-receipt thru 530-exit
                   until cash-eof
               close cash-journal
           end-if.

       500-exit.
           exit.

       510-add-one-day.

           move month-days(work-mm) to work-month-days
           if work-mm = 2
               divide work-yy by 4 giving work-quotient
                   remainder work-leap-rem
               if work-leap-rem = 0
                   move 29 to work-month-days
               end-if
           end-if
           if work-dd < work-month-days
               add 1 to work-dd
           else
               move 1 to work-dd
               if work-mm < 12
                   add 1 to work-mm
               else
                   move 1 to work-mm
                   add 1 to work-yy
               end-if
           end-if.

       510-exit.
           exit.

       520-read-cash-journal.

           read cash-journal
               at end
                   set cash-eof to true
           end-read.

       520-exit.
           exit.

       530-post-one-receipt.

           move journal-line to cash-line-work
           if cash-date = business-date
               perform 540-post-receipt-lines thru 540-exit
           end-if
           perform 520-read-cash-journal thru 520-exit.

       530-exit.
           exit.

       540-post-receipt-lines.

           add 1 to checks-posted
           move "CASHJRNL" to post-source-file
           move spaces to post-branch
           move spaces to reference-work
           if cash-unapplied
               move journal-line(50:14) to cash-amount-text
               string "CHECK " delimited by size
                   journal-line(39:10) delimited by size
                   into reference-work
           else
               move journal-line(51:14) to cash-amount-text
               string "CHECK " delimited by size
                   journal-line(40:10) delimited by size
                   into reference-work
           end-if
           move reference-work to post-reference
           move cash-amount-edited to cash-amount

           set post-debit to true
           move "CASH" to post-entry-code
           move cash-amount to post-amount
           perform 800-post-line thru 800-exit
           set post-credit to true
           if cash-unapplied
               move "UNAPPL" to post-entry-code
           else
               move "ACCTRC" to post-entry-code
           end-if
           perform 800-post-line thru 800-exit.

       540-exit.
           exit.

      *****************************************************
      * the batch goes to the ledger only if it balances and
      * every line found an account.
      *****************************************************
       600-check-batch.

           if total-debits not = total-credits
               move "N" to release-switch
           end-if
           if unmapped-count > 0
               move "N" to release-switch
           end-if.

       600-exit.
           exit.

       650-release-batch.

           open input gl-work-file
           open output gl-import-file
           perform 660-read-work-file thru 660-exit
           perform 670-copy-one-line thru 670-exit
               until work-eof
           close gl-work-file
           close gl-import-file.

       650-exit.
           exit.

       660-read-work-file.

           read gl-work-file
               at end
                   set work-eof to true
           end-read.

       660-exit.
           exit.

       670-copy-one-line.

           move gl-work-record to gl-import-record
           write gl-import-record
           perform 660-read-work-file thru 660-exit.

       670-exit.
           exit.

       700-print-summary.

           display "-------------------------------------------------"
           display "POSTING SUMMARY BY ACCOUNT"
           display "-------------------------------------------------"
           perform 710-print-one-account thru 710-exit
               varying summary-idx from 1 by 1
               until summary-idx > summary-count
           display "-------------------------------------------------"
           display "RENTALS:     " rentals-posted
               "  DEPOSITS: " deposits-posted
               "  REFUNDS: " refunds-posted
           display "INVOICES:    " invoices-posted
               "  CHARGES:  " charges-posted
               "  CHECKS:  " checks-posted
           display "GL LINES:    " line-count
           move total-debits to total-display
           display "TOTAL DEBITS:    " total-display
           move total-credits to total-display
           display "TOTAL CREDITS:   " total-display
           display "-------------------------------------------------"
           if total-debits not = total-credits
               if total-debits > total-credits
                   subtract total-credits from total-debits
                       giving out-of-balance-amt
               else
                   subtract total-debits from total-credits
                       giving out-of-balance-amt
               end-if
               move out-of-balance-amt to total-display
               display "*** OUT OF BALANCE BY " total-display " ***"
           end-if
           if unmapped-count > 0
               display "*** " unmapped-count
                   " LINES WITH NO GL ACCOUNT ***"
           end-if
           if batch-released
               display "BATCH RELEASED TO GLIMPORT"
           else
               display "*** BATCH NOT RELEASED - GLIMPORT NOT"
                   " WRITTEN, RUN NOT MARKED COMPLETE ***"
           end-if
           display "=================================================".

       700-exit.
           exit.

       710-print-one-account.

           move ps-debit-amt(summary-idx) to debit-display
           move ps-credit-amt(summary-idx) to credit-display
           display ps-gl-account(summary-idx) " "
               ps-description(summary-idx)
               "  lines: " ps-line-count(summary-idx)
           display "    debits: " debit-display
               "  credits: " credit-display.

       710-exit.
           exit.

      *****************************************************
      * one double-entry line onto the work file.  the
      * branch's own rule is tried first, then the company-
      * wide one; a line with neither is still written, with
      * no account, so the listing shows what is missing.
      *****************************************************
       800-post-line.

           if post-amount not = zero
               perform 805-write-post-line thru 805-exit
           end-if.

       800-exit.
           exit.

       805-write-post-line.

           if post-amount < zero
               multiply -1 by post-amount
               if post-debit
                   set post-credit to true
               else
                   set post-debit to true
               end-if
           end-if

           move spaces to gl-work-record
           move post-entry-code to gm-entry-code
           move post-branch to gm-branch
           read account-map
               invalid key
                   move spaces to gm-branch
                   read account-map
                       invalid key
                           move spaces to gm-gl-account
                           move spaces to gm-description
                   end-read
           end-read

           add 1 to line-count
           move business-date to gw-business-date
           move line-count to gw-line-number
           move gm-gl-account to gw-account
           move post-branch to gw-branch
           move post-reference to gw-reference
           move post-source-file to gw-source-file
           move post-entry-code to gw-entry-code
           if post-debit
               move post-amount to gw-debit-amt
               move zero to gw-credit-amt
               add post-amount to total-debits
           else
               move zero to gw-debit-amt
               move post-amount to gw-credit-amt
               add post-amount to total-credits
           end-if
           write gl-work-record

           if gm-gl-account = spaces
               add 1 to unmapped-count
               display "*** NO GL ACCOUNT FOR " post-entry-code
                   " BRANCH " post-branch " - " post-reference
                   " ***"
           end-if

           perform 810-add-to-summary thru 810-exit.

       805-exit.
           exit.

       810-add-to-summary.

           set summary-idx to 1
           search summary-entry
               at end
                   continue
               when summary-idx > summary-count
                   continue
               when ps-gl-account(summary-idx) = gm-gl-account
                   continue
           end-search
           if summary-idx > summary-count
               and summary-count >= 100
               display "*** MORE THAN 100 GL ACCOUNTS - "
                   gm-gl-account " NOT SUMMARIZED ***"
           else
               if summary-idx > summary-count
                   add 1 to summary-count
                   set summary-idx to summary-count
                   move gm-gl-account to ps-gl-account(summary-idx)
                   if gm-gl-account = spaces
                       move "*** NO ACCOUNT ***"
                           to ps-description(summary-idx)
                   else
                       move gm-description
                           to ps-description(summary-idx)
                   end-if
                   move zero to ps-line-count(summary-idx)
                   move zero to ps-debit-amt(summary-idx)
                   move zero to ps-credit-amt(summary-idx)
               end-if
               add 1 to ps-line-count(summary-idx)
               add gw-debit-amt to ps-debit-amt(summary-idx)
               add gw-credit-amt to ps-credit-amt(summary-idx)
           end-if.

       810-exit.
           exit.

       900-mark-run-complete.

           if business-date > rc-last-date-done
               move business-date to rc-last-date-done
               if run-record-found
                   rewrite run-control-record
               else
                   write run-control-record
               end-if
           end-if
           close run-control.

       900-exit.
           exit.

       end program Program33.
