       identification division.
       program-id. Program27 as "CarRentalExercise.Program27".

       environment division.
       input-output section.
       file-control.
           select claim-file assign to "DMGCLAIM"
               organization is indexed
               access mode is dynamic
               record key is cl-claim-number
               file status is claim-file-status.
           select service-history assign to "SVCHIST"
               organization is indexed
               access mode is dynamic
               record key is sv-key
               file status is service-history-status.
           select deposit-ledger assign to "DEPLEDGR"
               organization is indexed
               access mode is dynamic
               record key is dl-deposit-number
               file status is deposit-ledger-status.
           select operator-file assign to "OPERMSTR"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is operator-file-status.
           select journal-file assign to "DAYJRNL"
               organization is line sequential
               file status is journal-file-status.

       data division.
       file section.
       fd  claim-file.
           copy "CLAIMREC.CPY".

       fd  service-history.
           copy "SVCREC.CPY".

       fd  deposit-ledger.
           copy "DEPREC.CPY".

       fd  operator-file.
           copy "OPERREC.CPY".

       fd  journal-file.
           copy "JRNLREC.CPY".

       working-storage section.
       01  claim-entry.
           05  action-code         picture x.
               88  action-is-update    value "U".
               88  action-is-inquiry   value "I".
           05  claim-number-in     picture 9(9).

      * the update screen works on a copy of the claim - nothing
      * reaches the file until every field has passed.
       01  claim-update-entry.
           05  wo-open-date-in         picture 9(6).
           05  wo-open-seq-in          picture 999.
           05  deposit-number-in       picture 9(9).
           05  estimated-cost-in       picture 9(5)v99.
           05  actual-cost-in          picture 9(5)v99.
           05  recovered-deposit-in    picture 9(5)v99.
           05  recovered-customer-in   picture 9(5)v99.
           05  recovered-insurer-in    picture 9(5)v99.
           05  insurer-name-in         picture x(20).
           05  claim-status-in         picture x.
               88  status-in-open          value "O".
               88  status-in-recovered     value "C".
               88  status-in-written-off   value "W".
               88  status-in-valid         value "O" "C" "W".

       01  are-there-more-records  picture x value "Y".

       01  claim-file-status       picture xx.
           88  claim-file-not-found        value "35".

       01  service-history-status  picture xx.
           88  service-history-ok          value "00".

       01  deposit-ledger-status   picture xx.
           88  deposit-ledger-ok           value "00".

       01  journal-file-status     picture xx.
           88  journal-file-not-found      value "35".

       01  history-file-open-switch    picture x value "N".
           88  history-file-open           value "Y".
       01  deposit-file-open-switch    picture x value "N".
           88  deposit-file-open           value "Y".

       01  screen-input-ok         picture x value "N".
           88  input-is-valid              value "Y".

       01  error-message           picture x(40).

       01  today-date              picture 9(6).
       01  recovered-total         picture 9(6)v99.
       01  cost-basis              picture 9(5)v99.
       01  unrecovered-amt         picture 9(6)v99.

       01  claim-number-display    picture 9(9).
       01  rental-number-display   picture 9(9).
       01  deposit-number-display  picture 9(9).
       01  cost-amt-display        picture $$$,$$9.99.

       01  operator-file-status    picture xx.
           88  operator-file-ok            value "00".

       01  signed-on-switch        picture x value "N".
           88  operator-signed-on          value "Y".
       01  signon-try-count        picture 9 value 0.
       01  operator-id-in          picture x(3).
       01  password-in             picture x(8).
       01  signed-on-operator      picture x(3).
       01  signed-on-name          picture x(20).

       screen section.
       01  screen-0.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Operator sign-on".
           05  line 3 column 1 value "Operator id: ".
           05  column 17 picture x(3) to operator-id-in.
           05  line 4 column 1 value "Password: ".
           05  column 17 picture x(8) secure to password-in.

       01  screen-1.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Damage claims".
           05  line 3 column 1 value "Action (U/I): ".
           05  column 19 picture x to action-code.
           05  line 4 column 1 value "Claim no: ".
           05  column 19 picture 9(9) to claim-number-in.
           05  line 6 column 1 value "U=update claim".
           05  line 7 column 1 value "I=claim inquiry".
           05  line 9 column 1 picture x(40) from error-message.

       01  screen-2.
           05  blank screen
               foreground-color 2
               background-color 7
               highlight.

       01  screen-3.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Update damage claim".
           05  line 3 column 1 value "Damage: ".
           05  column 21 picture x(30) from cl-damage-description.
           05  line 4 column 1 value "Work order date: ".
           05  column 21 picture 9(6) using wo-open-date-in.
           05  column 29 value "seq: ".
           05  column 34 picture 999 using wo-open-seq-in.
           05  line 5 column 1 value "Deposit no: ".
           05  column 21 picture 9(9) using deposit-number-in.
           05  line 6 column 1 value "Estimated cost: ".
           05  column 21 picture ZZZZ9.99 using estimated-cost-in.
           05  line 7 column 1 value "Actual cost: ".
           05  column 21 picture ZZZZ9.99 using actual-cost-in.
           05  line 8 column 1 value "From deposit: ".
           05  column 21 picture ZZZZ9.99 using recovered-deposit-in.
           05  line 9 column 1 value "From customer: ".
           05  column 21 picture ZZZZ9.99 using recovered-customer-in.
           05  line 10 column 1 value "From insurer: ".
           05  column 21 picture ZZZZ9.99 using recovered-insurer-in.
           05  line 11 column 1 value "Insurer name: ".
           05  column 21 picture x(20) using insurer-name-in.
           05  line 12 column 1 value "Status (O/C/W): ".
           05  column 21 picture x using claim-status-in.
           05  line 13 column 1
               value "O=open C=closed, recovered W=written off".
           05  line 15 column 1 picture x(40) from error-message.

       procedure division.

       100-main-module.

           perform 050-initialize-files thru 050-exit

           perform 055-operator-sign-on thru 055-exit

           perform until are-there-more-records = "N"
               move "N" to screen-input-ok
               move spaces to error-message
               perform until input-is-valid
                   move spaces to action-code
                   display screen-1
                   accept screen-1
                   perform 150-validate-screen-input thru 150-exit
               end-perform
               evaluate true
                   when action-is-update
                       perform 350-update-claim thru 350-exit
                   when action-is-inquiry
                       perform 600-claim-inquiry thru 600-exit
               end-evaluate
               display "Continue? Y/N"
               accept are-there-more-records
           end-perform

           perform 950-terminate-files thru 950-exit

           stop run.

       050-initialize-files.

           open input operator-file
           if not operator-file-ok
               display "*** OPERATOR FILE (OPERMSTR) NOT AVAILABLE"
                   " ***"
               stop run
           end-if

           open i-o claim-file
           if claim-file-not-found
               open output claim-file
               close claim-file
               open i-o claim-file
           end-if

      * the work-order history and the deposit ledger are only
      * read here, to check what the claim is being tied to.
           open input service-history
           if service-history-ok
               move "Y" to history-file-open-switch
           end-if

           open input deposit-ledger
           if deposit-ledger-ok
               move "Y" to deposit-file-open-switch
           end-if

           open extend journal-file
           if journal-file-not-found
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.

       050-exit.
           exit.

       055-operator-sign-on.

           perform 056-accept-sign-on thru 056-exit
               until operator-signed-on or signon-try-count >= 3
           if not operator-signed-on
               display "*** SIGN-ON FAILED - SEE YOUR SUPERVISOR ***"
               perform 950-terminate-files thru 950-exit
               stop run
           end-if.

       055-exit.
           exit.

       056-accept-sign-on.

           add 1 to signon-try-count
           move spaces to operator-id-in
           move spaces to password-in
           display screen-0
           accept screen-0
           move operator-id-in to op-operator-id
           read operator-file
               invalid key
                   display "Unknown operator id."
               not invalid key
                   if op-is-active and op-password = password-in
                       move "Y" to signed-on-switch
                       move op-operator-id to signed-on-operator
                       move op-name to signed-on-name
                   else
                       display "Sign-on not accepted."
                   end-if
           end-read.

       056-exit.
           exit.

       150-validate-screen-input.

           move spaces to error-message
           move "N" to screen-input-ok
           if not action-is-update and not action-is-inquiry
               move "Action must be U or I." to error-message
           else
               move claim-number-in to cl-claim-number
               read claim-file
                   invalid key
                       move "No claim with that number."
                           to error-message
                   not invalid key
                       if action-is-update and not cl-item-open
                           move "That claim is already closed."
                               to error-message
                       else
                           move "Y" to screen-input-ok
                       end-if
               end-read
           end-if.

       150-exit.
           exit.

      *****************************************************
      * the claim is worked as the money comes in: the work
      * order is tied on once the shop opens one, the
      * shop's figure becomes the actual cost, and each
      * recovery is posted against where it came from.
      * a claim closes as recovered only when the money in
      * covers the repair - short of that it is written
      * off, or stays open.
      *****************************************************
       350-update-claim.

           perform 355-load-update-entry thru 355-exit
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
               display screen-3
               accept screen-3
               perform 370-validate-claim-screen thru 370-exit
           end-perform
           perform 380-post-claim-update thru 380-exit.

       350-exit.
           exit.

      * what is already on the claim goes up on the screen; a
      * deposit the refund screen has since withheld from, or a
      * work order the shop has since closed, offers its figure
      * where the claim has none yet.
       355-load-update-entry.

           move cl-wo-open-date to wo-open-date-in
           move cl-wo-open-seq to wo-open-seq-in
           move cl-deposit-number to deposit-number-in
           move cl-estimated-cost to estimated-cost-in
           move cl-actual-cost to actual-cost-in
           move cl-recovered-deposit to recovered-deposit-in
           move cl-recovered-customer to recovered-customer-in
           move cl-recovered-insurer to recovered-insurer-in
           move cl-insurer-name to insurer-name-in
           move cl-status to claim-status-in

           if cl-recovered-deposit = 0 and cl-deposit-number > 0
               and deposit-file-open
               move cl-deposit-number to dl-deposit-number
               read deposit-ledger
                   invalid key
                       continue
                   not invalid key
                       if dl-item-refunded
                           move dl-withheld-amt
                               to recovered-deposit-in
                       end-if
               end-read
           end-if

           if cl-actual-cost = 0 and cl-wo-open-date > 0
               and history-file-open
               move cl-work-order to sv-key
               read service-history
                   invalid key
                       continue
                   not invalid key
                       if sv-item-closed
                           move sv-cost-amt to actual-cost-in
                       end-if
               end-read
           end-if.

       355-exit.
           exit.

       370-validate-claim-screen.

           move spaces to error-message
           move "N" to screen-input-ok
           if not status-in-valid
               move "Status must be O, C, or W." to error-message
           end-if
           if error-message = spaces and wo-open-date-in > 0
               perform 372-check-work-order thru 372-exit
           end-if
           if error-message = spaces and deposit-number-in > 0
               perform 374-check-deposit-item thru 374-exit
           end-if
           if error-message = spaces
               perform 376-check-recoveries thru 376-exit
           end-if
           if error-message = spaces
               move "Y" to screen-input-ok
           end-if.

       370-exit.
           exit.

      * the order has to be one opened on this claim's unit.
       372-check-work-order.

           if not history-file-open
               move "Work order file is not available."
                   to error-message
           else
               move cl-unit-number to sv-unit-number
               move wo-open-date-in to sv-open-date
               move wo-open-seq-in to sv-open-seq
               read service-history
                   invalid key
                       move "No work order for the unit on that date."
                           to error-message
               end-read
           end-if.

       372-exit.
           exit.

      * the deposit has to be the one taken on this rental, and
      * no more can be put to the claim than was withheld.
       374-check-deposit-item.

           if not deposit-file-open
               move "Deposit ledger is not available."
                   to error-message
           else
               move deposit-number-in to dl-deposit-number
               read deposit-ledger
                   invalid key
                       move "No deposit with that number."
                           to error-message
                   not invalid key
                       if dl-rental-number not = cl-rental-number
                           move "That deposit is for another rental."
                               to error-message
                       else
                           if recovered-deposit-in > dl-withheld-amt
                               move "More than the deposit withheld."
                                   to error-message
                           end-if
                       end-if
               end-read
           end-if.

       374-exit.
           exit.

       376-check-recoveries.

           add recovered-deposit-in recovered-customer-in
               recovered-insurer-in giving recovered-total
           evaluate true
               when recovered-deposit-in > 0
                       and deposit-number-in = 0
                   move "Deposit recovery needs the deposit no."
                       to error-message
               when recovered-insurer-in > 0
                       and insurer-name-in = spaces
                   move "Name the insurer that paid."
                       to error-message
               when status-in-recovered and actual-cost-in = 0
                   move "Closing a claim needs the actual cost."
                       to error-message
               when status-in-recovered
                       and recovered-total < actual-cost-in
                   move "Recoveries short of cost - close as W."
                       to error-message
               when other
                   continue
           end-evaluate.

       376-exit.
           exit.

       380-post-claim-update.

           accept today-date from date
           move damage-claim-record to jr-before-image
           if wo-open-date-in > 0
               move cl-unit-number to cl-wo-unit-number
               move wo-open-date-in to cl-wo-open-date
               move wo-open-seq-in to cl-wo-open-seq
           else
               move zero to cl-work-order
           end-if
           move deposit-number-in to cl-deposit-number
           move estimated-cost-in to cl-estimated-cost
           move actual-cost-in to cl-actual-cost
           move recovered-deposit-in to cl-recovered-deposit
           move recovered-customer-in to cl-recovered-customer
           move recovered-insurer-in to cl-recovered-insurer
           move insurer-name-in to cl-insurer-name
           move claim-status-in to cl-status
           if cl-item-open
               move zero to cl-close-date
           else
               move today-date to cl-close-date
           end-if
           move signed-on-operator to cl-update-operator-id
           rewrite damage-claim-record
               invalid key
                   display "*** CLAIM NOT UPDATED, STATUS "
                       claim-file-status " ***"
                   display "*** SEE YOUR SUPERVISOR ***"
               not invalid key
                   move damage-claim-record to jr-after-image
                   move "DMGCLAIM" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-rewrite

           perform 600-claim-inquiry thru 600-exit.

       380-exit.
           exit.

      *****************************************************
      * the whole claim on one screen, with what is still
      * owed to us against the repair - the actual cost
      * once the shop has one, the estimate until then.
      *****************************************************
       600-claim-inquiry.

           perform 610-compute-unrecovered thru 610-exit
           move cl-claim-number to claim-number-display
           move cl-rental-number to rental-number-display
           display screen-2
           display "Claim No: ", claim-number-display
           evaluate true
               when cl-item-open
                   display "Status: OPEN"
               when cl-item-recovered
                   display "Status: CLOSED (RECOVERED) ", cl-close-date
               when cl-item-written-off
                   display "Status: WRITTEN OFF ", cl-close-date
           end-evaluate
           display "Rental No: ", rental-number-display,
               "  Unit No: ", cl-unit-number,
               "  Branch: ", cl-branch
           display "Customer: ", cl-last-name, " ", cl-first-initial,
               "  License: ", cl-license-number
           display "Damage: ", cl-damage-description
           if cl-wo-open-date > 0
               display "Work Order: unit ", cl-wo-unit-number,
                   " opened ", cl-wo-open-date, " seq ",
                   cl-wo-open-seq
           else
               display "Work Order: none linked"
           end-if
           if cl-deposit-number > 0
               move cl-deposit-number to deposit-number-display
               display "Deposit No: ", deposit-number-display
           else
               display "Deposit No: none linked"
           end-if
           display "-----------------------"
           move cl-estimated-cost to cost-amt-display
           display "Estimated Cost: ", cost-amt-display
           move cl-actual-cost to cost-amt-display
           display "Actual Cost: ", cost-amt-display
           move cl-recovered-deposit to cost-amt-display
           display "From Deposit: ", cost-amt-display
           move cl-recovered-customer to cost-amt-display
           display "From Customer: ", cost-amt-display
           move cl-recovered-insurer to cost-amt-display
           display "From Insurer: ", cost-amt-display,
               " ", cl-insurer-name
           move unrecovered-amt to cost-amt-display
           display "Unrecovered: ", cost-amt-display
           display "-----------------------".

       600-exit.
           exit.

       610-compute-unrecovered.

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
           end-if.

       610-exit.
           exit.

      *****************************************************
      * one day-journal entry per master-file add, rewrite
      * or delete - the caller has set the file name, the
      * action, and the images; the stamp goes on here.
      *****************************************************
       900-write-journal-entry.

           accept jr-date from date
           accept jr-time from time
           move signed-on-operator to jr-operator-id
           write journal-record.

       900-exit.
           exit.

       950-terminate-files.

           close operator-file
           close claim-file
           if history-file-open
               close service-history
           end-if
           if deposit-file-open
               close deposit-ledger
           end-if
           close journal-file.

       950-exit.
           exit.

       end program Program27.
