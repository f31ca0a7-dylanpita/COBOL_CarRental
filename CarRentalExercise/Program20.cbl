               access mode is dynamic
               record key is op-operator-id
               file status is operator-file-status.
           select recall-file assign to "RECALLS"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is recall-file-status.
           select journal-file assign to "DAYJRNL"
               organization is line sequential
               file status is journal-file-status.
       fd  operator-file.
           copy "OPERREC.CPY".

       fd  recall-file.
           copy "RCLREC.CPY".

       fd  journal-file.
           copy "JRNLREC.CPY".

           05  close-date-in       picture 9(6).
           05  work-description-in picture x(30).
           05  cost-amt-in         picture 9(5)v99.
           05  campaign-number-in  picture x(10).

       01  are-there-more-records  picture x value "Y".

       01  journal-file-status     picture xx.
           88  journal-file-not-found      value "35".

      * an order opened against a safety recall names the
      * campaign, which has to be on the office's recall file
      * and has to reach the unit.
       01  recall-file-status      picture xx.
           88  recall-file-ok              value "00".
       01  recall-file-open-switch picture x value "N".
           88  recall-file-open            value "Y".
       01  recall-eof-switch       picture x value "N".
           88  recall-eof                  value "Y".
       01  campaign-found-switch   picture x value "N".
           88  campaign-found              value "Y".
       01  campaign-covers-unit-switch picture x value "N".
           88  campaign-covers-unit        value "Y".

       01  screen-input-ok         picture x value "N".
           88  input-is-valid              value "Y".

           05  column 19 picture x to action-code.
           05  line 4 column 1 value "Unit no: ".
           05  column 19 picture 9(4) to unit-number-in.
           05  line 5 column 1 value "Recall campaign: ".
           05  column 19 picture x(10) to campaign-number-in.
           05  line 6 column 1 value "O=open order  C=close order".
           05  line 7 column 1 value "I=service history inquiry".
           05  line 8 column 1
               value "Recall campaign on O only, for recall work".
           05  line 9 column 1 picture x(40) from error-message.

       01  screen-2.
               move spaces to error-message
               perform until input-is-valid
                   move spaces to action-code
                   move spaces to campaign-number-in
                   display screen-1
                   accept screen-1
                   perform 150-validate-screen-input thru 150-exit
               open i-o service-history
           end-if

           open input recall-file
           if recall-file-ok
               move "Y" to recall-file-open-switch
           end-if

           open extend journal-file
           if journal-file-not-found
               open output journal-file
               when action-is-open and vu-in-maintenance
                   move "That unit is already in the shop."
                       to error-message
               when action-is-open and vu-in-transit
                   move "That unit is in transit to a branch."
                       to error-message
               when action-is-close and not vu-in-maintenance
                   move "That unit is not in the shop."
                       to error-message
               when not action-is-open
                   and campaign-number-in not = spaces
                   move "A campaign goes only on a new order."
                       to error-message
               when action-is-open
                   and campaign-number-in not = spaces
                   perform 157-check-recall-campaign thru 157-exit
               when other
                   move "Y" to screen-input-ok
           end-evaluate.
       155-exit.
           exit.

      *****************************************************
      * the campaign has to be one of the office's open
      * recalls, and one of its lines has to reach this
      * unit - by number, or by type and in-service date.
      *****************************************************
       157-check-recall-campaign.

           move "N" to campaign-found-switch
           move "N" to campaign-covers-unit-switch
           move "N" to recall-eof-switch
           if recall-file-open
               move campaign-number-in to rl-campaign-number
               move zero to rl-line-seq
               start recall-file key >= rl-key
                   invalid key
                       set recall-eof to true
               end-start
               perform 158-read-next-campaign-line thru 158-exit
                   until campaign-covers-unit or recall-eof
           end-if
           evaluate true
               when not recall-file-open
                   move "No recall file - campaign not on file."
                       to error-message
               when not campaign-found
                   move "No open recall campaign by that number."
                       to error-message
               when not campaign-covers-unit
                   move "That campaign does not cover this unit."
                       to error-message
               when other
                   move "Y" to screen-input-ok
           end-evaluate.

       157-exit.
           exit.

       158-read-next-campaign-line.

           read recall-file next record
               at end
                   set recall-eof to true
               not at end
                   if rl-campaign-number not = campaign-number-in
                       set recall-eof to true
                   else
                       if rl-campaign-active
                           move "Y" to campaign-found-switch
                           if rl-by-unit
                               and rl-unit-number = vu-unit-number
                               move "Y"
                                   to campaign-covers-unit-switch
                           end-if
                           if rl-by-type
                               and rl-type-of-car = vu-type-of-car
                               and vu-in-service-date
                                   >= rl-in-service-from
                               and vu-in-service-date
                                   <= rl-in-service-to
                               move "Y"
                                   to campaign-covers-unit-switch
                           end-if
                       end-if
                   end-if
           end-read.

       158-exit.
           exit.

      *****************************************************
      * opening an order takes the unit out of the rentable
      * pool on both sides the counter looks at: the unit
           move zero to sv-cost-amt
           move signed-on-operator to sv-operator-id
           move spaces to sv-close-operator-id
           move campaign-number-in to sv-campaign-number
           move "N" to service-write-ok-switch
           perform 310-write-service-record thru 310-exit
               until service-write-ok
           display screen-2
           display "Work order opened for unit: ", unit-number-in
           display "Type of Car: ", vu-type-of-car
           display "Odometer In: ", vu-current-odometer
           if campaign-number-in not = spaces
               display "Recall Campaign: ", campaign-number-in
           end-if.

       300-exit.
           exit.
           display screen-2
           display "Work order closed for unit: ", unit-number-in
           display "Work Done: ", work-description-in
           display "Cost: ", cost-amt-display
           if sv-campaign-number not = spaces
               display "Recall Campaign Completed: ",
                   sv-campaign-number
           end-if.

       355-exit.
           exit.
                               " cost: " cost-amt-display
                           display "    work: " sv-work-description
                       end-if
                       if sv-campaign-number not = spaces
                           display "    recall: " sv-campaign-number
                       end-if
                   end-if
           end-read.

           close vehicle-file
           close fleet-file
           close service-history
           if recall-file-open
               close recall-file
           end-if
           close journal-file.

       950-exit.
