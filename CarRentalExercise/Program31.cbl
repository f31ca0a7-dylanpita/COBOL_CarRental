       identification division.
       program-id. Program31 as "CarRentalExercise.Program31".

       environment division.
       input-output section.
       file-control.
           select vehicle-file assign to "VEHMSTR"
               organization is indexed
               access mode is dynamic
               record key is vu-unit-number
               file status is vehicle-file-status.
           select fleet-file assign to "FLEETINV"
               organization is indexed
               access mode is dynamic
               record key is fi-key
               file status is fleet-file-status.
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
       fd  vehicle-file.
           copy "VEHREC.CPY".

       fd  fleet-file.
           copy "FLEETREC.CPY".

       fd  operator-file.
           copy "OPERREC.CPY".

       fd  journal-file.
           copy "JRNLREC.CPY".

       working-storage section.
       01  transfer-entry.
           05  action-code         picture x.
               88  action-is-ship      value "S".
               88  action-is-receive   value "R".
               88  action-is-inquiry   value "I".
           05  unit-number-in      picture 9(4).
           05  to-branch-in        picture xx.
           05  odometer-in         picture 9(6).

       01  are-there-more-records  picture x value "Y".

       01  vehicle-file-status     picture xx.
           88  vehicle-file-ok             value "00".

       01  fleet-file-status       picture xx.
           88  fleet-file-ok               value "00".

       01  journal-file-status     picture xx.
           88  journal-file-not-found      value "35".

       01  screen-input-ok         picture x value "N".
           88  input-is-valid              value "Y".

       01  error-message           picture x(40).

       01  vehicle-eof-switch      picture x value "N".
           88  vehicle-eof                 value "Y".

       01  today-date              picture 9(6).
       01  units-shown             picture 999.

       01  operator-file-status    picture xx.
           88  operator-file-ok            value "00".

       01  signed-on-switch        picture x value "N".
           88  operator-signed-on          value "Y".
       01  signon-try-count        picture 9 value 0.
       01  operator-id-in          picture x(3).
       01  password-in             picture x(8).
       01  signed-on-operator      picture x(3).
       01  signed-on-name          picture x(20).
       01  signed-on-branch        picture xx.

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
           05  line 1 column 1 value "Unit transfers".
           05  line 3 column 1 value "Action (S/R/I): ".
           05  column 19 picture x to action-code.
           05  line 4 column 1 value "Unit no: ".
           05  column 19 picture 9(4) to unit-number-in.
           05  line 6 column 1 value "S=ship unit  R=receive unit".
           05  line 7 column 1 value "I=units in transit".
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
           05  line 1 column 1 value "Ship unit".
           05  line 3 column 1 value "From branch: ".
           05  column 19 picture xx from vu-branch.
           05  line 4 column 1 value "To branch: ".
           05  column 19 picture xx to to-branch-in.
           05  line 6 column 1 picture x(40) from error-message.

       01  screen-4.
           05  blank screen
               foreground-color 1
               background-color 7
               highlight.
           05  line 1 column 1 value "Receive unit".
           05  line 3 column 1 value "From branch: ".
           05  column 19 picture xx from vu-branch.
           05  line 4 column 1 value "Odometer reading: ".
           05  column 19 picture ZZZZZ9 using odometer-in.
           05  line 6 column 1 picture x(40) from error-message.

       procedure division.

       100-main-module.

           perform 050-initialize-files thru 050-exit

           perform 055-operator-sign-on thru 055-exit

           perform until are-there-more-records = "N"
               move "N" to screen-input-ok
               move spaces to error-message
               perform until input-is-valid
                   move spaces to action-code
                   move zero to unit-number-in
                   display screen-1
                   accept screen-1
                   perform 150-validate-screen-input thru 150-exit
               end-perform
               evaluate true
                   when action-is-ship
                       perform 300-ship-unit thru 300-exit
                   when action-is-receive
                       perform 350-receive-unit thru 350-exit
                   when action-is-inquiry
                       perform 600-in-transit-inquiry thru 600-exit
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

           open i-o vehicle-file
           if not vehicle-file-ok
               display "*** VEHICLE FILE (VEHMSTR) NOT AVAILABLE ***"
               stop run
           end-if

           open i-o fleet-file
           if not fleet-file-ok
               display "*** FLEET FILE (FLEETINV) NOT AVAILABLE ***"
               close vehicle-file
               stop run
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
                       move op-branch to signed-on-branch
                   else
                       display "Sign-on not accepted."
                   end-if
           end-read.

       056-exit.
           exit.

       150-validate-screen-input.

           move spaces to error-message
           move "N" to screen-input-ok
           evaluate true
               when action-is-inquiry
                   move "Y" to screen-input-ok
               when action-is-ship or action-is-receive
                   move unit-number-in to vu-unit-number
                   read vehicle-file
                       invalid key
                           move "No unit with that number."
                               to error-message
                       not invalid key
                           perform 155-check-unit-status thru 155-exit
                   end-read
               when other
                   move "Action must be S, R, or I." to error-message
           end-evaluate.

       150-exit.
           exit.

      *****************************************************
      * only a car sitting on the lot can be shipped, and
      * only a car in transit can be received - by the
      * branch it was shipped to.
      *****************************************************
       155-check-unit-status.

           evaluate true
               when action-is-ship and vu-rented
                   move "That unit is out on a rental."
                       to error-message
               when action-is-ship and vu-in-maintenance
                   move "That unit is in the shop."
                       to error-message
               when action-is-ship and vu-in-transit
                   move "That unit is already in transit."
                       to error-message
               when action-is-receive and not vu-in-transit
                   move "That unit is not in transit."
                       to error-message
               when action-is-receive
                       and vu-transfer-branch not = signed-on-branch
                   string "That unit is bound for branch "
                           delimited by size
                       vu-transfer-branch delimited by size
                       "." delimited by size
                       into error-message
               when other
                   move "Y" to screen-input-ok
           end-evaluate.

       155-exit.
           exit.

      *****************************************************
      * shipping takes the unit off the sending branch's
      * owned and available counts and holds it in transit,
      * bound for the receiving branch - the check-out
      * assignment passes over it until it lands.
      *****************************************************
       300-ship-unit.

           move spaces to to-branch-in
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
               display screen-3
               accept screen-3
               perform 310-validate-ship-screen thru 310-exit
           end-perform

           accept today-date from date
           move vehicle-record to jr-before-image
           set vu-in-transit to true
           move to-branch-in to vu-transfer-branch
           move today-date to vu-transfer-date
           rewrite vehicle-record
               invalid key
                   display "*** UNIT NOT SHIPPED, STATUS "
                       vehicle-file-status " ***"
                   display "*** SEE YOUR SUPERVISOR ***"
               not invalid key
                   move vehicle-record to jr-after-image
                   move "VEHMSTR" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
                   perform 320-count-unit-out thru 320-exit
           end-rewrite

           display screen-2
           display "Unit shipped: ", unit-number-in
           display "Type of Car: ", vu-type-of-car
           display "From Branch: ", vu-branch,
               "  To Branch: ", vu-transfer-branch
           display "Odometer Out: ", vu-current-odometer.

       300-exit.
           exit.

      * the receiving branch must carry the car type, or the
      * unit would have no count to land in.
       310-validate-ship-screen.

           move spaces to error-message
           move "N" to screen-input-ok
           if to-branch-in = spaces or to-branch-in = vu-branch
               move "Name a different branch to ship to."
                   to error-message
           else
               move to-branch-in to fi-branch
               move vu-type-of-car to fi-type-of-car
               read fleet-file
                   invalid key
                       move "No fleet record for that branch/type."
                           to error-message
                   not invalid key
                       move "Y" to screen-input-ok
               end-read
           end-if.

       310-exit.
           exit.

       320-count-unit-out.

           move vu-branch to fi-branch
           move vu-type-of-car to fi-type-of-car
           read fleet-file
               invalid key
                   display "*** FLEET RECORD MISSING FOR BRANCH "
                       vu-branch " TYPE " vu-type-of-car
                       " - COUNT NOT REDUCED ***"
               not invalid key
                   move fleet-record to jr-before-image
                   if fi-units-owned > 0
                       subtract 1 from fi-units-owned
                   end-if
                   if fi-units-available > 0
                       subtract 1 from fi-units-available
                   end-if
                   rewrite fleet-record
                   move fleet-record to jr-after-image
                   move "FLEETINV" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-read.

       320-exit.
           exit.

      *****************************************************
      * the unit lands: it belongs to the receiving branch
      * from now on, is back on the lot ready to rent, and
      * joins that branch's owned and available counts.
      * the shuttle miles go on the odometer.
      *****************************************************
       350-receive-unit.

           move vu-current-odometer to odometer-in
           move "N" to screen-input-ok
           move spaces to error-message
           perform until input-is-valid
               display screen-4
               accept screen-4
               if odometer-in < vu-current-odometer
                   move "Odometer is below the shipping reading."
                       to error-message
               else
                   move "Y" to screen-input-ok
               end-if
           end-perform

           move vehicle-record to jr-before-image
           move vu-transfer-branch to vu-branch
           set vu-available to true
           move odometer-in to vu-current-odometer
           move spaces to vu-transfer-branch
           move zero to vu-transfer-date
           rewrite vehicle-record
               invalid key
                   display "*** UNIT NOT RECEIVED, STATUS "
                       vehicle-file-status " ***"
                   display "*** SEE YOUR SUPERVISOR ***"
               not invalid key
                   move vehicle-record to jr-after-image
                   move "VEHMSTR" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
                   perform 360-count-unit-in thru 360-exit
           end-rewrite

           display screen-2
           display "Unit received: ", unit-number-in
           display "Type of Car: ", vu-type-of-car
           display "Now at Branch: ", vu-branch
           display "Odometer In: ", vu-current-odometer.

       350-exit.
           exit.

       360-count-unit-in.

           move vu-branch to fi-branch
           move vu-type-of-car to fi-type-of-car
           read fleet-file
               invalid key
                   display "*** FLEET RECORD MISSING FOR BRANCH "
                       vu-branch " TYPE " vu-type-of-car
                       " - UNIT NOT COUNTED IN ***"
               not invalid key
                   move fleet-record to jr-before-image
                   add 1 to fi-units-owned
                   add 1 to fi-units-available
                   rewrite fleet-record
                   move fleet-record to jr-after-image
                   move "FLEETINV" to jr-file-name
                   move "R" to jr-action
                   perform 900-write-journal-entry thru 900-exit
           end-read.

       360-exit.
           exit.

      *****************************************************
      * every unit on the road between branches, where it
      * left from, where it is bound and when it went.
      *****************************************************
       600-in-transit-inquiry.

           display screen-2
           display "Units in transit"
           display "-----------------------"
           move zero to units-shown
           move "N" to vehicle-eof-switch
           move zero to vu-unit-number
           start vehicle-file key >= vu-unit-number
               invalid key
                   set vehicle-eof to true
           end-start
           perform 610-show-one-unit thru 610-exit
               until vehicle-eof
           display "-----------------------"
           if units-shown = 0
               display "No units in transit."
           else
               display "Units in transit: " units-shown
           end-if.

       600-exit.
           exit.

       610-show-one-unit.

           read vehicle-file next record
               at end
                   set vehicle-eof to true
               not at end
                   if vu-in-transit
                       add 1 to units-shown
                       display "Unit " vu-unit-number
                           " type " vu-type-of-car
                           " from " vu-branch
                           " to " vu-transfer-branch
                           " shipped " vu-transfer-date
                   end-if
           end-read.

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
           close vehicle-file
           close fleet-file
           close journal-file.

       950-exit.
           exit.

       end program Program31.
