      * reservation number is given to the customer over
      * the phone.  cancel reason NSH is reserved for the
      * no-show cleanup; the change screen takes the code
      * the clerk keys.  an honored booking carries the
      * number of the rental it became, so the nightly
      * audit can find the rental behind it.
      *****************************************************
       01  reservation-record.
           05  rv-resv-number.
               88  rv-cancelled            value "C".
           05  rv-cancel-reason        picture x(3).
           05  rv-branch               picture xx.
           05  rv-rental-number        picture 9(9).
