      *****************************************************
      * layout of one additional driver on RENTAL-DRIVERS
      * (RENTDRVR) - keyed by the rental number and the
      * driver's place on it, so a rental's drivers read
      * back in the order they were added.  written by the
      * check-out program (Program1) and by the extension
      * screen (Program18) when a driver is added part way
      * through; read by check-in (Program4), which bills
      * each driver's daily fee from the day he was added.
      * the driver himself is on CUSTMSTR under his license
      * like any renter.  shared so they never drift apart.
      *****************************************************
       01  rental-driver-record.
           05  rd-key.
               10  rd-rental-number.
                   15  rd-rn-date      picture 9(6).
                   15  rd-rn-seq       picture 9(3).
               10  rd-driver-seq       picture 9.
           05  rd-license-number       picture x(13).
           05  rd-last-name            picture x(20).
           05  rd-first-initial        picture x.
           05  rd-added-date           picture 9(6).
           05  rd-operator-id          picture x(3).
