      *****************************************************
      * layout of one rate row on RATE-FILE (RATETAB).
      * shared by the check-out and check-in programs so
      * the two never drift apart.  the extra-driver rate
      * is charged per additional driver per day.
      *****************************************************
       01  rate-record.
           05  rt-type-of-car          picture 9.
           05  rt-mile-rate            picture 9v99.
           05  rt-day-rate             picture 999.
           05  rt-extended-day-rate    picture 999.
           05  rt-extra-driver-rate    picture 99v99.
