      *****************************************************
      * layout of one line of a manufacturer's safety
      * recall on RECALL-FILE (RECALLS).  a campaign is one
      * or more lines under the manufacturer's campaign
      * number: a line names either one unit, or a car type
      * and the in-service dates the manufacturer called
      * back.  a unit the campaign reaches is held off the
      * counter until a work order against the campaign is
      * closed on it.  read by the check-out assignment,
      * the check-in, the work-order program and the weekly
      * recall status report - shared so they never drift
      * apart.  the file is set up and kept current by the
      * office; a campaign the manufacturer has closed out
      * is marked closed rather than removed.
      *****************************************************
       01  recall-record.
           05  rl-key.
               10  rl-campaign-number  picture x(10).
               10  rl-line-seq         picture 999.
           05  rl-description          picture x(30).
           05  rl-issue-date           picture 9(6).
           05  rl-scope                picture x.
               88  rl-by-unit              value "U".
               88  rl-by-type              value "T".
           05  rl-unit-number          picture 9(4).
           05  rl-type-of-car          picture 9.
           05  rl-in-service-from      picture 9(6).
           05  rl-in-service-to        picture 9(6).
           05  rl-status               picture x.
               88  rl-campaign-active      value "A".
               88  rl-campaign-closed      value "C".
