      *****************************************************
      * layout of one damage claim on CLAIM-FILE
      * (DMGCLAIM).  opened by Program4 when the agent
      * flags damage at check-in, worked by the claim
      * maintenance screen (Program27) as the repair is
      * costed and the money comes back, and aged weekly
      * by Program28 - shared so the three never drift
      * apart.  the claim ties together the rental, the
      * unit, the renter's license, the shop's work order
      * (same shape as the SVCHIST key) and the deposit
      * item the counter withheld from.  recoveries are
      * kept by where the money came from.
      *****************************************************
       01  damage-claim-record.
           05  cl-claim-number.
               10  cl-cn-date          picture 9(6).
               10  cl-cn-seq           picture 9(3).
           05  cl-rental-number.
               10  cl-rn-date          picture 9(6).
               10  cl-rn-seq           picture 9(3).
           05  cl-unit-number          picture 9(4).
           05  cl-license-number       picture x(13).
           05  cl-last-name            picture x(20).
           05  cl-first-initial        picture x.
           05  cl-branch               picture xx.
           05  cl-work-order.
               10  cl-wo-unit-number   picture 9(4).
               10  cl-wo-open-date     picture 9(6).
               10  cl-wo-open-seq      picture 9(3).
           05  cl-deposit-number.
               10  cl-dp-date          picture 9(6).
               10  cl-dp-seq           picture 9(3).
           05  cl-damage-description   picture x(30).
           05  cl-estimated-cost       picture 9(5)v99.
           05  cl-actual-cost          picture 9(5)v99.
           05  cl-recovered-deposit    picture 9(5)v99.
           05  cl-recovered-customer   picture 9(5)v99.
           05  cl-recovered-insurer    picture 9(5)v99.
           05  cl-insurer-name         picture x(20).
           05  cl-status               picture x.
               88  cl-item-open            value "O".
               88  cl-item-recovered       value "C".
               88  cl-item-written-off     value "W".
           05  cl-close-date           picture 9(6).
           05  cl-operator-id          picture x(3).
           05  cl-update-operator-id   picture x(3).
