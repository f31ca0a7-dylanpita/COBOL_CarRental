      * written and closed by the work-order program and
      * read back by its per-unit history inquiry - shared
      * so the two never drift apart.  an open item is a
      * unit sitting in the shop right now.  an order
      * opened against a manufacturer's recall carries the
      * campaign number; closing it is what lifts the
      * recall hold on the unit.
      *****************************************************
       01  service-history-record.
           05  sv-key.
           05  sv-cost-amt             picture 9(5)v99.
           05  sv-operator-id          picture x(3).
           05  sv-close-operator-id    picture x(3).
           05  sv-campaign-number      picture x(10).
