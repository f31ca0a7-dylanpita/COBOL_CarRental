           set rv-item-open to true
           move spaces to rv-cancel-reason
           move branch-in to rv-branch
           move zero to rv-rental-number
           move "N" to resv-write-ok-switch
           perform 310-write-reservation-record thru 310-exit
               until resv-write-ok
