               access mode is dynamic
               record key is sv-key
               file status is target-file-status.
           select claim-file assign to "DMGCLAIM"
               organization is indexed
               access mode is dynamic
               record key is cl-claim-number
               file status is target-file-status.
           select asset-file assign to "FIXASSET"
               organization is indexed
               access mode is dynamic
               record key is fa-unit-number
               file status is target-file-status.
           select rental-drivers assign to "RENTDRVR"
               organization is indexed
               access mode is dynamic
               record key is rd-key
               file status is target-file-status.

       data division.
       file section.
       fd  service-history.
           copy "SVCREC.CPY".

       fd  claim-file.
           copy "CLAIMREC.CPY".

       fd  asset-file.
           copy "ASSETREC.CPY".

       fd  rental-drivers.
           copy "DRVREC.CPY".

       working-storage section.
       01  journal-file-status     picture xx.
           88  journal-file-ok             value "00".
                                         "VEHMSTR" "RESVFILE"
                                         "DEPLEDGR" "RENTMSTR"
                                         "CUSTMSTR" "INVMSTR"
                                         "SVCHIST" "DMGCLAIM"
                                         "FIXASSET" "RENTDRVR".

       01  entries-read-count      picture 9(7) value zero.
       01  entries-applied-count   picture 9(7) value zero.
               display "*** NAME THE FILE TO REBUILD ON THE PARM -"
               display "*** ONE OF OPENRENT FLEETINV VEHMSTR"
                   " RESVFILE DEPLEDGR"
               display "*** RENTMSTR CUSTMSTR INVMSTR SVCHIST"
                   " DMGCLAIM FIXASSET RENTDRVR ***"
               stop run
           end-if

                   open i-o invoice-file
               when "SVCHIST"
                   open i-o service-history
               when "DMGCLAIM"
                   open i-o claim-file
               when "FIXASSET"
                   open i-o asset-file
               when "RENTDRVR"
                   open i-o rental-drivers
           end-evaluate.

       060-exit.
                       perform 370-apply-to-invmstr thru 370-exit
                   when "SVCHIST"
                       perform 380-apply-to-svchist thru 380-exit
                   when "DMGCLAIM"
                       perform 390-apply-to-dmgclaim thru 390-exit
                   when "FIXASSET"
                       perform 400-apply-to-fixasset thru 400-exit
                   when "RENTDRVR"
                       perform 410-apply-to-rentdrvr thru 410-exit
               end-evaluate
           end-if

       380-exit.
           exit.

       390-apply-to-dmgclaim.

           if jr-action-delete
               move jr-before-image to damage-claim-record
               delete claim-file record
                   invalid key
                       add 1 to entries-skipped-count
                   not invalid key
                       add 1 to entries-applied-count
               end-delete
           else
               move jr-after-image to damage-claim-record
               write damage-claim-record
                   invalid key
                       rewrite damage-claim-record
                   end-rewrite
               end-write
               add 1 to entries-applied-count
           end-if.

       390-exit.
           exit.

       400-apply-to-fixasset.

           if jr-action-delete
               move jr-before-image to fixed-asset-record
               delete asset-file record
                   invalid key
                       add 1 to entries-skipped-count
                   not invalid key
                       add 1 to entries-applied-count
               end-delete
           else
               move jr-after-image to fixed-asset-record
               write fixed-asset-record
                   invalid key
                       rewrite fixed-asset-record
                   end-rewrite
               end-write
               add 1 to entries-applied-count
           end-if.

       400-exit.
           exit.

       410-apply-to-rentdrvr.

           if jr-action-delete
               move jr-before-image to rental-driver-record
               delete rental-drivers record
                   invalid key
                       add 1 to entries-skipped-count
                   not invalid key
                       add 1 to entries-applied-count
               end-delete
           else
               move jr-after-image to rental-driver-record
               write rental-driver-record
                   invalid key
                       rewrite rental-driver-record
                   end-rewrite
               end-write
               add 1 to entries-applied-count
           end-if.

       410-exit.
           exit.

       800-print-totals.

           display "-------------------------------------------------"
                   close invoice-file
               when "SVCHIST"
                   close service-history
               when "DMGCLAIM"
                   close claim-file
               when "FIXASSET"
                   close asset-file
               when "RENTDRVR"
                   close rental-drivers
           end-evaluate.

       950-exit.
