       01 reg-phase             pic 9.
       01 reg-fla               pic 9(3)v99.
       01 reg-service-factor    pic 9v99.

      * ASSETMST equipment asset master lookup: a schedule card whose
      * tag is not a live asset is skipped.
       01 asset-lookup-id       pic x(10).
       01 asset-found-flag      pic x.
       01 asset-bldg-id         pic x(8).
       01 asset-position        pic x.
       01 asset-type            pic x(4).
       01 asset-status          pic x.
       01 asset-warned-flag     pic x value "N".
       01 batch-motor-eff       pic 9v99 value 0.90.
       01 batch-power-factor    pic 9v99 value 0.85.
       01 batch-phase-factor    pic 9v999.
           end-read.

       920-process-schedule-card.
           perform 915-check-asset-master
           if sched-card-bad
              add 1 to sched-skip-count
           else
           if eqs-law-in is less than "1" or
              eqs-law-in is greater than "3" or
              function test-numval(eqs-rpm1-in) is not equal zero or
              end-if
              end-if
           end-if
           end-if
           perform 910-read-schedule-card.

      * The card's tag must be a live asset on the ASSETMST
      * equipment asset master.  A missing master is reported once
      * and the schedule runs unchecked.
       915-check-asset-master.
           move "N" to sched-card-bad-sw
           move eqs-tag-in to asset-lookup-id
           call "ASSETLKP" using asset-lookup-id, asset-found-flag,
                asset-bldg-id, asset-position, asset-type,
                asset-status
           evaluate true
              when asset-found-flag is equal to "U"
                 if asset-warned-flag is not equal to "Y"
                    display "ASSETMST not available - schedule tags"
                            " not checked against the asset master"
                    move "Y" to asset-warned-flag
                 end-if
              when asset-found-flag is not equal to "Y"
                 move "Y" to sched-card-bad-sw
                 display "EQSCHED card for " eqs-tag-in
                         " skipped - tag not on asset master"
              when asset-status is equal to "R"
                 move "Y" to sched-card-bad-sw
                 display "EQSCHED card for " eqs-tag-in
                         " skipped - asset is retired"
           end-evaluate.

      * Every schedule card's tag is resolved against the MOTORMST
      * registry, and the new BHP is screened against the motor's
      * FLA times service factor -- the check the clipboard used to
