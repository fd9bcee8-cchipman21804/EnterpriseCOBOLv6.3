      *   D elete.  Phase is 1 or 3; hp/fla carry two decimals
      *   keyed as e.g. 07.50; sf as e.g. 1.15.
      *
      * A new motor's tag must already be on the ASSETMNT equipment
      * asset master (resolved through ASSETLKP) and not retired.
      * With no ASSETMST DD the check is skipped and the run says
      * so.
      *
      * For MOTRSTDY's premium-efficiency replacement study the
      * registry also carries each motor's nameplate efficiency and
      * annual operating hours.  The card continues:
      *   efficiency(4, e.g. 88.5) hours(4) plant position(1)
      * A motor serving the chiller plant names the plant position
      * (1-8) of the machine it runs with, and its hours are then
      * refreshed every run from that machine's runtime on the
      * PLANTHRS extract for the motor's building (taken from the
      * asset master); any other motor keeps the hours keyed on the
      * card.  A chiller's own compressor motor (asset type CHLR)
      * defaults to its chiller's position.  On a change, blank
      * efficiency, hours and position leave the registry as it is.
      *
      ******************************************************************
      *
      *                Job Control Language
      *//MOTORMST  DD DSN=&SYSUID..MOTORMST(0),DISP=SHR
      *//NEWMOTOR  DD DSN=&SYSUID..MOTORMST(+1),DISP=(NEW,CATLG)
      *//MOTORTRN  DD DSN=&SYSUID..INPUT(MOTORTRN),DISP=SHR
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//PLANTHRS  DD DSN=&SYSUID..PLANTHRS,DISP=SHR
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
           select motor-trans-file assign to MOTORTRN
                    organization is sequential
                    file status is motor-trans-status.
      *
           select plant-hours-file assign to PLANTHRS
                    organization is sequential
                    file status is plant-hours-status.

       data division.
       file section.
           02 mmr-fla                          pic 9(3)v99.
           02 filler                           pic x.
           02 mmr-service-factor               pic 9v99.
           02 filler                           pic x.
           02 mmr-efficiency                   pic 99v9.
           02 filler                           pic x.
           02 mmr-annual-hours                 pic 9(4).
           02 filler                           pic x.
           02 mmr-plant-position               pic x.
           02 filler                           pic x.
           02 mmr-bldg-id                      pic x(8).
           02 filler                           pic x(27).
      *
       fd  motor-master-out record contains 80 characters
                            recording mode f.
           02 mtc-fla-in                       pic x(5).
           02 filler                           pic x.
           02 mtc-sf-in                        pic x(3).
           02 filler                           pic x.
           02 mtc-eff-in                       pic x(4).
           02 filler                           pic x.
           02 mtc-hours-in                     pic x(4).
           02 filler                           pic x.
           02 mtc-plant-pos-in                 pic x.
           02 filler                           pic x(33).
      *
      * COMMBLDG's per-chiller runtime extract, as CHILMNT reads it.
       fd  plant-hours-file record contains 80 characters
                            recording mode f.
       01  plant-hours-record.
           02 phr-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 phr-chiller-pos                  pic 9.
           02 filler                           pic x.
           02 phr-capacity-tons                pic 9(3).
           02 filler                           pic x.
           02 phr-runtime-hours                pic x(5).
           02 filler                           pic x.
           02 phr-kwh                          pic x(8).
           02 filler                           pic x(51).

       working-storage section.

           88 motor-master-out-ok              value "00".
       01 motor-trans-status                   pic xx value "00".
           88 motor-trans-ok                   value "00".
       01 plant-hours-status                   pic xx value "00".
           88 plant-hours-ok                   value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 trans-eof-sw                         pic x value "N".
           88 trans-eof                        value "Y".
       01 hours-eof-sw                         pic x value "N".
           88 hours-eof                        value "Y".
       01 motor-found-sw                       pic x.
           88 motor-found                      value "Y".

       01 motor-found-idx                      pic 999.
       01 trans-applied-count                  pic 9(4) value zero.
       01 trans-rejected-count                 pic 9(4) value zero.
       01 hours-posted-count                   pic 9(4) value zero.
       01 usage-reject-reason                  pic x(30).
       01 plant-hours-work                     pic 9(5).

      * The whole registry rides in storage for the run; the entry
      * layout matches the first 53 bytes of the master record so
      * entries move as groups.
       01 motor-registry-table.
           02 motor-entry occurs 300 times.
              03 mre-fla                       pic 9(3)v99.
              03 filler                        pic x.
              03 mre-service-factor            pic 9v99.
              03 filler                        pic x.
              03 mre-efficiency                pic 99v9.
              03 filler                        pic x.
              03 mre-annual-hours              pic 9(4).
              03 filler                        pic x.
              03 mre-plant-position            pic x.
              03 filler                        pic x.
              03 mre-bldg-id                   pic x(8).

      * ASSETLKP resolution of a new motor's tag.
       01 asset-lookup-id                      pic x(10).
       01 asset-found-flag                     pic x.
       01 asset-bldg-id                        pic x(8).
       01 asset-position                       pic x.
       01 asset-type                           pic x(4).
       01 asset-status                         pic x.
       01 asset-reject-reason                  pic x(30).
       01 asset-warned-sw                      pic x value "N".
           88 asset-warned                     value "Y".

       procedure division.
       100-main-paragraph.
           display "********  MOTOR NAMEPLATE REGISTRY RUN  ********"
           perform 200-load-registry
           perform 300-apply-transactions
           perform 400-post-plant-hours
           perform 500-write-new-registry
           perform 600-registry-listing
           display spaces
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           display "PLANT HOURS POSTED   : " hours-posted-count
           display "********  NAMEPLATE REGISTRY RUN ENDS  ********"
           stop run.

       220-store-master.
           if motor-count is less than 300 then
              add 1 to motor-count
              move motor-master-in-record(1:53) to
                   motor-entry(motor-count)
           else
              display "REGISTRY TABLE FULL - RECORD FOR "
           end-if.

       340-add-motor.
           perform 348-check-asset-master
           perform 343-validate-usage-fields
           if motor-found then
              add 1 to trans-rejected-count
              display "REJECTED ADD " mtc-equip-tag
              display "REJECTED ADD " mtc-equip-tag
                      " - REGISTRY TABLE FULL"
           else
           if asset-reject-reason is not equal to spaces then
              add 1 to trans-rejected-count
              display "REJECTED ADD " mtc-equip-tag " - "
                      asset-reject-reason
           else
           if function test-numval(mtc-hp-in) is not equal zero or
              function test-numval(mtc-volts-in) is not equal zero
              or mtc-phase-in is not numeric or
              add 1 to trans-rejected-count
              display "REJECTED ADD " mtc-equip-tag
                      " - PHASE MUST BE 1 OR 3"
           else
           if usage-reject-reason is not equal to spaces then
              add 1 to trans-rejected-count
              display "REJECTED ADD " mtc-equip-tag " - "
                      usage-reject-reason
           else
              add 1 to motor-count
              move motor-count to motor-found-idx
              move spaces to motor-entry(motor-found-idx)
              move mtc-equip-tag to mre-equip-tag(motor-found-idx)
              move zero to mre-efficiency(motor-found-idx)
              move zero to mre-annual-hours(motor-found-idx)
              if asset-found-flag is equal to "Y" then
                 move asset-bldg-id to mre-bldg-id(motor-found-idx)
                 if asset-type is equal to "CHLR" and
                    mtc-plant-pos-in is equal to space and
                    mtc-hours-in is equal to spaces then
                    move asset-position to
                         mre-plant-position(motor-found-idx)
                 end-if
              end-if
              perform 345-store-card-fields
              add 1 to trans-applied-count
              display "ADDED    " mtc-equip-tag
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      * The tag must be a live asset on the equipment asset master.
      * A missing master is reported once and the add goes ahead.
       348-check-asset-master.
           move spaces to asset-reject-reason
           move mtc-equip-tag to asset-lookup-id
           call "ASSETLKP" using asset-lookup-id, asset-found-flag,
                asset-bldg-id, asset-position, asset-type,
                asset-status
           evaluate true
              when asset-found-flag is equal to "U"
                 if not asset-warned then
                    display "ASSETMST NOT AVAILABLE - TAGS NOT"
                            " CHECKED AGAINST THE ASSET MASTER"
                    set asset-warned to true
                 end-if
              when asset-found-flag is not equal to "Y"
                 move "TAG NOT ON ASSET MASTER" to
                      asset-reject-reason
              when asset-status is equal to "R"
                 move "ASSET IS RETIRED" to asset-reject-reason
           end-evaluate.

      * Efficiency, hours and plant position may each be left
      * blank; what is keyed must make sense.
       343-validate-usage-fields.
           move spaces to usage-reject-reason
           if mtc-eff-in is not equal to spaces and
              function test-numval(mtc-eff-in) is not equal to zero
              then
              move "EFFICIENCY NOT NUMERIC" to usage-reject-reason
           else
           if mtc-eff-in is not equal to spaces and
              (function numval(mtc-eff-in) is less than 50 or
               function numval(mtc-eff-in) is greater than 99.9)
              then
              move "EFFICIENCY MUST BE 50.0-99.9" to
                   usage-reject-reason
           else
           if mtc-hours-in is not equal to spaces and
              function test-numval(mtc-hours-in) is not equal to zero
              then
              move "HOURS NOT NUMERIC" to usage-reject-reason
           else
           if mtc-hours-in is not equal to spaces and
              function numval(mtc-hours-in) is greater than 8760
              then
              move "HOURS OVER 8760" to usage-reject-reason
           else
           if mtc-plant-pos-in is not equal to space and
              (mtc-plant-pos-in is less than "1" or
               mtc-plant-pos-in is greater than "8") then
              move "PLANT POSITION MUST BE 1-8" to
                   usage-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if.

       345-store-card-fields.
           compute mre-fla(motor-found-idx) =
                    function numval(mtc-fla-in)
           compute mre-service-factor(motor-found-idx) =
                    function numval(mtc-sf-in)
           if mtc-eff-in is not equal to spaces then
              compute mre-efficiency(motor-found-idx) =
                       function numval(mtc-eff-in)
           end-if
           if mtc-hours-in is not equal to spaces then
              compute mre-annual-hours(motor-found-idx) =
                       function numval(mtc-hours-in)
              move space to mre-plant-position(motor-found-idx)
           end-if
           if mtc-plant-pos-in is not equal to space then
              move mtc-plant-pos-in to
                   mre-plant-position(motor-found-idx)
              if mre-bldg-id(motor-found-idx) is equal to spaces
                 then
                 perform 347-resolve-building
              end-if
           end-if.

      * A plant motor needs its building to find its runtime.
       347-resolve-building.
           move mtc-equip-tag to asset-lookup-id
           call "ASSETLKP" using asset-lookup-id, asset-found-flag,
                asset-bldg-id, asset-position, asset-type,
                asset-status
           if asset-found-flag is equal to "Y" then
              move asset-bldg-id to mre-bldg-id(motor-found-idx)
           else
              display "  *** " mtc-equip-tag " - NO BUILDING ON THE"
                      " ASSET MASTER, PLANT HOURS NOT POSTED"
           end-if.

       350-change-motor.
           perform 343-validate-usage-fields
           if not motor-found then
              add 1 to trans-rejected-count
              display "REJECTED CHANGE " mtc-equip-tag
              add 1 to trans-rejected-count
              display "REJECTED CHANGE " mtc-equip-tag
                      " - NON-NUMERIC NAMEPLATE FIELD"
           else
           if usage-reject-reason is not equal to spaces then
              add 1 to trans-rejected-count
              display "REJECTED CHANGE " mtc-equip-tag " - "
                      usage-reject-reason
           else
              perform 345-store-card-fields
              add 1 to trans-applied-count
              display "CHANGED  " mtc-equip-tag
           end-if
           end-if
           end-if.

      * Delete by sliding the tail of the table up one slot.
           move motor-entry(motor-idx + 1) to
                motor-entry(motor-idx).

      * Plant motors take their chiller's annual runtime.  A missing
      * PLANTHRS DD leaves last run's hours in place.
       400-post-plant-hours.
           open input plant-hours-file
           if plant-hours-ok then
              perform 410-read-plant-hours until hours-eof
              close plant-hours-file
           else
              display "PLANTHRS NOT AVAILABLE - PLANT MOTOR HOURS NOT"
                      " REFRESHED"
           end-if.

       410-read-plant-hours.
           read plant-hours-file
              at end set hours-eof to true
              not at end
                 if function test-numval(phr-runtime-hours) is
                    equal to zero then
                    compute plant-hours-work =
                             function numval(phr-runtime-hours)
                    if plant-hours-work is greater than 8760 then
                       move 8760 to plant-hours-work
                    end-if
                    perform 420-post-one-motor
                            varying motor-idx from 1 by 1
                            until motor-idx > motor-count
                 end-if
           end-read.

       420-post-one-motor.
           if mre-bldg-id(motor-idx) is equal to phr-bldg-id and
              mre-plant-position(motor-idx) is equal to
              phr-chiller-pos then
              move plant-hours-work to mre-annual-hours(motor-idx)
              add 1 to hours-posted-count
           end-if.

       500-write-new-registry.
           open output motor-master-out
           if motor-master-out-ok then
       510-write-one-motor.
           move spaces to motor-master-out-record
           move motor-entry(motor-idx) to
                motor-master-out-record(1:53)
           write motor-master-out-record.

       600-registry-listing.
           display spaces
           display "--------  MOTOR NAMEPLATE REGISTRY  --------"
           display "TAG        HP     VOLTS PH FLA    SF  EFF  HOURS"
                   " SOURCE"
           perform 610-display-one-motor
                   varying motor-idx from 1 by 1
                   until motor-idx > motor-count
                   mre-voltage(motor-idx) "  "
                   mre-phase(motor-idx) "  "
                   mre-fla(motor-idx) " "
                   mre-service-factor(motor-idx) " "
                   mre-efficiency(motor-idx) " "
                   mre-annual-hours(motor-idx) "  "
                   with no advancing
           if mre-plant-position(motor-idx) is equal to space then
              display "CARD"
           else
              display "PLANT " mre-bldg-id(motor-idx) " POS "
                      mre-plant-position(motor-idx)
           end-if.
