      *   - spare capacity against the main rating, and a flag when
      *     the panel runs past eighty percent continuous loading.
      *
      * The P cards also describe the distribution tree.  Each panel
      * names the panel that feeds it (blank for one fed straight
      * from the service), the step-down transformer between them
      * if there is one, its feeder rating (the main rating when
      * blank), and the diversity it applies to its own subpanels
      * (default 0.90).  After the schedules:
      *
      *   - each panel's demand rolls up through its parents, the
      *     subpanels' rolled demand taken at the parent's diversity
      *     at every level;
      *   - every feeder is checked against its rating, at the
      *     parent's voltage where a transformer steps it down, and
      *     every transformer against its kVA (over 80 percent is
      *     flagged, over 100 percent is overloaded);
      *   - the service-entrance summary takes the panels fed from
      *     the service, at the S card's diversity, against the
      *     utility service size, with the spare capacity left for
      *     new equipment to full rating and to 80 percent.
      *
      * Circuits file (CIRCUITS):
      *   S service-id(8) amps(4) volts(4) system(1: 1 or 3), the
      *     diversity(4) in the P card's column
      *   P panel-id(8) main-amps(4) volts(4) system(1: 1 or 3)
      *     fed-from(8) xfmr-kva(5) feeder-amps(4) diversity(4,
      *     e.g. 0.85) class(1: E emergency, S standby, blank for a
      *     normal-power panel -- GENSIZE sizes the generator from
      *     the E and S panels)
      *   C panel-id(8) ckt(3) description(20) va(6) phase(1: A/B/C)
      *     type(1: L/R/M/H/K/O)
      *   with one space between fields; a C card must follow its
      *   panel's P card.  Parents may come before or after their
      *   subpanels.
      *
      ******************************************************************
      *
           02 phc-volts-in                     pic x(4).
           02 filler                           pic x.
           02 phc-system-in                    pic x.
           02 filler                           pic x.
           02 phc-fed-from                     pic x(8).
           02 filler                           pic x.
           02 phc-xfmr-kva-in                  pic x(5).
           02 filler                           pic x.
           02 phc-feeder-amps-in               pic x(4).
           02 filler                           pic x.
           02 phc-diversity-in                 pic x(4).
           02 filler                           pic x.
           02 phc-power-class                  pic x.
              88 phc-valid-power-class         value "E" "S" " ".
           02 filler                           pic x(31).
       01  circuit-detail-card redefines circuits-card.
           02 filler                           pic x(11).
           02 cdc-circuit-no                   pic x(3).
       01 panel-found-sw                       pic x.
           88 panel-found                      value "Y".
       01 panel-table.
           02 panel-entry occurs 50 times.
              03 pne-panel-id                  pic x(8).
              03 pne-main-amps                 pic 9(4).
              03 pne-volts                     pic 9(4).
                                               pic 9(7) comp-3.
              03 pne-demand-va occurs 3 times  pic 9(7) comp-3.
              03 pne-largest-motor-va          pic 9(6) comp-3.
              03 pne-fed-from                  pic x(8).
              03 pne-xfmr-kva                  pic 9(5).
              03 pne-feeder-amps               pic 9(4).
              03 pne-diversity                 pic 9v99.
              03 pne-power-class               pic x.
              03 pne-parent-idx                pic 99.
              03 pne-depth                     pic 99.
              03 pne-own-demand-va             pic 9(8) comp-3.
              03 pne-rolled-va                 pic 9(9) comp-3.

      * The utility service from the S card.
       01 service-card-sw                      pic x value "N".
           88 service-card-read                value "Y".
       01 service-id                           pic x(8) value spaces.
       01 service-amps                         pic 9(4) value zero.
       01 service-volts                        pic 9(4) value zero.
       01 service-system                       pic 9 value 3.
       01 service-diversity                    pic 9v99 value 1.00.
       01 default-diversity                    pic 9v99 value 0.90.

      * Distribution tree work fields.
       01 walk-idx                             pic 99.
       01 walk-depth                           pic 99.
       01 max-depth                            pic 99 value zero.
       01 depth-level                          pic 99.
       01 tree-loop-limit                      pic 99 value 50.
       01 feeder-rating-amps                   pic 9(4).
       01 feeder-volts                         pic 9(4).
       01 feeder-system                        pic 9.
       01 feeder-load-amps                     pic 9(6)v9.
       01 feeder-load-pct                      pic 9(4)v9.
       01 xfmr-load-pct                        pic 9(4)v9.
       01 service-connected-va                 pic 9(9) value zero.
       01 service-demand-va                    pic 9(9).
       01 service-capacity-va                  pic 9(9).
       01 service-demand-amps                  pic 9(6)v9.
       01 service-spare-va                     pic s9(9)
                                               sign is leading
                                               separate.
       01 service-spare-80-va                  pic s9(9)
                                               sign is leading
                                               separate.
       01 service-spare-amps                   pic s9(6)v9
                                               sign is leading
                                               separate.
       01 over-80-count                        pic 99 value zero.
       01 overloaded-count                     pic 99 value zero.
       01 distribution-reason                  pic x(30).
       01 big-va-out                           pic zzz,zzz,zz9.
       01 big-spare-out                        pic zzz,zzz,zz9-.
       01 amps-out                             pic zz,zz9.9.
       01 amps-spare-out                       pic zz,zz9.9-.
       01 load-pct-out                         pic z,zz9.9.

       01 phase-idx                            pic 9.
       01 circuit-va                           pic 9(6).
           perform 500-print-one-schedule
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count
           perform 600-distribution-tree
           perform 700-service-summary
           display spaces
           display "CARDS READ    : " cards-read-count
           display "CARDS REJECTED: " cards-rejected-count
       210-route-one-card.
           add 1 to cards-read-count
           evaluate ckc-card-type
              when "S" perform 240-read-service
              when "P" perform 220-open-panel
              when "C" perform 300-post-circuit
              when other
                 add 1 to cards-rejected-count
                 display "CARD REJECTED - TYPE MUST BE S, P OR C"
           end-evaluate.

       220-open-panel.
              display "P CARD REJECTED - BAD RATING COLUMNS: "
                      ckc-panel-id
           else
           if panel-count is not less than 50 then
              add 1 to cards-rejected-count
              display "PANEL TABLE FULL - " ckc-panel-id " SKIPPED"
           else
           perform 225-validate-distribution
           if distribution-reason is not equal to spaces then
              add 1 to cards-rejected-count
              display "P CARD REJECTED - " distribution-reason ": "
                      ckc-panel-id
           else
              add 1 to panel-count
              move ckc-panel-id to pne-panel-id(panel-count)
              perform 230-clear-one-phase
                      varying phase-idx from 1 by 1
                      until phase-idx > 3
              move phc-fed-from to pne-fed-from(panel-count)
              move zero to pne-xfmr-kva(panel-count)
              move zero to pne-feeder-amps(panel-count)
              move default-diversity to pne-diversity(panel-count)
              if phc-xfmr-kva-in is not equal to spaces then
                 compute pne-xfmr-kva(panel-count) =
                          function numval(phc-xfmr-kva-in)
              end-if
              if phc-feeder-amps-in is not equal to spaces then
                 compute pne-feeder-amps(panel-count) =
                          function numval(phc-feeder-amps-in)
              end-if
              if phc-diversity-in is not equal to spaces then
                 compute pne-diversity(panel-count) =
                          function numval(phc-diversity-in)
              end-if
              move phc-power-class to pne-power-class(panel-count)
           end-if
           end-if
           end-if.

      * The distribution columns may be blank; what is keyed must
      * make sense.  The parent itself may not have been read yet.
       225-validate-distribution.
           move spaces to distribution-reason
           if phc-fed-from is equal to ckc-panel-id then
              move "PANEL CANNOT FEED ITSELF" to distribution-reason
           else
           if phc-xfmr-kva-in is not equal to spaces and
              function test-numval(phc-xfmr-kva-in) is not equal to
              zero then
              move "TRANSFORMER KVA NOT NUMERIC" to
                   distribution-reason
           else
           if phc-feeder-amps-in is not equal to spaces and
              function test-numval(phc-feeder-amps-in) is not equal
              to zero then
              move "FEEDER AMPS NOT NUMERIC" to distribution-reason
           else
           if phc-diversity-in is not equal to spaces and
              (function test-numval(phc-diversity-in) is not equal
               to zero or
               function numval(phc-diversity-in) is not greater
               than zero or
               function numval(phc-diversity-in) is greater than 1)
              then
              move "DIVERSITY MUST BE 0.01-1.00" to
                   distribution-reason
           else
           if not phc-valid-power-class then
              move "CLASS MUST BE E, S OR BLANK" to
                   distribution-reason
           end-if
           end-if
           end-if
           end-if
           end-if.

      * One utility service per file.
       240-read-service.
           if service-card-read then
              add 1 to cards-rejected-count
              display "S CARD REJECTED - SERVICE ALREADY READ: "
                      ckc-panel-id
           else
           if function test-numval(phc-main-amps-in) is not equal
              zero or
              function test-numval(phc-volts-in) is not equal zero
              or (phc-system-in is not equal to "1" and
                  phc-system-in is not equal to "3") or
              (phc-diversity-in is not equal to spaces and
               (function test-numval(phc-diversity-in) is not equal
                to zero or
                function numval(phc-diversity-in) is not greater
                than zero or
                function numval(phc-diversity-in) is greater than 1))
              then
              add 1 to cards-rejected-count
              display "S CARD REJECTED - BAD RATING COLUMNS: "
                      ckc-panel-id
           else
              set service-card-read to true
              move ckc-panel-id to service-id
              compute service-amps = function numval(phc-main-amps-in)
              compute service-volts = function numval(phc-volts-in)
              move phc-system-in to service-system
              move default-diversity to service-diversity
              if phc-diversity-in is not equal to spaces then
                 compute service-diversity =
                          function numval(phc-diversity-in)
              end-if
           end-if
           end-if.

                   "  MAIN " pne-main-amps(panel-idx) "A AT "
                   pne-volts(panel-idx) "V "
                   pne-system(panel-idx) "-PHASE  ========"
           evaluate pne-power-class(panel-idx)
              when "E" display "EMERGENCY POWER PANEL"
              when "S" display "STANDBY POWER PANEL"
              when other continue
           end-evaluate
           display "CIRCUITS ON SCHEDULE: "
                   pne-circuit-count(panel-idx)
           display "PHASE   CONNECTED VA   DEMAND VA"
              move zero to loading-pct
           end-if
           compute spare-va = panel-capacity-va - total-demand-va
           move total-demand-va to pne-own-demand-va(panel-idx)
           move total-demand-va to va-out
           display "TOTAL DEMAND (WITH MOTOR ADDER): " va-out " VA"
           move balance-pct to pct-out
                      lightest-leg-va
              end-if
           end-if.

      * The distribution tree: link each panel to its parent, number
      * the levels from the service down, then roll the demand up
      * from the deepest level so every subpanel is complete before
      * it lands on its parent.
       600-distribution-tree.
           perform 610-resolve-parent
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count
           perform 620-set-depth
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count
           perform 630-start-rollup
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count
           perform 640-roll-level
                   varying depth-level from max-depth by -1
                   until depth-level < 2
           display spaces
           display "========  DISTRIBUTION TREE - DEMAND ROLLED UP"
                   " WITH DIVERSITY  ========"
           display "LVL PANEL    FED FROM    OWN DEMAND VA   ROLLED VA"
                   "  FEEDER A  RATING   LOAD%"
           perform 650-print-level
                   varying depth-level from 1 by 1
                   until depth-level > max-depth
           if panel-count is equal to zero then
              display "  (NO PANELS)"
           end-if.

       610-resolve-parent.
           move zero to pne-parent-idx(panel-idx)
           if pne-fed-from(panel-idx) is not equal to spaces and
              pne-fed-from(panel-idx) is not equal to service-id
              then
              move "N" to panel-found-sw
              perform 615-find-parent
                      varying walk-idx from 1 by 1
                      until walk-idx > panel-count or panel-found
              if not panel-found then
                 display "  *** " pne-panel-id(panel-idx)
                         " FED FROM " pne-fed-from(panel-idx)
                         ", NOT ON THE CIRCUITS FILE - TAKEN AS FED"
                         " FROM THE SERVICE"
              end-if
           end-if.

       615-find-parent.
           if pne-panel-id(walk-idx) is equal to
              pne-fed-from(panel-idx) then
              set panel-found to true
              move walk-idx to pne-parent-idx(panel-idx)
           end-if.

      * A panel's level is one more than its parent's; a chain that
      * never reaches the service is a fed-from loop, and the panel
      * is cut loose from it.
       620-set-depth.
           move panel-idx to walk-idx
           move 1 to walk-depth
           perform 625-walk-up
                   until pne-parent-idx(walk-idx) is equal to zero
                   or walk-depth is greater than tree-loop-limit
           if walk-depth is greater than tree-loop-limit then
              display "  *** " pne-panel-id(panel-idx)
                      " IS IN A FED-FROM LOOP - TAKEN AS FED FROM"
                      " THE SERVICE"
              move zero to pne-parent-idx(panel-idx)
              move 1 to walk-depth
           end-if
           move walk-depth to pne-depth(panel-idx)
           if walk-depth is greater than max-depth then
              move walk-depth to max-depth
           end-if.

       625-walk-up.
           move pne-parent-idx(walk-idx) to walk-idx
           add 1 to walk-depth.

       630-start-rollup.
           move pne-own-demand-va(panel-idx) to
                pne-rolled-va(panel-idx).

       640-roll-level.
           perform 645-roll-one-panel
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count.

       645-roll-one-panel.
           if pne-depth(panel-idx) is equal to depth-level and
              pne-parent-idx(panel-idx) is not equal to zero then
              move pne-parent-idx(panel-idx) to walk-idx
              compute pne-rolled-va(walk-idx) rounded =
                       pne-rolled-va(walk-idx) +
                       pne-rolled-va(panel-idx) *
                       pne-diversity(walk-idx)
           end-if.

       650-print-level.
           perform 660-check-one-feeder
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count.

      * The feeder carries the panel's rolled demand, at the
      * parent's voltage when a transformer steps it down; the
      * transformer carries the same demand against its kVA.
       660-check-one-feeder.
           if pne-depth(panel-idx) is equal to depth-level then
              if pne-feeder-amps(panel-idx) is greater than zero then
                 move pne-feeder-amps(panel-idx) to
                      feeder-rating-amps
              else
                 move pne-main-amps(panel-idx) to feeder-rating-amps
              end-if
              move pne-volts(panel-idx) to feeder-volts
              move pne-system(panel-idx) to feeder-system
              if pne-xfmr-kva(panel-idx) is greater than zero then
                 if pne-parent-idx(panel-idx) is not equal to zero
                    then
                    move pne-parent-idx(panel-idx) to walk-idx
                    move pne-volts(walk-idx) to feeder-volts
                    move pne-system(walk-idx) to feeder-system
                 else
                 if service-card-read then
                    move service-volts to feeder-volts
                    move service-system to feeder-system
                 end-if
                 end-if
              end-if
              move zero to feeder-load-amps
              if feeder-volts is greater than zero then
                 if feeder-system is equal to 3 then
                    compute feeder-load-amps rounded =
                             pne-rolled-va(panel-idx) /
                             (feeder-volts * 1.732)
                 else
                    compute feeder-load-amps rounded =
                             pne-rolled-va(panel-idx) / feeder-volts
                 end-if
              end-if
              move zero to feeder-load-pct
              if feeder-rating-amps is greater than zero then
                 compute feeder-load-pct rounded =
                          feeder-load-amps * 100 / feeder-rating-amps
              end-if
              move pne-own-demand-va(panel-idx) to big-va-out
              move pne-rolled-va(panel-idx) to va-out
              move feeder-load-amps to amps-out
              move feeder-load-pct to load-pct-out
              display " " pne-depth(panel-idx) " "
                      pne-panel-id(panel-idx) " "
                      pne-fed-from(panel-idx) "  " big-va-out " "
                      va-out " " amps-out "   "
                      feeder-rating-amps " " load-pct-out
                      with no advancing
              if feeder-load-pct is greater than 100 then
                 add 1 to overloaded-count
                 display "  ** FEEDER OVERLOADED **"
              else
              if feeder-load-pct is greater than 80 then
                 add 1 to over-80-count
                 display "  ** FEEDER OVER 80% **"
              else
                 display spaces
              end-if
              end-if
              if pne-xfmr-kva(panel-idx) is greater than zero then
                 perform 670-check-transformer
              end-if
           end-if.

       670-check-transformer.
           compute xfmr-load-pct rounded =
                    pne-rolled-va(panel-idx) * 100 /
                    (pne-xfmr-kva(panel-idx) * 1000)
           move xfmr-load-pct to load-pct-out
           display "      STEP-DOWN TRANSFORMER "
                   pne-xfmr-kva(panel-idx) " KVA TO "
                   pne-volts(panel-idx) "V LOADED "
                   load-pct-out "%" with no advancing
           if xfmr-load-pct is greater than 100 then
              add 1 to overloaded-count
              display "  ** TRANSFORMER OVERLOADED **"
           else
           if xfmr-load-pct is greater than 80 then
              add 1 to over-80-count
              display "  ** TRANSFORMER OVER 80% **"
           else
              display spaces
           end-if
           end-if.

      * The panels fed from the service, at the service diversity,
      * against the utility service size.
       700-service-summary.
           move zero to service-connected-va
           perform 710-add-service-feeder
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count
           compute service-demand-va rounded =
                    service-connected-va * service-diversity
           display spaces
           display "========  SERVICE-ENTRANCE SUMMARY  ========"
           move service-connected-va to big-va-out
           display "SERVICE FEEDERS ROLLED DEMAND  : " big-va-out
                   " VA"
           move service-demand-va to big-va-out
           display "SERVICE DEMAND WITH DIVERSITY  : " big-va-out
                   " VA"
           if not service-card-read then
              display "NO S CARD - SERVICE SIZE UNKNOWN, SPARE"
                      " CAPACITY NOT COMPUTED"
           else
              perform 720-service-capacity
           end-if
           display "FEEDERS/TRANSFORMERS OVER 80% : " over-80-count
           display "FEEDERS/TRANSFORMERS OVERLOADED: "
                   overloaded-count.

       710-add-service-feeder.
           if pne-parent-idx(panel-idx) is equal to zero then
              add pne-rolled-va(panel-idx) to service-connected-va
           end-if.

       720-service-capacity.
           if service-system is equal to 3 then
              compute service-capacity-va rounded =
                       service-amps * service-volts * 1.732
              compute service-demand-amps rounded =
                       service-demand-va / (service-volts * 1.732)
           else
              compute service-capacity-va =
                       service-amps * service-volts
              compute service-demand-amps rounded =
                       service-demand-va / service-volts
           end-if
           compute service-spare-va =
                    service-capacity-va - service-demand-va
           compute service-spare-80-va rounded =
                    service-capacity-va * 0.80 - service-demand-va
           compute service-spare-amps =
                    service-amps - service-demand-amps
           compute loading-pct rounded =
                    service-demand-va * 100 / service-capacity-va
           display "SERVICE " service-id " " service-amps "A AT "
                   service-volts "V " service-system "-PHASE"
           move service-capacity-va to big-va-out
           display "SERVICE CAPACITY               : " big-va-out
                   " VA"
           move service-demand-amps to amps-out
           display "SERVICE DEMAND CURRENT         : " amps-out " A"
           move loading-pct to pct-out
           display "SERVICE LOADING                : " pct-out "%"
                   with no advancing
           if loading-pct is greater than 100 then
              display "  *** SERVICE OVERLOADED ***"
           else
           if loading-pct is greater than 80 then
              display "  ** OVER 80% CONTINUOUS - REVIEW **"
           else
              display spaces
           end-if
           end-if
           move service-spare-va to big-spare-out
           display "SPARE FOR NEW EQUIPMENT        : " big-spare-out
                   " VA"
           move service-spare-amps to amps-spare-out
           display "                                  " amps-spare-out
                   " A"
           move service-spare-80-va to big-spare-out
           display "SPARE TO 80% OF SERVICE        : " big-spare-out
                   " VA".
