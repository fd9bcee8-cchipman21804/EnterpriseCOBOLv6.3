       identification division.
       program-id.    capplan.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Five-Year Energy Capital Plan and Deferral List         *
      *                                                                *
      ******************************************************************
      *
      * The retrofit case for a building has lived in four places:
      * FUELSAVE's boiler upgrades, COMMBLDG's fan and pump VFD
      * paybacks, EUIBENCH's percent-over-target ranking and
      * CO2RPT's avoided tons.  This program puts them on one list
      * for the capital committee:
      *
      *   - each candidate project (CAPCAND) names a building, a
      *     measure, the installed cost and the service life;
      *   - a FAN VFD or PUMP VFD measure takes its annual kWh and
      *     dollars from COMMBLDG's RETROFIT extract for the
      *     building (the card's cost governs; a zero cost takes
      *     COMMBLDG's estimate);
      *   - any other measure is an EQUIPLST equipment id, and its
      *     savings are FUELSAVE's: the unit's annual fuel times
      *     1 - old/new efficiency, the annual fuel coming from the
      *     BLDGRSLT record the card references when it names one.
      *     Fuel is priced from the FUELPRC deck;
      *   - avoided tons go through CO2FACTR, the factors CO2RPT
      *     uses, and the building's EUIRANK percent over target
      *     comes from EUIBENCH;
      *   - the savings-to-investment ratio is the present worth of
      *     the annual dollar savings over the life at the control
      *     card's discount rate, divided by the installed cost;
      *     cost per ton is installed cost over lifetime tons.
      *
      * Projects with no savings on file or an SIR under 1.00 are
      * deferred outright.  The rest are ranked on the control
      * card's basis -- SIR (highest first), CO2 (lowest cost per
      * ton first) or EUI (building furthest over target first) --
      * with SIR breaking ties, and each fiscal year's cap is then
      * filled down that list: a project that does not fit the
      * year's remaining cap is passed over for a smaller one
      * below it and tried again next year.  Anything unfunded
      * after year five is deferred with the reason.
      *
      * Control card (CAPCTL):
      *   first fiscal year(4) discount pct(5, e.g. " 3.0")
      *   year 1-5 caps(9 each, whole dollars) basis(3)
      *   with one space between fields.
      *
      * Candidate card (CAPCAND):
      *   bldg-id(8) measure(10) installed cost(9: 9(7)v99)
      *   life years(2), with one space between fields.
      *
      * Fuel price card (FUELPRC), optional:
      *   CO2FACTR fuel code(1) $ per unit(8, e.g. "1.082").
      *   Defaults: 1 kWh 0.079  2 ccf 1.082  3 propane 2.400
      *             4 oil 3.600  5 therm 1.050.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//CAPPLAN  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(CAPPLAN),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(CAPPLAN),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=CAPPLAN
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//CAPCTL    DD DSN=&SYSUID..INPUT(CAPCTL),DISP=SHR
      *//CAPCAND   DD DSN=&SYSUID..INPUT(CAPCAND),DISP=SHR
      *//FUELPRC   DD DSN=&SYSUID..INPUT(FUELPRC),DISP=SHR
      *//RETROFIT  DD DSN=&SYSUID..RETROFIT,DISP=SHR
      *//EQUIPLST  DD DSN=&SYSUID..INPUT(EQUIPLST),DISP=SHR
      *//BLDGRSLT  DD DSN=&SYSUID..BLDGRSLT,DISP=SHR
      *//EUIRANK   DD DSN=&SYSUID..EUIRANK,DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-file assign to CAPCTL
                    organization is sequential
                    file status is control-status.
      *
           select candidate-file assign to CAPCAND
                    organization is sequential
                    file status is candidate-status.
      *
           select price-file assign to FUELPRC
                    organization is sequential
                    file status is price-status.
      *
           select retrofit-file assign to RETROFIT
                    organization is sequential
                    file status is retrofit-status.
      *
           select equipment-list assign to EQUIPLST
                    organization is sequential
                    file status is equipment-status.
      *
           select results-file assign to BLDGRSLT
                    organization is sequential
                    file status is results-status.
      *
           select rank-file assign to EUIRANK
                    organization is sequential
                    file status is rank-status.

       data division.
       file section.
       fd  control-file record contains 80 characters
                        recording mode f.
       01  control-card.
           02 ctl-first-year                   pic 9(4).
           02 filler                           pic x.
           02 ctl-discount-pct                 pic x(5).
           02 ctl-caps occurs 5 times.
              03 filler                        pic x.
              03 ctl-cap                       pic 9(9).
           02 filler                           pic x.
           02 ctl-basis                        pic x(3).
           02 filler                           pic x(16).
      *
       fd  candidate-file record contains 80 characters
                          recording mode f.
       01  candidate-card.
           02 cnd-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 cnd-measure                      pic x(10).
           02 filler                           pic x.
           02 cnd-installed-cost               pic 9(7)v99.
           02 filler                           pic x.
           02 cnd-life-years                   pic 99.
           02 filler                           pic x(48).
      *
       fd  price-file record contains 80 characters
                      recording mode f.
       01  price-card.
           02 prc-fuel-code                    pic x.
           02 filler                           pic x.
           02 prc-price-in                     pic x(8).
           02 filler                           pic x(70).
      *
      * The VFD savings record as COMMBLDG writes it.
       fd  retrofit-file record contains 80 characters
                         recording mode f.
       01  retrofit-record.
           02 rtr-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 rtr-measure                      pic x(10).
           02 filler                           pic x.
           02 rtr-fuel-code                    pic 9.
           02 filler                           pic x.
           02 rtr-annual-units                 pic 9(9)v99.
           02 filler                           pic x.
           02 rtr-annual-dollars               pic 9(7)v99.
           02 filler                           pic x.
           02 rtr-installed-cost               pic 9(7)v99.
           02 filler                           pic x(27).
      *
      * Equipment card as FUELSAVE reads it.
       fd  equipment-list record contains 80 characters
                          recording mode f.
       01  equipment-list-rec.
           02 eql-equip-id                     pic x(10).
           02 filler                           pic x.
           02 eql-old-eff                      pic x(5).
           02 filler                           pic x.
           02 eql-new-eff                      pic x(5).
           02 filler                           pic x.
           02 eql-fuel-code                    pic x.
           02 filler                           pic x.
           02 eql-annual-consump               pic x(9).
           02 filler                           pic x.
           02 eql-bldg-ref                     pic x(8).
           02 filler                           pic x.
           02 eql-equip-tag-ref                pic x(10).
           02 filler                           pic x(26).
      *
      * Annual-results record as COMMBLDG writes it.
       fd  results-file record contains 80 characters
                        recording mode f.
       01  results-file-rec.
           02 arr-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 arr-equip-tag                    pic x(10).
           02 filler                           pic x.
           02 arr-fuel-code                    pic x.
           02 filler                           pic x.
           02 arr-annual-consumption           pic 9(9)v99.
           02 filler                           pic x(47).
      *
      * Ranking record as EUIBENCH writes it.
       fd  rank-file record contains 80 characters
                     recording mode f.
       01  rank-record.
           02 rnk-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 rnk-rank                         pic 99.
           02 filler                           pic x.
           02 rnk-eui                          pic 9(4)v9.
           02 filler                           pic x.
           02 rnk-target-eui                   pic 999.
           02 filler                           pic x.
           02 rnk-over-pct                     pic s9(4)v9
                                               sign is leading
                                               separate.
           02 filler                           pic x(52).

       working-storage section.

       01 control-status                       pic xx value "00".
           88 control-ok                       value "00".
       01 candidate-status                     pic xx value "00".
           88 candidate-ok                     value "00".
       01 price-status                         pic xx value "00".
           88 price-ok                         value "00".
       01 retrofit-status                      pic xx value "00".
           88 retrofit-ok                      value "00".
       01 equipment-status                     pic xx value "00".
           88 equipment-ok                     value "00".
       01 results-status                       pic xx value "00".
           88 results-ok                       value "00".
       01 rank-status                          pic xx value "00".
           88 rank-ok                          value "00".

       01 candidate-eof-sw                     pic x value "N".
           88 candidate-eof                    value "Y".
       01 price-eof-sw                         pic x value "N".
           88 price-eof                        value "Y".
       01 retrofit-eof-sw                      pic x value "N".
           88 retrofit-eof                     value "Y".
       01 equipment-eof-sw                     pic x value "N".
           88 equipment-eof                    value "Y".
       01 results-eof-sw                       pic x value "N".
           88 results-eof                      value "Y".
       01 rank-eof-sw                          pic x value "N".
           88 rank-eof                         value "Y".

      * Run parameters from CAPCTL.
       01 control-loaded-sw                    pic x value "N".
           88 control-loaded                   value "Y".
       01 first-fiscal-year                    pic 9(4).
       01 discount-pct                         pic 99v99 comp-3.
       01 priority-basis                       pic x(3).
       01 cap-table.
           02 cap-amount occurs 5 times        pic 9(9)v99 comp-3.
           02 cap-left occurs 5 times          pic 9(9)v99 comp-3.
           02 cap-spent occurs 5 times         pic 9(9)v99 comp-3.
       01 largest-cap                          pic 9(9)v99 comp-3.
       01 year-idx                             pic 9.

      * $ per unit by CO2FACTR fuel code; FUELPRC overrides.
       01 fuel-price-values.
           02 filler                           pic 99v999
                                               value 00.079.
           02 filler                           pic 99v999
                                               value 01.082.
           02 filler                           pic 99v999
                                               value 02.400.
           02 filler                           pic 99v999
                                               value 03.600.
           02 filler                           pic 99v999
                                               value 01.050.
       01 fuel-price-table redefines fuel-price-values.
           02 fuel-price occurs 5 times        pic 99v999.
       01 fuel-code-work                       pic 9.

      * COMMBLDG's VFD savings.
       01 retrofit-count                       pic 999 value zero.
       01 retrofit-idx                         pic 999.
       01 retrofit-table.
           02 rte-entry occurs 200 times.
              03 rte-bldg-id                   pic x(8).
              03 rte-measure                   pic x(10).
              03 rte-fuel-code                 pic 9.
              03 rte-annual-units              pic 9(9)v99 comp-3.
              03 rte-annual-dollars            pic 9(7)v99 comp-3.
              03 rte-installed-cost            pic 9(7)v99 comp-3.

      * FUELSAVE's equipment cards.
       01 equipment-count                      pic 999 value zero.
       01 equipment-idx                        pic 999.
       01 equipment-table.
           02 eqe-entry occurs 200 times.
              03 eqe-equip-id                  pic x(10).
              03 eqe-old-eff                   pic x(5).
              03 eqe-new-eff                   pic x(5).
              03 eqe-fuel-code                 pic x.
              03 eqe-annual-consump            pic x(9).
              03 eqe-bldg-ref                  pic x(8).
              03 eqe-equip-tag-ref             pic x(10).

      * COMMBLDG's annual consumption by building and tag.
       01 results-count                        pic 999 value zero.
       01 results-idx                          pic 999.
       01 results-table.
           02 rse-entry occurs 200 times.
              03 rse-bldg-id                   pic x(8).
              03 rse-equip-tag                 pic x(10).
              03 rse-fuel-code                 pic x.
              03 rse-consumption               pic 9(9)v99 comp-3.

      * EUIBENCH's ranking.
       01 rank-count                           pic 99 value zero.
       01 rank-idx                             pic 99.
       01 rank-table.
           02 rke-entry occurs 50 times.
              03 rke-bldg-id                   pic x(8).
              03 rke-rank                      pic 99.
              03 rke-over-pct                  pic s9(4)v9 comp-3.

      * The candidate projects, in priority order once sorted.
       01 project-count                        pic 999 value zero.
       01 project-idx                          pic 999.
       01 project-table.
           02 pje-entry occurs 200 times.
              03 pje-bldg-id                   pic x(8).
              03 pje-measure                   pic x(10).
              03 pje-installed-cost            pic 9(7)v99 comp-3.
              03 pje-life-years                pic 99.
              03 pje-fuel-code                 pic 9.
              03 pje-annual-units              pic 9(9)v99 comp-3.
              03 pje-annual-dollars            pic 9(7)v99 comp-3.
              03 pje-sir                       pic 9(4)v99 comp-3.
              03 pje-annual-tons               pic 9(7)v999 comp-3.
              03 pje-cost-per-ton              pic 9(7)v99 comp-3.
              03 pje-eui-rank                  pic 99.
              03 pje-over-pct                  pic s9(4)v9 comp-3.
              03 pje-sort-key                  pic s9(7)v99 comp-3.
              03 pje-status                    pic x.
                 88 pje-open                   value space.
                 88 pje-funded                 value "F".
                 88 pje-deferred               value "D".
              03 pje-fund-year                 pic 9.
              03 pje-reason                    pic x(24).
       01 project-sort-idx                     pic 999.
       01 project-sort-sw                      pic x.
           88 project-sort-done                value "Y".
       01 project-swap-area                    pic x(90).
       01 project-out-of-order-sw              pic x.
           88 project-out-of-order             value "Y".

       01 found-sw                             pic x.
           88 found                            value "Y".
       01 found-idx                            pic 999.
       01 annual-consumption                   pic 9(9)v99.
       01 old-eff-work                         pic 9(3)v999.
       01 new-eff-work                         pic 9(3)v999.
       01 savings-fraction                     pic 9v9(6).
       01 present-worth-factor                 pic 9(3)v9(6) comp-3.
       01 discount-factor                      pic 9v9(8) comp-3.
       01 life-idx                             pic 99.

      * CO2FACTR interface fields.
       01 co2-fuel-code                        pic 9.
       01 co2-quantity                         pic s9(9)v99
                                               sign is leading
                                               separate.
       01 co2-tons                             pic s9(7)v999
                                               sign is leading
                                               separate.

       01 cards-read                           pic 9(5) value zero.
       01 cards-rejected                       pic 9(5) value zero.
       01 projects-funded                      pic 9(5) value zero.
       01 projects-deferred                    pic 9(5) value zero.
       01 plan-cost                            pic 9(9)v99 comp-3
                                               value zero.
       01 plan-savings                         pic 9(9)v99 comp-3
                                               value zero.
       01 plan-tons                            pic 9(9)v999 comp-3
                                               value zero.
       01 fiscal-year                          pic 9(4).
       01 priority-out                         pic zz9.
       01 money-out                            pic zz,zzz,zz9.99.
       01 money-out-2                          pic zz,zzz,zz9.99.
       01 money-out-3                          pic zz,zzz,zz9.99.
       01 sir-out                              pic z,zz9.99.
       01 ton-cost-out                         pic z,zzz,zz9.99.
       01 tons-out                             pic zzz,zz9.999.
       01 pct-out                              pic +zzz9.9.
       01 rate-out                             pic z9.99.
       01 count-out                            pic zz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "CAPPLAN ".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "*****  FIVE-YEAR ENERGY CAPITAL PLAN  *****"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-read-control-card
           if control-loaded then
              perform 210-load-fuel-prices
              perform 220-load-retrofit-savings
              perform 230-load-equipment
              perform 240-load-results
              perform 250-load-ranking
              perform 300-load-candidates
              if project-count is equal to zero then
                 display "CAPCAND EMPTY OR MISSING - NO PLAN"
                 move "NO CANDIDATES" to runlog-condition
                 move 8 to return-code
              else
                 perform 400-evaluate-project
                         varying project-idx from 1 by 1
                         until project-idx > project-count
                 perform 500-rank-projects
                 perform 600-fill-fiscal-year
                         varying year-idx from 1 by 1
                         until year-idx > 5
                 perform 650-defer-unfunded
                         varying project-idx from 1 by 1
                         until project-idx > project-count
                 perform 700-plan-report
                 perform 750-deferred-report
              end-if
           end-if
           move return-code to runlog-return-code
           move "E" to runlog-event
           move cards-read to runlog-read
           move projects-funded to runlog-written
           move cards-rejected to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "*****  CAPITAL PLAN ENDS  *****"
           stop run.

       200-read-control-card.
           open input control-file
           if not control-ok then
              display "CAPCTL NOT AVAILABLE - NO PLAN"
              move "CAPCTL NOT AVAILABLE" to runlog-condition
              move 8 to return-code
           else
              read control-file
                 at end
                    display "CAPCTL EMPTY - NO PLAN"
                    move "CAPCTL EMPTY" to runlog-condition
                    move 8 to return-code
                 not at end
                    perform 205-edit-control-card
              end-read
              close control-file
           end-if.

       205-edit-control-card.
           if ctl-first-year is not numeric or
              function test-numval(ctl-discount-pct) is not equal
              to zero or ctl-cap(1) is not numeric or
              ctl-cap(2) is not numeric or ctl-cap(3) is not
              numeric or ctl-cap(4) is not numeric or
              ctl-cap(5) is not numeric then
              display "CAPCTL CARD NOT VALID: " control-card(1:64)
              move "CAPCTL CARD INVALID" to runlog-condition
              move 8 to return-code
           else
              set control-loaded to true
              move ctl-first-year to first-fiscal-year
              compute discount-pct = function numval(ctl-discount-pct)
              move ctl-basis to priority-basis
              if priority-basis is not equal to "CO2" and
                 priority-basis is not equal to "EUI" then
                 move "SIR" to priority-basis
              end-if
              move zero to largest-cap
              perform 207-set-cap
                      varying year-idx from 1 by 1
                      until year-idx > 5
              move discount-pct to rate-out
              display "FIRST FISCAL YEAR " first-fiscal-year
                      "  DISCOUNT RATE " rate-out "%  PRIORITY BY "
                      priority-basis
           end-if.

       207-set-cap.
           move ctl-cap(year-idx) to cap-amount(year-idx)
           move ctl-cap(year-idx) to cap-left(year-idx)
           move zero to cap-spent(year-idx)
           if cap-amount(year-idx) is greater than largest-cap then
              move cap-amount(year-idx) to largest-cap
           end-if.

       210-load-fuel-prices.
           open input price-file
           if not price-ok then
              display "FUELPRC NOT AVAILABLE - DEFAULT FUEL PRICES"
           else
              perform 215-read-price until price-eof
              close price-file
           end-if.

       215-read-price.
           read price-file
              at end set price-eof to true
              not at end
                 if prc-fuel-code is numeric and
                    function test-numval(prc-price-in) is equal to
                    zero then
                    move prc-fuel-code to fuel-code-work
                    if fuel-code-work is not less than 1 and
                       fuel-code-work is not greater than 5 then
                       compute fuel-price(fuel-code-work) =
                                function numval(prc-price-in)
                    end-if
                 else
                    display "FUELPRC CARD IGNORED: " price-card(1:10)
                 end-if
           end-read.

       220-load-retrofit-savings.
           open input retrofit-file
           if not retrofit-ok then
              display "RETROFIT NOT AVAILABLE - NO VFD SAVINGS"
           else
              perform 225-read-retrofit until retrofit-eof
              close retrofit-file
           end-if.

       225-read-retrofit.
           read retrofit-file
              at end set retrofit-eof to true
              not at end
                 if retrofit-count is less than 200 and
                    rtr-annual-units is numeric and
                    rtr-annual-dollars is numeric and
                    rtr-installed-cost is numeric then
                    add 1 to retrofit-count
                    move rtr-bldg-id to rte-bldg-id(retrofit-count)
                    move rtr-measure to rte-measure(retrofit-count)
                    move rtr-fuel-code to
                         rte-fuel-code(retrofit-count)
                    move rtr-annual-units to
                         rte-annual-units(retrofit-count)
                    move rtr-annual-dollars to
                         rte-annual-dollars(retrofit-count)
                    move rtr-installed-cost to
                         rte-installed-cost(retrofit-count)
                 end-if
           end-read.

       230-load-equipment.
           open input equipment-list
           if not equipment-ok then
              display "EQUIPLST NOT AVAILABLE - NO BOILER SAVINGS"
           else
              perform 235-read-equipment until equipment-eof
              close equipment-list
           end-if.

       235-read-equipment.
           read equipment-list
              at end set equipment-eof to true
              not at end
                 if equipment-count is less than 200 then
                    add 1 to equipment-count
                    move eql-equip-id to
                         eqe-equip-id(equipment-count)
                    move eql-old-eff to eqe-old-eff(equipment-count)
                    move eql-new-eff to eqe-new-eff(equipment-count)
                    move eql-fuel-code to
                         eqe-fuel-code(equipment-count)
                    move eql-annual-consump to
                         eqe-annual-consump(equipment-count)
                    move eql-bldg-ref to eqe-bldg-ref(equipment-count)
                    move eql-equip-tag-ref to
                         eqe-equip-tag-ref(equipment-count)
                 end-if
           end-read.

       240-load-results.
           open input results-file
           if not results-ok then
              display "BLDGRSLT NOT AVAILABLE - SIMULATION"
                      " REFERENCES UNRESOLVED"
           else
              perform 245-read-result until results-eof
              close results-file
           end-if.

       245-read-result.
           read results-file
              at end set results-eof to true
              not at end
                 if results-count is less than 200 and
                    arr-annual-consumption is numeric then
                    add 1 to results-count
                    move arr-bldg-id to rse-bldg-id(results-count)
                    move arr-equip-tag to rse-equip-tag(results-count)
                    move arr-fuel-code to rse-fuel-code(results-count)
                    move arr-annual-consumption to
                         rse-consumption(results-count)
                 end-if
           end-read.

       250-load-ranking.
           open input rank-file
           if not rank-ok then
              display "EUIRANK NOT AVAILABLE - NO EUI RANKING"
           else
              perform 255-read-rank until rank-eof
              close rank-file
           end-if.

       255-read-rank.
           read rank-file
              at end set rank-eof to true
              not at end
                 if rank-count is less than 50 and
                    rnk-rank is numeric and
                    rnk-over-pct is numeric then
                    add 1 to rank-count
                    move rnk-bldg-id to rke-bldg-id(rank-count)
                    move rnk-rank to rke-rank(rank-count)
                    move rnk-over-pct to rke-over-pct(rank-count)
                 end-if
           end-read.

       300-load-candidates.
           open input candidate-file
           if not candidate-ok then
              display "CAPCAND NOT AVAILABLE"
           else
              perform 310-read-candidate until candidate-eof
              close candidate-file
           end-if.

       310-read-candidate.
           read candidate-file
              at end set candidate-eof to true
              not at end perform 320-store-candidate
           end-read.

       320-store-candidate.
           add 1 to cards-read
           if cnd-installed-cost is not numeric or
              cnd-life-years is not numeric or
              cnd-life-years is equal to zero or
              cnd-bldg-id is equal to spaces or
              cnd-measure is equal to spaces then
              display "CAPCAND CARD REJECTED: " candidate-card(1:32)
              add 1 to cards-rejected
           else
              if project-count is less than 200 then
                 add 1 to project-count
                 move cnd-bldg-id to pje-bldg-id(project-count)
                 move cnd-measure to pje-measure(project-count)
                 move cnd-installed-cost to
                      pje-installed-cost(project-count)
                 move cnd-life-years to pje-life-years(project-count)
                 move zero to pje-fuel-code(project-count)
                              pje-annual-units(project-count)
                              pje-annual-dollars(project-count)
                              pje-sir(project-count)
                              pje-annual-tons(project-count)
                              pje-cost-per-ton(project-count)
                              pje-eui-rank(project-count)
                              pje-over-pct(project-count)
                              pje-sort-key(project-count)
                              pje-fund-year(project-count)
                 move space to pje-status(project-count)
                 move spaces to pje-reason(project-count)
              else
                 display "PROJECT TABLE FULL - " cnd-bldg-id " "
                         cnd-measure " DROPPED"
                 add 1 to cards-rejected
              end-if
           end-if.

      ******************************************************************
      * Savings, SIR, CO2 and EUI standing for one project.
      ******************************************************************
       400-evaluate-project.
           if pje-measure(project-idx) is equal to "FAN VFD" or
              pje-measure(project-idx) is equal to "PUMP VFD" then
              perform 410-vfd-savings
           else
              perform 420-equipment-savings
           end-if
           if pje-annual-dollars(project-idx) is equal to zero then
              set pje-deferred(project-idx) to true
              move "NO SAVINGS ON FILE" to pje-reason(project-idx)
           else
              perform 440-savings-to-investment
              perform 450-co2-avoided
           end-if
           move "N" to found-sw
           perform 460-find-rank
                   varying rank-idx from 1 by 1
                   until rank-idx > rank-count or found
           if pje-open(project-idx) and
              pje-sir(project-idx) is less than 1 then
              set pje-deferred(project-idx) to true
              move "SIR BELOW 1.00" to pje-reason(project-idx)
           end-if
           evaluate priority-basis
              when "CO2"
                 if pje-cost-per-ton(project-idx) is greater than
                    zero then
                    compute pje-sort-key(project-idx) =
                             0 - pje-cost-per-ton(project-idx)
                 else
                    move -9999999 to pje-sort-key(project-idx)
                 end-if
              when "EUI"
                 move pje-over-pct(project-idx) to
                      pje-sort-key(project-idx)
              when other
                 move pje-sir(project-idx) to
                      pje-sort-key(project-idx)
           end-evaluate
           if pje-deferred(project-idx) then
              move -9999999.99 to pje-sort-key(project-idx)
           end-if.

       410-vfd-savings.
           move "N" to found-sw
           perform 415-find-retrofit
                   varying retrofit-idx from 1 by 1
                   until retrofit-idx > retrofit-count or found
           if found then
              move rte-fuel-code(found-idx) to
                   pje-fuel-code(project-idx)
              move rte-annual-units(found-idx) to
                   pje-annual-units(project-idx)
              move rte-annual-dollars(found-idx) to
                   pje-annual-dollars(project-idx)
              if pje-installed-cost(project-idx) is equal to zero
                 then
                 move rte-installed-cost(found-idx) to
                      pje-installed-cost(project-idx)
              end-if
           end-if.

       415-find-retrofit.
           if rte-bldg-id(retrofit-idx) is equal to
              pje-bldg-id(project-idx) and
              rte-measure(retrofit-idx) is equal to
              pje-measure(project-idx) then
              set found to true
              move retrofit-idx to found-idx
           end-if.

      * FUELSAVE's formula: the saved fuel is the unit's annual use
      * times 1 - old/new efficiency.
       420-equipment-savings.
           move "N" to found-sw
           perform 425-find-equipment
                   varying equipment-idx from 1 by 1
                   until equipment-idx > equipment-count or found
           if found then
              move found-idx to equipment-idx
              move zero to annual-consumption
              move zero to fuel-code-work
              if eqe-bldg-ref(equipment-idx) is not equal to spaces
                 then
                 move "N" to found-sw
                 perform 430-find-result
                         varying results-idx from 1 by 1
                         until results-idx > results-count or found
                 if found and rse-fuel-code(found-idx) is numeric
                    then
                    move rse-consumption(found-idx) to
                         annual-consumption
                    move rse-fuel-code(found-idx) to fuel-code-work
                 end-if
              else
                 if eqe-fuel-code(equipment-idx) is numeric and
                    function test-numval
                       (eqe-annual-consump(equipment-idx))
                    is equal to zero then
                    move eqe-fuel-code(equipment-idx) to
                         fuel-code-work
                    compute annual-consumption = function numval
                       (eqe-annual-consump(equipment-idx))
                 end-if
              end-if
              if function test-numval(eqe-old-eff(equipment-idx))
                 is equal to zero and
                 function test-numval(eqe-new-eff(equipment-idx))
                 is equal to zero then
                 compute old-eff-work =
                          function numval(eqe-old-eff(equipment-idx))
                 compute new-eff-work =
                          function numval(eqe-new-eff(equipment-idx))
              else
                 move zero to old-eff-work new-eff-work
              end-if
              if fuel-code-work is not less than 1 and
                 fuel-code-work is not greater than 5 and
                 new-eff-work is greater than old-eff-work then
                 compute savings-fraction rounded =
                          1 - old-eff-work / new-eff-work
                 move fuel-code-work to pje-fuel-code(project-idx)
                 compute pje-annual-units(project-idx) rounded =
                          annual-consumption * savings-fraction
                 compute pje-annual-dollars(project-idx) rounded =
                          pje-annual-units(project-idx) *
                          fuel-price(fuel-code-work)
              end-if
           end-if.

       425-find-equipment.
           if eqe-equip-id(equipment-idx) is equal to
              pje-measure(project-idx) then
              set found to true
              move equipment-idx to found-idx
           end-if.

       430-find-result.
           if rse-bldg-id(results-idx) is equal to
              eqe-bldg-ref(equipment-idx) and
              rse-equip-tag(results-idx) is equal to
              eqe-equip-tag-ref(equipment-idx) then
              set found to true
              move results-idx to found-idx
           end-if.

      * Uniform present-worth factor, one discounted year at a time.
       440-savings-to-investment.
           move zero to present-worth-factor
           move 1 to discount-factor
           perform 445-discount-one-year
                   varying life-idx from 1 by 1
                   until life-idx > pje-life-years(project-idx)
           if pje-installed-cost(project-idx) is greater than zero
              then
              compute pje-sir(project-idx) rounded =
                       pje-annual-dollars(project-idx) *
                       present-worth-factor /
                       pje-installed-cost(project-idx)
                 on size error
                    move 9999.99 to pje-sir(project-idx)
              end-compute
           else
              move 9999.99 to pje-sir(project-idx)
           end-if.

       445-discount-one-year.
           compute discount-factor rounded =
                    discount-factor / (1 + discount-pct / 100)
           add discount-factor to present-worth-factor.

       450-co2-avoided.
           move pje-fuel-code(project-idx) to co2-fuel-code
           move pje-annual-units(project-idx) to co2-quantity
           call "CO2FACTR" using co2-fuel-code, co2-quantity,
                co2-tons
           if co2-tons is greater than zero then
              move co2-tons to pje-annual-tons(project-idx)
              compute pje-cost-per-ton(project-idx) rounded =
                       pje-installed-cost(project-idx) /
                       (pje-annual-tons(project-idx) *
                        pje-life-years(project-idx))
                 on size error
                    move 9999999.99 to pje-cost-per-ton(project-idx)
              end-compute
           end-if.

       460-find-rank.
           if rke-bldg-id(rank-idx) is equal to
              pje-bldg-id(project-idx) then
              set found to true
              move rke-rank(rank-idx) to pje-eui-rank(project-idx)
              move rke-over-pct(rank-idx) to
                   pje-over-pct(project-idx)
           end-if.

      ******************************************************************
      * Priority order: sort key high to low, SIR breaking ties.
      ******************************************************************
       500-rank-projects.
           move "N" to project-sort-sw
           perform 510-sort-pass until project-sort-done.

       510-sort-pass.
           set project-sort-done to true
           perform 520-sort-compare
                   varying project-sort-idx from 1 by 1
                   until project-sort-idx is not less than
                         project-count.

       520-sort-compare.
           move "N" to project-out-of-order-sw
           if pje-sort-key(project-sort-idx) is less than
              pje-sort-key(project-sort-idx + 1) then
              set project-out-of-order to true
           end-if
           if pje-sort-key(project-sort-idx) is equal to
              pje-sort-key(project-sort-idx + 1) and
              pje-sir(project-sort-idx) is less than
              pje-sir(project-sort-idx + 1) then
              set project-out-of-order to true
           end-if
           if project-out-of-order then
              move pje-entry(project-sort-idx) to project-swap-area
              move pje-entry(project-sort-idx + 1) to
                   pje-entry(project-sort-idx)
              move project-swap-area to
                   pje-entry(project-sort-idx + 1)
              move "N" to project-sort-sw
           end-if.

      ******************************************************************
      * One fiscal year: fund down the list while the cap lasts.
      ******************************************************************
       600-fill-fiscal-year.
           perform 610-try-one-project
                   varying project-idx from 1 by 1
                   until project-idx > project-count.

       610-try-one-project.
           if pje-open(project-idx) and
              pje-installed-cost(project-idx) is not greater than
              cap-left(year-idx) then
              set pje-funded(project-idx) to true
              move year-idx to pje-fund-year(project-idx)
              subtract pje-installed-cost(project-idx) from
                       cap-left(year-idx)
              add pje-installed-cost(project-idx) to
                  cap-spent(year-idx)
              add 1 to projects-funded
              add pje-installed-cost(project-idx) to plan-cost
              add pje-annual-dollars(project-idx) to plan-savings
              add pje-annual-tons(project-idx) to plan-tons
           end-if.

       650-defer-unfunded.
           if pje-open(project-idx) then
              set pje-deferred(project-idx) to true
              if pje-installed-cost(project-idx) is greater than
                 largest-cap then
                 move "COST OVER EVERY YEAR CAP" to
                      pje-reason(project-idx)
              else
                 move "NO ROOM UNDER YEAR CAPS" to
                      pje-reason(project-idx)
              end-if
           end-if
           if pje-deferred(project-idx) then
              add 1 to projects-deferred
           end-if.

       700-plan-report.
           perform 710-year-report
                   varying year-idx from 1 by 1
                   until year-idx > 5
           display spaces
           move projects-funded to count-out
           display "PROJECTS FUNDED     : " count-out
           move plan-cost to money-out
           display "FIVE-YEAR COST      : " money-out
           move plan-savings to money-out
           display "ANNUAL SAVINGS ADDED: " money-out
           move plan-tons to tons-out
           display "ANNUAL CO2 AVOIDED  : " tons-out " METRIC TONS".

       710-year-report.
           compute fiscal-year = first-fiscal-year + year-idx - 1
           move cap-amount(year-idx) to money-out
           display spaces
           display "FISCAL YEAR " fiscal-year "   CAP " money-out
           display "PRI BLDG ID  MEASURE     INSTALLED COST"
                   "  ANNUAL SAVINGS      SIR    $ PER TON  EUI OVER"
           perform 720-funded-line
                   varying project-idx from 1 by 1
                   until project-idx > project-count
           move cap-spent(year-idx) to money-out
           move cap-left(year-idx) to money-out-2
           display "    YEAR TOTAL          " money-out
                   "   CAP LEFT " money-out-2.

       720-funded-line.
           if pje-funded(project-idx) and
              pje-fund-year(project-idx) is equal to year-idx then
              perform 730-project-columns
              display priority-out " " pje-bldg-id(project-idx) " "
                      pje-measure(project-idx) "  " money-out
                      money-out-2 "   " sir-out "  " ton-cost-out
                      "  " pct-out "%"
           end-if.

       730-project-columns.
           move project-idx to priority-out
           move pje-installed-cost(project-idx) to money-out
           move pje-annual-dollars(project-idx) to money-out-2
           move pje-sir(project-idx) to sir-out
           move pje-cost-per-ton(project-idx) to ton-cost-out
           move pje-over-pct(project-idx) to pct-out.

       750-deferred-report.
           display spaces
           display "DEFERRED PROJECTS"
           display "PRI BLDG ID  MEASURE     INSTALLED COST"
                   "  ANNUAL SAVINGS      SIR  REASON"
           perform 760-deferred-line
                   varying project-idx from 1 by 1
                   until project-idx > project-count
           move projects-deferred to count-out
           display "PROJECTS DEFERRED   : " count-out.

       760-deferred-line.
           if pje-deferred(project-idx) then
              perform 730-project-columns
              display priority-out " " pje-bldg-id(project-idx) " "
                      pje-measure(project-idx) "  " money-out
                      money-out-2 "   " sir-out "  "
                      pje-reason(project-idx)
           end-if.
