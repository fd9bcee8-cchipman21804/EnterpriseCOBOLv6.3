      *        the setback schedule finally knows about Christmas
      *        - 09/03/2026
      *
      *(v1.19) The HRLYOUT extract now carries the hour's boiler
      *        therms beside the chiller kW, so the CHRGBACK tenant
      *        chargeback can allocate gas as well as electricity
      *        - 10/15/2026
      *
      *(v1.20) Added the RETROFIT savings extract: the fan and pump
      *        VFD estimates (annual kWh and dollars saved, installed
      *        cost) one record per measure per building, so the
      *        CAPPLAN capital plan can rank them beside the other
      *        retrofit candidates.  Buildings restored from a
      *        checkpoint are not re-sized and write no RETROFIT
      *        records - 10/15/2026
      *
      *(v1.21) BLDGSPEC is now the BLDGMNT-maintained master: each
      *        card carries its spec version, and every BLDGRSLT
      *        record is stamped with the spec version of the
      *        building and the calendar year simulated, so a
      *        year's results can be traced through the BLDGAUD
      *        audit trail to the exact spec that produced them
      *        - 10/15/2026
      *
      *(v1.22) The RUNLOG start and end calls now pass the run's
      *        return code and condition text, which the end record
      *        carries for RUNRPT - 10/15/2026
      *
      ******************************************************************
      *
      *
           select plant-hours-file assign to PLANTHRS
                    organization is sequential
                    file status is plant-hours-status.
      *
           select retrofit-file assign to RETROFIT
                    organization is sequential
                    file status is retrofit-status.
      *
           select station-card-file assign to WXSTN
                    organization is sequential
           02 bsc-pv-tilt                      pic xx.
           02 filler                           pic x.
           02 bsc-pv-azimuth                   pic x(3).
      * Maintained by BLDGMNT -- the spec version and change date.
           02 filler                           pic x.
           02 bsc-spec-version                 pic x(4).
           02 filler                           pic x.
           02 bsc-spec-date                    pic x(8).
           02 filler                           pic xx.
      *
      * Checkpoint snapshot -- one record holding the run position,
      * the in-progress building's accumulators, and the annual
                                               separate.
           02 hxr-chiller-kw                   pic 9(5)v9.
           02 hxr-hour-cost                    pic 9(5)v99.
           02 hxr-therms                       pic 99v9999.
           02 filler                           pic x(24).
      *
      * Annual results extract: one record per building per fuel
      * (the chiller plant's kWh and the boiler's therms), in the
           02 arr-fuel-code                    pic 9.
           02 filler                           pic x.
           02 arr-annual-consumption           pic 9(9)v99.
           02 filler                           pic x.
           02 arr-spec-version                 pic 9(4).
           02 filler                           pic x.
           02 arr-sim-year                     pic 9(4).
           02 filler                           pic x(37).

      * One record per chiller machine per building per run, for the
      * CHILMNT maintenance scheduler's runtime posting.
           02 phr-kwh                          pic 9(8).
           02 filler                           pic x(51).

      * One record per VFD retrofit measure per building, for the
      * CAPPLAN capital plan.
       fd  retrofit-file recording mode f.
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

      * Optional run-level control card naming the weather station
      * HRLYCOND is supposed to hold, resolved through WXLOOKUP.
       fd  station-card-file record contains 80 characters
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       01  software-version-release            pic x(8)
                                               value "(v01.22)".
      *
      ******************* BLDGSPEC PORTFOLIO TABLE *********************
      *
              03 bse-pv-size-kw                pic 9(3).
              03 bse-pv-tilt                   pic 99.
              03 bse-pv-azimuth                pic 9(3).
              03 bse-spec-version              pic 9(4).
       01 bldg-swap-area                       pic x(200).
       01 econo-installed-flag                 pic x value "Y".
           88 economizer-installed             value "Y".
           88 plant-hours-file-good            value "00".
       01 plant-hours-enabled-sw               pic x value "Y".
           88 plant-hours-enabled              value "Y".
       01 retrofit-status                      pic xx.
           88 retrofit-file-good               value "00".
       01 retrofit-enabled-sw                  pic x value "Y".
           88 retrofit-enabled                 value "Y".

      ******************* STATION-CATALOG LOOKUP ***********************
       01 station-card-status                  pic xx.
       100-main-paragraph.
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           open input specific-humidity-file
           move 1 to table-idx
           perform 120-init-spec-hum-table until EOF
           if plant-hours-enabled then
              close plant-hours-file
           end-if
           if retrofit-enabled then
              close retrofit-file
           end-if
           move bldg-count to runlog-written
           move "E" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.

      * Resolve the WXSTN station id against the WXCATLG catalog so
              move "N" to plant-hours-enabled-sw
              display "PLANTHRS NOT AVAILABLE - CHILLER RUNTIME"
                      " EXTRACT DISABLED"
           end-if
           open output retrofit-file
           if not retrofit-file-good then
              move "N" to retrofit-enabled-sw
              display "RETROFIT NOT AVAILABLE - VFD SAVINGS"
                      " EXTRACT DISABLED"
           end-if.

      * Run the full hourly simulation for one portfolio entry.  The
      * two annual-results records or the downstream retrofit study
      * sees an incomplete portfolio.
           if results-enabled then
              move 1 to wx-seg-idx
              move spaces to annual-results-record
              move bse-bldg-id(bldg-idx) to arr-bldg-id
              move "CHILLER   " to arr-equip-tag
              move 1 to arr-fuel-code
              move rst-annual-kwh(bldg-idx) to
                   arr-annual-consumption
              perform 947-stamp-annual-results
              write annual-results-record
              move spaces to annual-results-record
              move bse-bldg-id(bldg-idx) to arr-bldg-id
              move 5 to arr-fuel-code
              move rst-annual-therms(bldg-idx) to
                   arr-annual-consumption
              perform 947-stamp-annual-results
              write annual-results-record
           end-if.

              move zero to bse-pv-size-kw(1)
              move station-latitude to bse-pv-tilt(1)
              move 180 to bse-pv-azimuth(1)
              move zero to bse-spec-version(1)
           end-if.

      * Load the CHILLERS deck, attaching each card to its building.
              else
                 move 180 to bse-pv-azimuth(bldg-count)
              end-if
              if bsc-spec-version is numeric then
                 move bsc-spec-version to
                      bse-spec-version(bldg-count)
              else
                 move zero to bse-spec-version(bldg-count)
              end-if
           else
              display "BLDGSPEC CARD LIMIT (20) EXCEEDED - "
                      bsc-bldg-id " SKIPPED"
                 display "COMMBLDG TERMINATING - CORRECT HRLYCOND "
                         "AND RERUN"
                 close hourly-condx-file
                 move "HRLYCOND HOUR GAP" to runlog-condition
                 move 8 to return-code
                 perform 990-abend-run
              end-if
           end-if
           move ws-val-hour to ws-prev-hour
              display "TABLE INDEX COMPUTED AS " table-idx
                      " - VALID RANGE IS 0 TO 140 DEGF"
              display "COMMBLDG TERMINATING - CHECK HRLYCOND DATA"
              move "HUMIDITY TABLE RANGE" to runlog-condition
              move 8 to return-code
              perform 990-abend-run
           end-if.

       400-calc-date.
              compute hxr-hour-cost rounded =
                       chiller-power-calc * electric-rate +
                       therms-this-hour * gas-rate
              move therms-this-hour to hxr-therms
              write hourly-extract-record
           end-if.

              display "  SHAVED PEAK " monthly-peak-out " KW"
           end-if.

      * Spec version and simulated year on every results record, so
      * the BLDGAUD trail names the spec each year's figures came
      * from.  A weather file with no year segments records zero.
       947-stamp-annual-results.
           move bse-spec-version(bldg-idx) to arr-spec-version
           if wx-segment-count is greater than zero then
              move wxs-year(wx-seg-idx) to arr-sim-year
           else
              move zero to arr-sim-year
           end-if.

      * The building's annual consumption, one record per fuel, for
      * the FUELSAVE retrofit studies downstream.
       948-write-annual-results.
              move "CHILLER   " to arr-equip-tag
              move 1 to arr-fuel-code
              move accum-kwh to arr-annual-consumption
              perform 947-stamp-annual-results
              write annual-results-record
              move spaces to annual-results-record
              move bse-bldg-id(bldg-idx) to arr-bldg-id
              move "BOILER    " to arr-equip-tag
              move 5 to arr-fuel-code
              move accum-therms to arr-annual-consumption
              perform 947-stamp-annual-results
              write annual-results-record
           end-if.

           display "CHW PUMP VFD:    $" pump-vfd-cost
                    " INSTALLED, EST. " pump-vfd-kwh-out
                    " KWH/YR SAVED, PAYBACK " pump-vfd-payback-out
                    " YEARS"
           if retrofit-enabled and wx-seg-idx is equal to 1 then
              perform 956-write-vfd-savings
           end-if.

      * The two VFD estimates above, for the capital plan.  They do
      * not depend on the weather, so a multi-year run writes them
      * once, with its first calendar year.
       956-write-vfd-savings.
           move spaces to retrofit-record
           move bse-bldg-id(bldg-idx) to rtr-bldg-id
           move "FAN VFD   " to rtr-measure
           move 1 to rtr-fuel-code
           move fan-vfd-annual-kwh-savings to rtr-annual-units
           move fan-vfd-annual-cost-savings to rtr-annual-dollars
           move fan-vfd-cost to rtr-installed-cost
           write retrofit-record
           move spaces to retrofit-record
           move bse-bldg-id(bldg-idx) to rtr-bldg-id
           move "PUMP VFD  " to rtr-measure
           move 1 to rtr-fuel-code
           move pump-vfd-annual-kwh-savings to rtr-annual-units
           move pump-vfd-annual-cost-savings to rtr-annual-dollars
           move pump-vfd-cost to rtr-installed-cost
           write retrofit-record.

      * A run that cannot go on logs an ABEND record with its return
      * code and condition, so the night's exceptions show it.
       990-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.

      * Read this from a file in the future: (v1.02)
      * 120-init-spec-hum-table.
