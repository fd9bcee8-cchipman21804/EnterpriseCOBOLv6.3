      *   H reheat-degf(5)      reheat by so many degrees
      *   U grains-added(5)     humidify, grains of moisture added
      *   S                     supply -- end of chain, print loads
      *   A ret-db(5) ret-rh(3) cfm(6) min-osa-pct(3) supply-db(5)
      *     econ-high-db(5) reheat-db(5) humid-gr(5)
      *                         annual run of one air handler over
      *                         the HRLYCOND weather year
      *
      * The annual run answers the energy question a single design
      * state cannot: what the unit does across all 8,760 hours.
      * The A card defines the air handler -- return state and
      * airflow, minimum outside air in percent, the supply (coil
      * leaving) setpoint, the dry-bulb economizer high limit, the
      * reheat setpoint (lowest discharge temperature allowed) and
      * the humidification setpoint (lowest supply grains) -- and
      * the M-C-H-U chain above runs for every hour on HRLYCOND:
      *   - below the high limit and below return, the economizer
      *     opens the outside air to bring the mix to the supply
      *     setpoint, never under the minimum and never over all
      *     outside air; otherwise the unit holds the minimum;
      *   - a mix above the supply setpoint is cooled to it, and
      *     condenses to saturation there;
      *   - air below the reheat setpoint is reheated to it;
      *   - air drier than the humidification setpoint is
      *     humidified to it;
      *   - cooling-coil, reheat and humidifier loads accumulate by
      *     month with hours of economizer, mechanical cooling and
      *     simultaneous heating and cooling;
      *   - every hour with the reheat coil fighting the cooling
      *     coil is listed (first 500), with the outside air, the
      *     fraction the economizer chose and both coil loads.
      * Weather is the tmy3-record-in layout COMMBLDG reads: dry
      * bulb in degC and relative humidity in percent.
      *
      * Enthalpy relation as in ENTHALPY and COMMBLDG:
      *   h = 0.24*t + (W/7000) * (0.444*t + 1061)   (W in gr/lb)
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HUMRATIO  DD DSN=&SYSUID..HUMRATIO,DISP=SHR
      *//AHUDECK   DD DSN=&SYSUID..INPUT(AHUDECK),DISP=SHR
      *//HRLYCOND  DD DSN=&SYSUID..KSBYTMY3,DISP=SHR
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *// ELSE
      *// ENDIF
           select process-deck-file assign to AHUDECK
                    organization is sequential
                    file status is process-deck-status.
      *
           select hourly-condx-file assign to HRLYCOND
                    organization is sequential
                    file status is hourly-condx-status.

       data division.
       file section.
           02 filler                           pic xx.
           02 ssc-parameter-in                 pic x(5).
           02 filler                           pic x(73).
       01  annual-card redefines process-card.
           02 filler                           pic xx.
           02 anc-ret-db-in                    pic x(5).
           02 filler                           pic x.
           02 anc-ret-rh-in                    pic x(3).
           02 filler                           pic x.
           02 anc-cfm-in                       pic x(6).
           02 filler                           pic x.
           02 anc-min-osa-pct-in               pic x(3).
           02 filler                           pic x.
           02 anc-supply-db-in                 pic x(5).
           02 filler                           pic x.
           02 anc-econ-high-db-in              pic x(5).
           02 filler                           pic x.
           02 anc-reheat-db-in                 pic x(5).
           02 filler                           pic x.
           02 anc-humid-gr-in                  pic x(5).
           02 filler                           pic x(34).
      *
      * Weather record in the tmy3-record-in layout COMMBLDG reads.
       fd  hourly-condx-file record contains 83 characters
                             recording mode f.
       01  tmy3-record-in.
           02 tmy3-date-in                     pic x(10).
           02 filler                           pic x.
           02 tmy3-time-in                     pic x(5).
           02 filler                           pic x.
           02 filler                           pic x(33).
           02 tmy3-DBTemp-degC-in              pic x(5).
           02 filler                           pic x.
           02 tmy3-RHum-pct-in                 pic xxx.
           02 filler                           pic x(24).

       working-storage section.

           88 spec-hum-eof                     value "Y".
       01 deck-eof-sw                          pic x value "N".
           88 deck-eof                         value "Y".
       01 hourly-condx-status                  pic xx value "00".
           88 hourly-condx-ok                  value "00".
       01 hourly-eof-sw                        pic x.
           88 hourly-eof                       value "Y".

       01 ws-spec-hum-record.
           02 ws-deg-f                         pic xxx.
       01 specific-humidity-table.
           02 specifichumidity occurs 141 times pic 999.
       01 table-idx                            pic 999 value 1.
       01 saturation-idx                       pic s9(4).

      * The state carried through the chain: dry bulb degF,
      * humidity ratio gr/lb, and the derived enthalpy and RH.
                                               sign is leading
                                               separate.

      * Annual run: the air-handler definition from the A card.
       01 ann-ret-db                           pic s999v99
                                               sign is leading
                                               separate.
       01 ann-ret-rh                           pic 999.
       01 ann-ret-w                            pic 999v9.
       01 ann-cfm                              pic 9(6).
       01 ann-min-osa-fraction                 pic 9v9(4).
       01 ann-supply-db                        pic s999v99
                                               sign is leading
                                               separate.
       01 ann-econ-high-db                     pic s999v99
                                               sign is leading
                                               separate.
       01 ann-reheat-db                        pic s999v99
                                               sign is leading
                                               separate.
       01 ann-humid-gr                         pic 999v9.

      * One weather hour.
       01 hour-osa-db                          pic s999v99
                                               sign is leading
                                               separate.
       01 hour-osa-rh                          pic 999.
       01 hour-osa-w                           pic 999v9.
       01 hour-osa-fraction                    pic 9v9(4).
       01 hour-entering-w                      pic 999v9.
       01 hour-cooling-btuh                    pic 9(8).
       01 hour-reheat-btuh                     pic 9(8).
       01 hour-humidifier-lb                   pic 9(5)v99.
       01 economizer-sw                        pic x.
           88 economizer-on                    value "Y".
       01 month-idx                            pic 99.
       01 hours-read                           pic 9(5) value zero.
       01 hours-skipped                        pic 9(5) value zero.
       01 simultaneous-listed                  pic 999 value zero.

      * Loads and hours by month, the thirteenth row the year.
       01 month-names                          pic x(39) value
              "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDECYR ".
       01 monthly-table.
           02 month-entry occurs 13 times.
              03 mon-hours                     pic 9(5).
              03 mon-economizer-hours          pic 9(5).
              03 mon-cooling-hours             pic 9(5).
              03 mon-simultaneous-hours        pic 9(5).
              03 mon-cooling-btu               pic 9(11).
              03 mon-reheat-btu                pic 9(11).
              03 mon-humidifier-lb             pic 9(8)v9.

       01 hours-out                            pic zz,zz9.
       01 mbtu-out                             pic zzz,zz9.9.
       01 lb-year-out                          pic z,zzz,zz9.
       01 fraction-out                         pic 9.99.
       01 reheat-out                           pic z,zzz,zz9.
       01 mbtu-work                            pic 9(6)v9.

       01 steps-processed                      pic 99 value zero.
       01 cards-rejected                       pic 99 value zero.

              when "H" perform 520-reheat-step
              when "U" perform 540-humidify-step
              when "S" perform 560-supply-step
              when "A" perform 700-annual-run
              when other
                 add 1 to cards-rejected
                 display "CARD REJECTED - STEP MUST BE M, C, H, U,"
                         " S OR A"
           end-evaluate.

      * The MIXEDAIR step: mass-weighted blend of the return and

      * Saturation moisture (gr/lb) at the current dry bulb, from
      * the shared table (index is degF plus one, as in COMMBLDG).
      * Below zero degF the first entry serves.
       450-saturation-at-state-db.
           compute saturation-idx = state-db + 1
           if saturation-idx is less than 1 then
              move 1 to saturation-idx
           end-if
           if saturation-idx is greater than 141 then
              move 141 to saturation-idx
           end-if
           move saturation-idx to table-idx
           move specifichumidity(table-idx) to sat-w-gr.

       600-print-state-point.
           add 1 to steps-processed
           add 1 to point-number
           perform 610-solve-state
           move state-db to db-out
           move state-w-gr to w-out
           move state-enthalpy to h-out
           move state-rh to rh-out
           display point-number "  " point-name "  " db-out "  "
                   w-out "      " h-out "     " rh-out.

      * RH and enthalpy of the carried dry bulb and moisture.
       610-solve-state.
           perform 450-saturation-at-state-db
           if sat-w-gr is greater than zero then
              compute state-rh rounded =
           compute x-ratio rounded = state-w-gr / 7000
           compute hw-part rounded = 0.444 * state-db + 1061
           compute state-enthalpy rounded =
                    0.24 * state-db + x-ratio * hw-part.

      ******************************************************************
      * Annual run: the chain once for every weather hour, the
      * economizer choosing the outside air, loads kept by month.
      ******************************************************************
       700-annual-run.
           if function test-numval(anc-ret-db-in) is not equal zero
              or function test-numval(anc-ret-rh-in) is not equal
                 zero
              or function test-numval(anc-cfm-in) is not equal zero
              or function test-numval(anc-min-osa-pct-in) is not
                 equal zero
              or function test-numval(anc-supply-db-in) is not equal
                 zero
              or function test-numval(anc-econ-high-db-in) is not
                 equal zero
              or function test-numval(anc-reheat-db-in) is not equal
                 zero
              or function test-numval(anc-humid-gr-in) is not equal
                 zero then
              add 1 to cards-rejected
              display "A CARD REJECTED - NON-NUMERIC FIELD"
           else
              compute ann-ret-db = function numval(anc-ret-db-in)
              compute ann-ret-rh = function numval(anc-ret-rh-in)
              compute ann-cfm = function numval(anc-cfm-in)
              compute ann-min-osa-fraction =
                       function numval(anc-min-osa-pct-in) / 100
              compute ann-supply-db =
                       function numval(anc-supply-db-in)
              compute ann-econ-high-db =
                       function numval(anc-econ-high-db-in)
              compute ann-reheat-db =
                       function numval(anc-reheat-db-in)
              compute ann-humid-gr = function numval(anc-humid-gr-in)
              if ann-cfm is equal to zero or
                 ann-min-osa-fraction is greater than 1 or
                 ann-ret-rh is greater than 100 then
                 add 1 to cards-rejected
                 display "A CARD REJECTED - ZERO AIRFLOW, OR OUTSIDE"
                         " AIR OR RH OVER 100 PERCENT"
              else
                 perform 710-run-weather-year
              end-if
           end-if.

       710-run-weather-year.
           open input hourly-condx-file
           if not hourly-condx-ok then
              add 1 to cards-rejected
              display "HRLYCOND NOT AVAILABLE - NO ANNUAL RUN"
           else
              perform 715-clear-one-month
                      varying month-idx from 1 by 1
                      until month-idx > 13
              move zero to hours-read hours-skipped
                           simultaneous-listed
              move ann-ret-db to state-db
              perform 450-saturation-at-state-db
              compute ann-ret-w rounded = sat-w-gr * ann-ret-rh / 100
              display spaces
              display "--------  ANNUAL RUN - HOURS WITH REHEAT"
                      " FIGHTING THE COOLING COIL  --------"
              display "DATE       TIME   OSA(F) OSA-FRAC  COOLING"
                      " BTUH   REHEAT BTUH"
              move "N" to hourly-eof-sw
              perform 720-read-weather-hour until hourly-eof
              close hourly-condx-file
              if simultaneous-listed is not less than 500 then
                 display "  (LISTING STOPS AT 500 HOURS - SEE THE"
                         " MONTHLY COUNTS)"
              end-if
              perform 800-annual-report
           end-if.

       715-clear-one-month.
           move zero to mon-hours(month-idx)
                        mon-economizer-hours(month-idx)
                        mon-cooling-hours(month-idx)
                        mon-simultaneous-hours(month-idx)
                        mon-cooling-btu(month-idx)
                        mon-reheat-btu(month-idx)
                        mon-humidifier-lb(month-idx).

       720-read-weather-hour.
           read hourly-condx-file
              at end set hourly-eof to true
              not at end
                 if function test-numval(tmy3-DBTemp-degC-in) is
                    equal to zero and
                    function test-numval(tmy3-RHum-pct-in) is
                    equal to zero and
                    function test-numval(tmy3-date-in(1:2)) is
                    equal to zero then
                    perform 730-simulate-hour
                 else
                    add 1 to hours-skipped
                 end-if
           end-read.

       730-simulate-hour.
           add 1 to hours-read
           compute month-idx = function numval(tmy3-date-in(1:2))
           if month-idx is less than 1 or greater than 12 then
              add 1 to hours-skipped
           else
              compute hour-osa-db rounded =
                       function numval(tmy3-DBTemp-degC-in) * 9 / 5
                       + 32
              compute hour-osa-rh = function numval(tmy3-RHum-pct-in)
              move hour-osa-db to state-db
              perform 450-saturation-at-state-db
              compute hour-osa-w rounded =
                       sat-w-gr * hour-osa-rh / 100
              perform 740-economizer
              compute state-db rounded =
                       ann-ret-db +
                       hour-osa-fraction * (hour-osa-db - ann-ret-db)
              compute state-w-gr rounded =
                       ann-ret-w +
                       hour-osa-fraction * (hour-osa-w - ann-ret-w)
              perform 750-hour-cooling
              perform 760-hour-reheat
              perform 770-hour-humidify
              perform 780-post-hour
           end-if.

      * Dry-bulb economizer: the fraction that mixes to the supply
      * setpoint, held between the minimum and all outside air.
       740-economizer.
           move "N" to economizer-sw
           move ann-min-osa-fraction to hour-osa-fraction
           if hour-osa-db is not greater than ann-econ-high-db and
              hour-osa-db is less than ann-ret-db then
              set economizer-on to true
              if hour-osa-db is not less than ann-supply-db then
                 move 1 to hour-osa-fraction
              else
                 compute hour-osa-fraction rounded =
                          (ann-ret-db - ann-supply-db) /
                          (ann-ret-db - hour-osa-db)
              end-if
              if hour-osa-fraction is not greater than
                 ann-min-osa-fraction then
                 move ann-min-osa-fraction to hour-osa-fraction
                 move "N" to economizer-sw
              end-if
           end-if.

       750-hour-cooling.
           move zero to hour-cooling-btuh
           if state-db is greater than ann-supply-db then
              perform 610-solve-state
              move state-enthalpy to prior-enthalpy
              move ann-supply-db to state-db
              perform 450-saturation-at-state-db
              if state-w-gr is greater than sat-w-gr then
                 move sat-w-gr to state-w-gr
              end-if
              perform 610-solve-state
              compute load-work rounded =
                       4.5 * ann-cfm *
                       (prior-enthalpy - state-enthalpy)
              if load-work is greater than zero then
                 move load-work to hour-cooling-btuh
              end-if
           end-if.

       760-hour-reheat.
           move zero to hour-reheat-btuh
           if state-db is less than ann-reheat-db then
              compute hour-reheat-btuh rounded =
                       1.08 * ann-cfm * (ann-reheat-db - state-db)
              move ann-reheat-db to state-db
           end-if.

       770-hour-humidify.
           move zero to hour-humidifier-lb
           if state-w-gr is less than ann-humid-gr then
              move state-w-gr to hour-entering-w
              move ann-humid-gr to state-w-gr
              perform 450-saturation-at-state-db
              if state-w-gr is greater than sat-w-gr then
                 move sat-w-gr to state-w-gr
              end-if
              if state-w-gr is greater than hour-entering-w then
                 compute hour-humidifier-lb rounded =
                          4.5 * ann-cfm *
                          (state-w-gr - hour-entering-w)
                          / 7000
              end-if
           end-if.

       780-post-hour.
           add 1 to mon-hours(month-idx)
           add hour-cooling-btuh to mon-cooling-btu(month-idx)
           add hour-reheat-btuh to mon-reheat-btu(month-idx)
           add hour-humidifier-lb to mon-humidifier-lb(month-idx)
           if economizer-on then
              add 1 to mon-economizer-hours(month-idx)
           end-if
           if hour-cooling-btuh is greater than zero then
              add 1 to mon-cooling-hours(month-idx)
              if hour-reheat-btuh is greater than zero then
                 add 1 to mon-simultaneous-hours(month-idx)
                 perform 790-list-simultaneous-hour
              end-if
           end-if.

       790-list-simultaneous-hour.
           if simultaneous-listed is less than 500 then
              add 1 to simultaneous-listed
              move hour-osa-db to db-out
              move hour-osa-fraction to fraction-out
              move hour-cooling-btuh to btuh-out
              move hour-reheat-btuh to reheat-out
              display tmy3-date-in " " tmy3-time-in "  " db-out
                      "   " fraction-out "  " btuh-out "     "
                      reheat-out
           end-if.

       800-annual-report.
           perform 810-add-month-to-year
                   varying month-idx from 1 by 1
                   until month-idx > 12
           display spaces
           display "--------  ANNUAL AIR-HANDLER SUMMARY  --------"
           display "MONTH  HOURS  ECONO  MECH-CLG  SIMUL  COOLING"
                   " MBTU  REHEAT MBTU  HUMIDIFIER LB"
           perform 820-print-one-month
                   varying month-idx from 1 by 1
                   until month-idx > 13
           display spaces
           move hours-read to hours-out
           display "WEATHER HOURS RUN    : " hours-out
           move hours-skipped to hours-out
           display "WEATHER HOURS SKIPPED: " hours-out.

       810-add-month-to-year.
           add mon-hours(month-idx) to mon-hours(13)
           add mon-economizer-hours(month-idx) to
               mon-economizer-hours(13)
           add mon-cooling-hours(month-idx) to mon-cooling-hours(13)
           add mon-simultaneous-hours(month-idx) to
               mon-simultaneous-hours(13)
           add mon-cooling-btu(month-idx) to mon-cooling-btu(13)
           add mon-reheat-btu(month-idx) to mon-reheat-btu(13)
           add mon-humidifier-lb(month-idx) to mon-humidifier-lb(13).

       820-print-one-month.
           if month-idx is equal to 13 then
              display "-----  -----  -----  --------  -----  -------"
                      "----  -----------  -------------"
           end-if
           move mon-hours(month-idx) to hours-out
           display month-names((month-idx - 1) * 3 + 1:3)
                   "   " hours-out with no advancing
           move mon-economizer-hours(month-idx) to hours-out
           display hours-out with no advancing
           move mon-cooling-hours(month-idx) to hours-out
           display "    " hours-out with no advancing
           move mon-simultaneous-hours(month-idx) to hours-out
           display " " hours-out with no advancing
           compute mbtu-work rounded =
                    mon-cooling-btu(month-idx) / 1000000
           move mbtu-work to mbtu-out
           display "  " mbtu-out with no advancing
           compute mbtu-work rounded =
                    mon-reheat-btu(month-idx) / 1000000
           move mbtu-work to mbtu-out
           display "    " mbtu-out with no advancing
           move mon-humidifier-lb(month-idx) to lb-year-out
           display "      " lb-year-out.
