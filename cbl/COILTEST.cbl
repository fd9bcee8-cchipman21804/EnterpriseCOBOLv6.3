       identification division.
       program-id.    coiltest.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *           Cooling-Coil Field Test Log and Trend Report         *
      *                                                                *
      ******************************************************************
      *
      * COILSIZE tells us what a coil should do on the day it is
      * selected, but once the coil is in the air handler nobody
      * compared it to what it actually does -- a fouled coil was
      * found when a space complained.  This batch closes that loop:
      *
      *   - the COILFLD deck carries one field test per card (coil
      *     tag, date, entering and leaving air dry bulb and RH,
      *     CFM, chilled-water in and out temperatures and, when it
      *     was read, the water flow).  Both air states are solved
      *     through the same HUMRATIO saturation table and moist-air
      *     enthalpy relation COILSIZE uses:
      *
      *       h  = 0.24*t + (W/7000) * (0.444*t + 1061)  (W in gr/lb)
      *       Qt = 4.5  * CFM * (h-ent - h-lvg)     delivered total
      *       Qs = 1.08 * CFM * (Tdb-ent - Tdb-lvg) delivered sensible
      *       Qw = 500  * GPM * (LWT - EWT)         water-side balance
      *
      *     With the flow column blank the water side is balanced
      *     at the design GPM off the COILSCHD schedule;
      *   - each test is appended to the COILHIST history with its
      *     capacity ratio (delivered total over the COILSCHD design
      *     total) and the air/water disagreement, both in percent;
      *   - the trend report reads the whole history back and shows
      *     each coil's tests on file, first and last capacity ratio
      *     and last air/water disagreement.  A coil whose last ratio
      *     has fallen more than the capacity tolerance below the
      *     schedule is flagged for cleaning or inspection; a coil
      *     whose air and water sides disagree by more than the
      *     balance tolerance is flagged to have the test instruments
      *     checked -- when both trip, the test itself is suspect and
      *     the coil is flagged for a retest.
      *
      * A tag that is not on COILSCHD still posts, with no ratio, so
      * its trend is there when the coil is scheduled.
      *
      * Field test card (COILFLD):
      *   tag(8) date(8) ent-db(5) ent-rh(3) lvg-db(5) lvg-rh(3)
      *   cfm(6) ewt(4) lwt(4) gpm(6)
      *   with one space between fields; gpm may be blank.
      * Optional COILPARM card:
      *   capacity-tolerance(4, e.g. 15.0) balance-tolerance(4)
      *   percent, one space between; defaults 15.0 and 10.0.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//COILTEST JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(COILTEST),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(COILTEST),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=COILTEST
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HUMRATIO  DD DSN=&SYSUID..HUMRATIO,DISP=SHR
      *//COILSCHD  DD DSN=&SYSUID..COILSCHD,DISP=SHR
      *//COILFLD   DD DSN=&SYSUID..INPUT(COILFLD),DISP=SHR
      *//COILHIST  DD DSN=&SYSUID..COILHIST,DISP=MOD
      *//COILPARM  DD DSN=&SYSUID..CONTROL(COILPARM),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select specific-humidity-file assign to HUMRATIO
                    organization is sequential
                    file status is spec-hum-status.
      *
           select coil-schedule-file assign to COILSCHD
                    organization is sequential
                    file status is coil-schedule-status.
      *
           select field-test-file assign to COILFLD
                    organization is sequential
                    file status is field-test-status.
      *
           select coil-history-file assign to COILHIST
                    organization is sequential
                    file status is coil-history-status.
      *
           select coil-parm-file assign to COILPARM
                    organization is sequential
                    file status is coil-parm-status.

       data division.
       file section.
      * The 100% relative humidity moisture content of the air (in
      * gr/LB) between 0 degF and 140 degF, shared with COMMBLDG,
      * ENTHALPY and COILSIZE.
       fd  specific-humidity-file recording mode f.
       01  psychrometric-chart.
           02 specific-humidity-record         pic x(80).
      *
      * Design schedule written by COILSIZE.
       fd  coil-schedule-file record contains 80 characters
                              recording mode f.
       01  coil-schedule-record.
           02 csr-tag                          pic x(8).
           02 filler                           pic x.
           02 csr-total-btuh                   pic 9(8).
           02 filler                           pic x.
           02 csr-sensible-btuh                pic 9(8).
           02 filler                           pic x.
           02 csr-gpm                          pic 9(5)v9.
           02 filler                           pic x.
           02 csr-water-dt                     pic 99v9.
           02 filler                           pic x.
           02 csr-cfm                          pic 9(6).
           02 filler                           pic x(36).
      *
       fd  field-test-file record contains 80 characters
                           recording mode f.
       01  field-test-card.
           02 ftc-tag                          pic x(8).
           02 filler                           pic x.
           02 ftc-date-in                      pic x(8).
           02 filler                           pic x.
           02 ftc-ent-db-in                    pic x(5).
           02 filler                           pic x.
           02 ftc-ent-rh-in                    pic x(3).
           02 filler                           pic x.
           02 ftc-lvg-db-in                    pic x(5).
           02 filler                           pic x.
           02 ftc-lvg-rh-in                    pic x(3).
           02 filler                           pic x.
           02 ftc-cfm-in                       pic x(6).
           02 filler                           pic x.
           02 ftc-ewt-in                       pic x(4).
           02 filler                           pic x.
           02 ftc-lwt-in                       pic x(4).
           02 filler                           pic x.
           02 ftc-gpm-in                       pic x(6).
           02 filler                           pic x(19).
      *
      * One record per field test, appended run after run.  The
      * water-source byte says where the flow came from: M measured,
      * D design GPM off COILSCHD, N none (no water-side balance).
       fd  coil-history-file record contains 80 characters
                             recording mode f.
       01  coil-history-record.
           02 chr-tag                          pic x(8).
           02 filler                           pic x.
           02 chr-date                         pic 9(8).
           02 filler                           pic x.
           02 chr-total-btuh                   pic 9(8).
           02 filler                           pic x.
           02 chr-sensible-btuh                pic 9(8).
           02 filler                           pic x.
           02 chr-water-btuh                   pic 9(8).
           02 filler                           pic x.
           02 chr-design-btuh                  pic 9(8).
           02 filler                           pic x.
           02 chr-capacity-pct                 pic 999v9.
           02 filler                           pic x.
           02 chr-balance-pct                  pic 999v9.
           02 filler                           pic x.
           02 chr-water-source                 pic x.
              88 chr-water-measured            value "M".
              88 chr-water-at-design           value "D".
              88 chr-no-water-side             value "N".
           02 filler                           pic x(15).
      *
       fd  coil-parm-file record contains 80 characters
                          recording mode f.
       01  coil-parm-card.
           02 cpc-capacity-tol-in              pic x(4).
           02 filler                           pic x.
           02 cpc-balance-tol-in               pic x(4).
           02 filler                           pic x(71).

       working-storage section.

       01 spec-hum-status                      pic xx value "00".
           88 spec-hum-ok                      value "00".
       01 coil-schedule-status                 pic xx value "00".
           88 coil-schedule-ok                 value "00".
       01 field-test-status                    pic xx value "00".
           88 field-test-ok                    value "00".
       01 coil-history-status                  pic xx value "00".
           88 coil-history-ok                  value "00".
       01 coil-parm-status                     pic xx value "00".
           88 coil-parm-ok                     value "00".

       01 spec-hum-eof-sw                      pic x value "N".
           88 spec-hum-eof                     value "Y".
       01 schedule-eof-sw                      pic x value "N".
           88 schedule-eof                     value "Y".
       01 tests-eof-sw                         pic x value "N".
           88 tests-eof                        value "Y".
       01 history-eof-sw                       pic x value "N".
           88 history-eof                      value "Y".

       01 ws-spec-hum-record.
           02 ws-deg-f                         pic xxx.
           02 filler                           pic x.
           02 ws-spec-hum                      pic x(6).
           02 filler                           pic x(70).

      * Index is degF plus one, exactly as in COMMBLDG.
       01 specific-humidity-table.
           02 specifichumidity occurs 141 times pic 999.
       01 table-idx                            pic 999 value 1.

       01 capacity-tolerance                   pic 99v9 value 15.0.
       01 balance-tolerance                    pic 99v9 value 10.0.

       01 cards-read-count                     pic 9(4) value zero.
       01 tests-posted-count                   pic 9(4) value zero.
       01 tests-rejected-count                 pic 9(4) value zero.

      * COILSCHD design schedule held in storage.
       01 schedule-count                       pic 999 value zero.
       01 schedule-idx                         pic 999.
       01 schedule-found-idx                   pic 999.
       01 schedule-found-sw                    pic x.
           88 schedule-found                   value "Y".
       01 coil-schedule-table.
           02 cst-entry occurs 200 times.
              03 cst-tag                       pic x(8).
              03 cst-total-btuh                pic 9(8) comp-3.
              03 cst-gpm                       pic 9(5)v9 comp-3.

      * Card fields after screening.
       01 test-date                            pic 9(8).
       01 ent-db                               pic 999v9.
       01 ent-rh                               pic 999.
       01 lvg-db                               pic 999v9.
       01 lvg-rh                               pic 999.
       01 coil-cfm                             pic 9(6).
       01 entering-water                       pic 99v9.
       01 leaving-water                        pic 99v9.
       01 water-gpm                            pic 9(5)v9.
       01 water-source                         pic x.

      * Psychrometric state work fields; the state paragraph takes
      * state-temp/state-rh in and leaves humidity ratio (gr/lb) and
      * enthalpy behind.
       01 state-temp                           pic 999v9.
       01 state-rh                             pic 999.
       01 state-w-gr                           pic 999v9.
       01 state-enthalpy                       pic 999v999.
       01 x-ratio                              pic 9v9(6).
       01 hw-part                              pic 9(4)v999.
       01 ent-enthalpy                         pic 999v999.
       01 lvg-enthalpy                         pic 999v999.

      * Test results.
       01 total-btuh                           pic 9(8)v9.
       01 sensible-btuh                        pic 9(8)v9.
       01 water-btuh                           pic 9(8)v9.
       01 design-btuh                          pic 9(8).
       01 capacity-pct                         pic 9(4)v9.
       01 balance-pct                          pic 9(4)v9.
       01 air-water-diff                       pic s9(8)v9.

      * Per-coil trend accumulation from the whole COILHIST.
       01 coil-count                           pic 999 value zero.
       01 coil-idx                             pic 999.
       01 coil-found-idx                       pic 999.
       01 coil-found-sw                        pic x.
           88 coil-found                       value "Y".
       01 coil-trend-table.
           02 ctr-entry occurs 200 times.
              03 ctr-tag                       pic x(8).
              03 ctr-tests                     pic 999 comp-3.
              03 ctr-last-date                 pic 9(8) comp-3.
              03 ctr-first-pct                 pic 999v9 comp-3.
              03 ctr-last-pct                  pic 999v9 comp-3.
              03 ctr-last-balance              pic 999v9 comp-3.
              03 ctr-last-source               pic x.
       01 capacity-floor                       pic 999v9.
       01 capacity-down-sw                     pic x.
           88 capacity-down                    value "Y".
       01 balance-off-sw                       pic x.
           88 balance-off                      value "Y".
       01 capacity-flag-count                  pic 999 value zero.
       01 instrument-flag-count                pic 999 value zero.

      * Report editing fields.
       01 btuh-out                             pic z,zzz,zz9.
       01 pct-out                              pic zz9.9.
       01 count-out                            pic zz9.
       01 date-out                             pic 9999/99/99.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "COILTEST".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  COIL FIELD TEST LOG RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 150-read-parm-card
           perform 200-load-saturation-table
           perform 250-load-design-schedule
           perform 300-post-field-tests
           perform 500-load-whole-history
           perform 600-trend-report
           display spaces
           display "CARDS READ       : " cards-read-count
           display "TESTS POSTED     : " tests-posted-count
           display "TESTS REJECTED   : " tests-rejected-count
           display "COILS DOWN       : " capacity-flag-count
           display "INSTRUMENT CHECKS: " instrument-flag-count
           move "E" to runlog-event
           move cards-read-count to runlog-read
           move tests-posted-count to runlog-written
           move tests-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  COIL FIELD TEST RUN ENDS  ********"
           stop run.

       150-read-parm-card.
           open input coil-parm-file
           if coil-parm-ok then
              read coil-parm-file
                 at end continue
                 not at end
                    if function test-numval(cpc-capacity-tol-in) is
                       equal to zero then
                       compute capacity-tolerance =
                                function numval(cpc-capacity-tol-in)
                    end-if
                    if function test-numval(cpc-balance-tol-in) is
                       equal to zero then
                       compute balance-tolerance =
                                function numval(cpc-balance-tol-in)
                    end-if
              end-read
              close coil-parm-file
           end-if
           move capacity-tolerance to pct-out
           display "CAPACITY TOLERANCE: " pct-out " PCT"
           move balance-tolerance to pct-out
           display "BALANCE TOLERANCE : " pct-out " PCT".

       200-load-saturation-table.
           open input specific-humidity-file
           if not spec-hum-ok then
              display "HUMRATIO NOT AVAILABLE - CANNOT SOLVE STATES"
              move "HUMRATIO NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-saturation-entry until spec-hum-eof
           close specific-humidity-file.

       210-read-saturation-entry.
           read specific-humidity-file into ws-spec-hum-record
              at end set spec-hum-eof to true
              not at end perform 220-store-saturation-entry
           end-read.

       220-store-saturation-entry.
           if function test-numval(specific-humidity-record(1:1))
              is equal to zero
              and table-idx is not greater than 141 then
              unstring specific-humidity-record
                 delimited by ","
                 into  ws-deg-f
                       ws-spec-hum
              end-unstring
              move ws-spec-hum to specifichumidity(table-idx)
              add 1 to table-idx
           end-if.

       250-load-design-schedule.
           open input coil-schedule-file
           if not coil-schedule-ok then
              display "COILSCHD NOT AVAILABLE - NO CAPACITY RATIOS"
                      " THIS RUN"
           else
              perform 260-read-schedule-record until schedule-eof
              close coil-schedule-file
           end-if
           display "COILS ON DESIGN SCHEDULE: " schedule-count.

       260-read-schedule-record.
           read coil-schedule-file
              at end set schedule-eof to true
              not at end
                 if csr-total-btuh is numeric and
                    csr-gpm is numeric and
                    schedule-count is less than 200 then
                    add 1 to schedule-count
                    move csr-tag to cst-tag(schedule-count)
                    move csr-total-btuh to
                         cst-total-btuh(schedule-count)
                    move csr-gpm to cst-gpm(schedule-count)
                 end-if
           end-read.

       300-post-field-tests.
           display spaces
           display "TAG      DATE        TOTAL BTUH  SENS BTUH "
                   " WATER BTUH  CAP%   BAL%  FLOW"
           open input field-test-file
           if not field-test-ok then
              display "COILFLD NOT AVAILABLE - REPORT-ONLY RUN"
           else
              open extend coil-history-file
              if not coil-history-ok then
                 open output coil-history-file
              end-if
              if not coil-history-ok then
                 display "COILHIST NOT AVAILABLE - POSTINGS LOST"
              end-if
              perform 310-read-one-card until tests-eof
              close field-test-file
              if coil-history-ok then
                 close coil-history-file
              end-if
           end-if.

       310-read-one-card.
           read field-test-file
              at end set tests-eof to true
              not at end
                 add 1 to cards-read-count
                 perform 320-screen-one-test
           end-read.

       320-screen-one-test.
           if function test-numval(ftc-date-in) is not equal zero
              or function test-numval(ftc-ent-db-in) is not equal
                 zero
              or function test-numval(ftc-ent-rh-in) is not equal
                 zero
              or function test-numval(ftc-lvg-db-in) is not equal
                 zero
              or function test-numval(ftc-lvg-rh-in) is not equal
                 zero
              or function test-numval(ftc-cfm-in) is not equal zero
              or function test-numval(ftc-ewt-in) is not equal zero
              or function test-numval(ftc-lwt-in) is not equal zero
              or (ftc-gpm-in is not equal to spaces and
                  function test-numval(ftc-gpm-in) is not equal
                  zero) then
              add 1 to tests-rejected-count
              display ftc-tag " REJECTED - NON-NUMERIC FIELD"
           else
              compute test-date = function numval(ftc-date-in)
              compute ent-db = function numval(ftc-ent-db-in)
              compute ent-rh = function numval(ftc-ent-rh-in)
              compute lvg-db = function numval(ftc-lvg-db-in)
              compute lvg-rh = function numval(ftc-lvg-rh-in)
              compute coil-cfm = function numval(ftc-cfm-in)
              compute entering-water = function numval(ftc-ewt-in)
              compute leaving-water = function numval(ftc-lwt-in)
              if ftc-gpm-in is equal to spaces then
                 move zero to water-gpm
              else
                 compute water-gpm = function numval(ftc-gpm-in)
              end-if
              perform 330-validate-states
           end-if.

       330-validate-states.
           if test-date is equal to zero or
              ent-db is greater than 140 or lvg-db is greater than
              140 or lvg-db is not less than ent-db or
              ent-rh is greater than 100 or
              lvg-rh is greater than 100 or
              coil-cfm is equal to zero or
              leaving-water is not greater than entering-water then
              add 1 to tests-rejected-count
              display ftc-tag " REJECTED - STATES OUT OF RANGE,"
                      " LVG AIR NOT BELOW ENT OR LWT NOT ABOVE EWT"
           else
              perform 400-compute-test
           end-if.

       400-compute-test.
           move ent-db to state-temp
           move ent-rh to state-rh
           perform 450-solve-state
           move state-enthalpy to ent-enthalpy
           move lvg-db to state-temp
           move lvg-rh to state-rh
           perform 450-solve-state
           move state-enthalpy to lvg-enthalpy
           if lvg-enthalpy is not less than ent-enthalpy then
              add 1 to tests-rejected-count
              display ftc-tag " REJECTED - LEAVING ENTHALPY NOT"
                      " BELOW ENTERING"
           else
              compute total-btuh rounded =
                       4.5 * coil-cfm * (ent-enthalpy - lvg-enthalpy)
              compute sensible-btuh rounded =
                       1.08 * coil-cfm * (ent-db - lvg-db)
              if sensible-btuh is greater than total-btuh then
                 move total-btuh to sensible-btuh
              end-if
              perform 410-find-design
              perform 420-water-side
              perform 430-ratios
              perform 440-post-history
           end-if.

       410-find-design.
           move "N" to schedule-found-sw
           perform 415-find-schedule-entry
                   varying schedule-idx from 1 by 1
                   until schedule-idx > schedule-count
                   or schedule-found
           move zero to design-btuh
           if schedule-found then
              move cst-total-btuh(schedule-found-idx) to design-btuh
           else
           if coil-schedule-ok then
              display ftc-tag " NOT ON COILSCHD - POSTED WITHOUT A"
                      " CAPACITY RATIO"
           end-if
           end-if.

       415-find-schedule-entry.
           if cst-tag(schedule-idx) is equal to ftc-tag then
              set schedule-found to true
              move schedule-idx to schedule-found-idx
           end-if.

      * The measured flow when it was read, otherwise the design
      * GPM the coil was selected at.
       420-water-side.
           move zero to water-btuh
           if water-gpm is greater than zero then
              move "M" to water-source
           else
           if schedule-found and
              cst-gpm(schedule-found-idx) is greater than zero then
              move cst-gpm(schedule-found-idx) to water-gpm
              move "D" to water-source
           else
              move "N" to water-source
           end-if
           end-if
           if water-source is not equal to "N" then
              compute water-btuh rounded =
                       500 * water-gpm *
                       (leaving-water - entering-water)
           end-if.

       430-ratios.
           move zero to capacity-pct
           move zero to balance-pct
           if design-btuh is greater than zero then
              compute capacity-pct rounded =
                       total-btuh * 100 / design-btuh
           end-if
           if water-source is not equal to "N" then
              compute air-water-diff = total-btuh - water-btuh
              if air-water-diff is less than zero then
                 compute air-water-diff = zero - air-water-diff
              end-if
              compute balance-pct rounded =
                       air-water-diff * 100 / total-btuh
           end-if
           if capacity-pct is greater than 999.9 then
              move 999.9 to capacity-pct
           end-if
           if balance-pct is greater than 999.9 then
              move 999.9 to balance-pct
           end-if.

       440-post-history.
           if coil-history-ok then
              move spaces to coil-history-record
              move ftc-tag to chr-tag
              move test-date to chr-date
              move total-btuh to chr-total-btuh
              move sensible-btuh to chr-sensible-btuh
              move water-btuh to chr-water-btuh
              move design-btuh to chr-design-btuh
              move capacity-pct to chr-capacity-pct
              move balance-pct to chr-balance-pct
              move water-source to chr-water-source
              write coil-history-record
           end-if
           add 1 to tests-posted-count
           move test-date to date-out
           display ftc-tag " " date-out "  " with no advancing
           move total-btuh to btuh-out
           display btuh-out "  " with no advancing
           move sensible-btuh to btuh-out
           display btuh-out "  " with no advancing
           move water-btuh to btuh-out
           display btuh-out " " with no advancing
           move capacity-pct to pct-out
           display pct-out "  " with no advancing
           move balance-pct to pct-out
           display pct-out "  " with no advancing
           evaluate water-source
              when "M" display "MEASURED"
              when "D" display "DESIGN"
              when other display "NONE"
           end-evaluate.

      * One psychrometric state from dry bulb and RH through the
      * saturation table; the moisture the air actually carries is
      * the saturation content derated by the relative humidity.
       450-solve-state.
           compute table-idx = state-temp + 1
           if table-idx is less than 1 then
              move 1 to table-idx
           end-if
           if table-idx is greater than 141 then
              move 141 to table-idx
           end-if
           compute state-w-gr rounded =
                    specifichumidity(table-idx) * state-rh / 100
           compute x-ratio rounded = state-w-gr / 7000
           compute hw-part rounded = 0.444 * state-temp + 1061
           compute state-enthalpy rounded =
                    0.24 * state-temp + x-ratio * hw-part.

       500-load-whole-history.
           open input coil-history-file
           if not coil-history-ok then
              display "COILHIST NOT READABLE - NO TREND REPORT"
           else
              perform 510-read-history-record until history-eof
              close coil-history-file
           end-if.

       510-read-history-record.
           read coil-history-file
              at end set history-eof to true
              not at end
                 if chr-capacity-pct is numeric and
                    chr-balance-pct is numeric and
                    chr-date is numeric then
                    perform 520-accumulate-trend
                 end-if
           end-read.

       520-accumulate-trend.
           move "N" to coil-found-sw
           perform 530-find-coil
                   varying coil-idx from 1 by 1
                   until coil-idx > coil-count
                   or coil-found
           if not coil-found then
              if coil-count is less than 200 then
                 add 1 to coil-count
                 move coil-count to coil-found-idx
                 move chr-tag to ctr-tag(coil-found-idx)
                 move zero to ctr-tests(coil-found-idx)
                 move zero to ctr-first-pct(coil-found-idx)
                 set coil-found to true
              end-if
           end-if
           if coil-found then
              if ctr-first-pct(coil-found-idx) is equal to zero then
                 move chr-capacity-pct to
                      ctr-first-pct(coil-found-idx)
              end-if
              add 1 to ctr-tests(coil-found-idx)
              move chr-date to ctr-last-date(coil-found-idx)
              move chr-capacity-pct to ctr-last-pct(coil-found-idx)
              move chr-balance-pct to
                   ctr-last-balance(coil-found-idx)
              move chr-water-source to
                   ctr-last-source(coil-found-idx)
           end-if.

       530-find-coil.
           if ctr-tag(coil-idx) is equal to chr-tag then
              set coil-found to true
              move coil-idx to coil-found-idx
           end-if.

       600-trend-report.
           compute capacity-floor = 100 - capacity-tolerance
           display spaces
           display "------  COIL PERFORMANCE TRENDS  ------"
           display "TAG      TESTS LAST TEST   FIRST%  LAST%   BAL%"
                   "  VERDICT"
           perform 610-report-one-coil
                   varying coil-idx from 1 by 1
                   until coil-idx > coil-count
           if coil-count is equal to zero then
              display "  (NO HISTORY ON COILHIST)"
           end-if.

       610-report-one-coil.
           move "N" to capacity-down-sw
           move "N" to balance-off-sw
           if ctr-last-pct(coil-idx) is greater than zero and
              ctr-last-pct(coil-idx) is less than capacity-floor then
              set capacity-down to true
           end-if
           if ctr-last-source(coil-idx) is not equal to "N" and
              ctr-last-balance(coil-idx) is greater than
              balance-tolerance then
              set balance-off to true
           end-if
           display ctr-tag(coil-idx) " " with no advancing
           move ctr-tests(coil-idx) to count-out
           display " " count-out "  " with no advancing
           move ctr-last-date(coil-idx) to date-out
           display date-out "  " with no advancing
           move ctr-first-pct(coil-idx) to pct-out
           display pct-out "  " with no advancing
           move ctr-last-pct(coil-idx) to pct-out
           display pct-out "  " with no advancing
           move ctr-last-balance(coil-idx) to pct-out
           display pct-out "  " with no advancing
           if ctr-last-pct(coil-idx) is equal to zero and
              not balance-off then
              display "NOT ON COILSCHD - NO RATIO"
           else
           if capacity-down and balance-off then
              add 1 to instrument-flag-count
              display "** BELOW SCHEDULE BUT AIR/WATER DISAGREE"
                      " - RETEST **"
           else
           if capacity-down then
              add 1 to capacity-flag-count
              display "** CAPACITY DOWN - INSPECT/CLEAN COIL **"
           else
           if balance-off then
              add 1 to instrument-flag-count
              display "** AIR/WATER DISAGREE - CHECK INSTRUMENTS **"
           else
              display "WITHIN TOLERANCE"
           end-if
           end-if
           end-if
           end-if.

      * A run that cannot go on logs an ABEND record with its return
      * code and condition, so the night's exceptions show it.
       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
