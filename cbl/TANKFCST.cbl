       identification division.
       program-id.    tankfcst.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *          Propane and Fuel Oil Tank Level Forecast              *
      *                                                                *
      ******************************************************************
      *
      * CO2FACTR already carries propane (fuel code 3) and fuel oil
      * no. 2 (fuel code 4) in gallons.  This program keeps the tanks
      * those gallons come out of and tells dispatch which ones need
      * a truck:
      *
      *   - a tank master (TANKMST, a GDG) keyed by site and tank
      *     number, with fuel code, tank size and reorder level in
      *     gallons, the last delivery date and gallons, and the
      *     tank's K-factor -- heating degree-days per gallon burned;
      *   - heating degree-days (base 65) come from the station
      *     OBSFILE hours where there are any, each day's
      *     degree-hours over the hours observed, and otherwise from
      *     the HRLYCOND normal year by month and day, reduced the
      *     way WXNORM reduces it.  A day with neither takes the
      *     average of the last 14 observed days;
      *   - every delivery is taken to fill the tank to its safe
      *     fill level -- 80% of size for propane, 90% for oil -- so
      *     the gallons on hand today are
      *
      *       fill level - HDD since the last delivery / K
      *
      *     and the days ahead are stepped off one at a time on
      *     the same degree-days until the level reaches reorder,
      *     for up to a year;
      *   - posting a delivery (a D card) re-fits K.  The gallons
      *     delivered are what the tank burned since the previous
      *     fill, so the degree-days over that span and the gallons
      *     are added to the tank's running totals and K becomes
      *     their ratio.  A span under 50 HDD, or one with days
      *     the station and the normals both miss, is too thin to
      *     fit and leaves K alone.  An M card that keys a K-factor
      *     sets it outright and restarts the fit, which is how a
      *     new season starts clean.
      *
      * The run date and the route horizon come from an optional
      * TANKPARM card: run date yyyymmdd(8), horizon days(3), one
      * space between; the defaults are today and 7 days.
      *
      * The forecast lists every tank with its estimated gallons,
      * percent of size and projected reorder date; the delivery
      * route list is the tanks due within the horizon, the ones
      * already at or below reorder first, then by date, with the
      * gallons a truck should expect to put in.
      *
      * Transaction card (TANKTRN):
      *   action(1) site(8) tank(2) date(8) gallons(7) fuel(1)
      *   size(5) reorder(5) k-factor(6), one space between fields.
      *   M = tank setup or change: fuel 3 or 4, size and reorder
      *       gallons; the K-factor is required for a new tank and
      *       kept if blank on a change; a date and gallons, when
      *       keyed, set the last delivery
      *   D = delivery posted: date and gallons delivered
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//TANKFCST JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(TANKFCST),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(TANKFCST),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=TANKFCST
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//TANKMST   DD DSN=&SYSUID..TANKMST(0),DISP=SHR
      *//NEWTANK   DD DSN=&SYSUID..TANKMST(+1),DISP=(NEW,CATLG)
      *//TANKTRN   DD DSN=&SYSUID..INPUT(TANKTRN),DISP=SHR
      *//TANKPARM  DD DSN=&SYSUID..INPUT(TANKPARM),DISP=SHR
      *//OBSFILE   DD DSN=&SYSUID..STATIONOB,DISP=SHR
      *//HRLYCOND  DD DSN=&SYSUID..TMY3,DISP=SHR
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
           select tank-master-in assign to TANKMST
                    organization is sequential
                    file status is tank-master-in-status.
      *
           select tank-master-out assign to NEWTANK
                    organization is sequential
                    file status is tank-master-out-status.
      *
           select tank-trans-file assign to TANKTRN
                    organization is sequential
                    file status is tank-trans-status.
      *
           select tank-parm-file assign to TANKPARM
                    organization is sequential
                    file status is tank-parm-status.
      *
           select obs-file assign to OBSFILE
                    organization is sequential
                    file status is obs-status.
      *
           select hourly-condx-file assign to HRLYCOND
                    organization is sequential
                    file status is hourly-condx-status.

       data division.
       file section.
      *
       fd  tank-master-in record contains 80 characters
                          recording mode f.
       01  tank-master-in-record.
           02 tmi-site-id                      pic x(8).
           02 filler                           pic x.
           02 tmi-tank-no                      pic 99.
           02 filler                           pic x(69).
      *
       fd  tank-master-out record contains 80 characters
                           recording mode f.
       01  tank-master-out-record              pic x(80).
      *
       fd  tank-trans-file record contains 80 characters
                           recording mode f.
       01  tank-trans-card.
           02 ttc-action                       pic x.
           02 filler                           pic x.
           02 ttc-site-id                      pic x(8).
           02 filler                           pic x.
           02 ttc-tank-no                      pic x(2).
           02 filler                           pic x.
           02 ttc-date-in                      pic x(8).
           02 filler                           pic x.
           02 ttc-gallons-in                   pic x(7).
           02 filler                           pic x.
           02 ttc-fuel-code                    pic x.
           02 filler                           pic x.
           02 ttc-tank-size-in                 pic x(5).
           02 filler                           pic x.
           02 ttc-reorder-in                   pic x(5).
           02 filler                           pic x.
           02 ttc-k-factor-in                  pic x(6).
           02 filler                           pic x(29).
      *
       fd  tank-parm-file record contains 80 characters
                          recording mode f.
       01  tank-parm-card.
           02 tpc-run-date-in                  pic x(8).
           02 filler                           pic x.
           02 tpc-horizon-in                   pic x(3).
           02 filler                           pic x(68).
      *
      * Station observation in the layout WXADVISE reads; only the
      * date, hour and temperature matter here.
       fd  obs-file record contains 80 characters
                    recording mode f.
       01  obs-file-rec.
           02 obs-date-in                      pic x(10).
           02 filler                           pic x.
           02 obs-hour-in                      pic x(2).
           02 filler                           pic x.
           02 obs-temp-in                      pic x(6).
           02 filler                           pic x(60).
      *
      * Weather record in the tmy3-record-in layout COMMBLDG reads;
      * only the date and dry bulb matter here.
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
           02 filler                           pic x(27).

       working-storage section.

       01 tank-master-in-status                pic xx value "00".
           88 tank-master-in-ok                value "00".
       01 tank-master-out-status               pic xx value "00".
           88 tank-master-out-ok               value "00".
       01 tank-trans-status                    pic xx value "00".
           88 tank-trans-ok                    value "00".
       01 tank-parm-status                     pic xx value "00".
           88 tank-parm-ok                     value "00".
       01 obs-status                           pic xx value "00".
           88 obs-ok                           value "00".
       01 hourly-condx-status                  pic xx value "00".
           88 hourly-condx-ok                  value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 trans-eof-sw                         pic x value "N".
           88 trans-eof                        value "Y".
       01 obs-eof-sw                           pic x value "N".
           88 obs-eof                          value "Y".
       01 weather-eof-sw                       pic x value "N".
           88 weather-eof                      value "Y".
       01 tank-found-sw                        pic x.
           88 tank-found                       value "Y".
       01 normals-loaded-sw                    pic x value "N".
           88 normals-loaded                   value "Y".
       01 route-sort-sw                        pic x.
           88 route-sort-done                  value "Y".

      * The tank master rides in storage for the run; the entry
      * layout matches the first 67 bytes of the record.  The fit
      * totals are the degree-days and gallons behind the current K.
       01 tank-count                           pic 999 value zero.
       01 tank-idx                             pic 999.
       01 tank-found-idx                       pic 999.
       01 tank-table.
           02 tank-entry occurs 300 times.
              03 tke-site-id                   pic x(8).
              03 filler                        pic x.
              03 tke-tank-no                   pic 99.
              03 filler                        pic x.
              03 tke-fuel-code                 pic 9.
                 88 tke-propane                value 3.
                 88 tke-fuel-oil               value 4.
              03 filler                        pic x.
              03 tke-tank-size                 pic 9(5).
              03 filler                        pic x.
              03 tke-reorder-gals              pic 9(5).
              03 filler                        pic x.
              03 tke-last-fill-date            pic 9(8).
              03 filler                        pic x.
              03 tke-last-fill-gals            pic 9(5)v9.
              03 filler                        pic x.
              03 tke-k-factor                  pic 9(3)v99.
              03 filler                        pic x.
              03 tke-fit-hdd                   pic 9(6)v9.
              03 filler                        pic x.
              03 tke-fit-gals                  pic 9(6)v9.
              03 filler                        pic x.
              03 tke-fit-fills                 pic 999.

      * Forecast results, one per tank entry.  State O = at or
      * below reorder now, P = projected within the year, N = not
      * within the year, F = no delivery on record, K = no K-factor.
       01 forecast-table.
           02 forecast-entry occurs 300 times.
              03 fce-state                     pic x.
                 88 fce-overdue                value "O".
                 88 fce-projected              value "P".
                 88 fce-beyond-year            value "N".
                 88 fce-no-fill                value "F".
                 88 fce-no-k-factor            value "K".
              03 fce-fill-level                pic 9(5)v9.
              03 fce-level-now                 pic 9(5)v9.
              03 fce-reorder-date              pic 9(8).
              03 fce-reorder-level             pic 9(5)v9.
              03 fce-gap-days                  pic 999.

      * Route list, sorted overdue first and then by date.
       01 route-count                          pic 999 value zero.
       01 route-idx                            pic 999.
       01 route-table.
           02 route-entry occurs 300 times.
              03 rte-overdue-key               pic 9.
              03 rte-reorder-date              pic 9(8).
              03 rte-site-id                   pic x(8).
              03 rte-tank-no                   pic 99.
              03 rte-fuel-code                 pic 9.
              03 rte-level-now                 pic 9(5)v9.
              03 rte-deliver-gals              pic 9(5)v9.
       01 route-swap-area                      pic x(32).

      * Observed degree-hours by day for the 400 days ending on the
      * run date; entry 400 is the run date itself.
       01 obs-window-days                      pic 999 value 400.
       01 obs-day-idx                          pic 999.
       01 obs-day-table.
           02 obs-day-entry occurs 400 times.
              03 obd-deg-hours                 pic 9(5)v99.
              03 obd-hours                     pic 99.
       01 obs-day-integer                      pic s9(7).
       01 obs-hour-count                       pic 9(5) value zero.
       01 obs-skipped-count                    pic 9(5) value zero.
       01 obs-outside-count                    pic 9(5) value zero.

      * Normal-year degree-hours by month and day.
       01 normal-table.
           02 normal-month occurs 12 times.
              03 normal-day occurs 31 times.
                 04 nrm-deg-hours              pic 9(5)v99.
                 04 nrm-hours                  pic 99.
       01 normal-hour-count                    pic 9(5) value zero.
       01 month-idx                            pic 99.
       01 day-idx                              pic 99.

       01 degree-day-base                      pic 99 value 65.
       01 propane-fill-pct                     pic 99 value 80.
       01 fuel-oil-fill-pct                    pic 99 value 90.
       01 min-refit-hdd                        pic 999 value 50.
       01 max-project-days                     pic 999 value 365.
       01 recent-avg-days                      pic 99 value 14.
       01 recent-avg-hdd                       pic 99v99 value zero.
       01 recent-hdd-total                     pic 9(5)v99.
       01 recent-day-count                     pic 99.
       01 recent-first-idx                     pic 999.

       01 run-date                             pic 9(8).
       01 run-date-integer                     pic 9(7).
       01 horizon-days                         pic 999 value 7.
       01 horizon-integer                      pic 9(7).
       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).

       01 seek-site-id                         pic x(8).
       01 seek-tank-no                         pic 99.
       01 trans-date                           pic 9(8).
       01 trans-gallons                        pic 9(5)v9.
       01 trans-reason                         pic x(36).
       01 work-date                            pic 9(8).
       01 work-date-parts redefines work-date.
           02 wdp-year                         pic 9(4).
           02 wdp-month                        pic 99.
           02 wdp-day                          pic 99.
       01 work-temp-c                          pic s999v9.
       01 work-temp-f                          pic s999v9.

      * Degree-day summing over a span of days.
       01 span-from-integer                    pic 9(7).
       01 span-thru-integer                    pic 9(7).
       01 day-integer                          pic 9(7).
       01 day-hdd                              pic 99v99.
       01 day-hdd-source                       pic x.
           88 day-hdd-observed                 value "O".
           88 day-hdd-normal                   value "N".
           88 day-hdd-averaged                 value "A".
       01 span-hdd                             pic 9(6)v9.
       01 span-gap-days                        pic 999.
       01 span-normal-days                     pic 999.

       01 fill-pct                             pic 99.
       01 project-level                        pic s9(5)v99.
       01 project-days                         pic 999.
       01 old-k-factor                         pic 9(3)v99.

       01 trans-applied-count                  pic 9(4) value zero.
       01 trans-rejected-count                 pic 9(4) value zero.
       01 refit-count                          pic 9(4) value zero.

       01 fuel-code-hold                       pic 9.
       01 fuel-name                            pic x(8).
       01 gals-out                             pic zz,zz9.
       01 hdd-out                              pic zzz,zz9.9.
       01 k-out                                pic zz9.99.
       01 pct-out                              pic zz9.
       01 count-out                            pic zz9.
       01 date-out                             pic 9999/99/99.

       01 forecast-heading-1.
           02 filler                           pic x(40) value
              "SITE     TK FUEL       SIZE EST GALS  PC".
           02 filler                           pic x(39) value
              "T  K-FACTOR  REORDER DATE".
       01 forecast-detail.
           02 fcd-site-id                      pic x(8).
           02 filler                           pic x value space.
           02 fcd-tank-no                      pic 99.
           02 filler                           pic x value space.
           02 fcd-fuel-name                    pic x(8).
           02 filler                           pic x value space.
           02 fcd-tank-size                    pic zz,zz9.
           02 filler                           pic xxx value spaces.
           02 fcd-level                        pic zz,zz9.
           02 filler                           pic xx value spaces.
           02 fcd-pct                          pic zz9.
           02 filler                           pic xxxx value spaces.
           02 fcd-k-factor                     pic zz9.99.
           02 filler                           pic xx value spaces.
           02 fcd-reorder                      pic x(26).

       01 route-heading-1.
           02 filler                           pic x(40) value
              "DUE DATE    SITE     TK FUEL    EST GALS".
           02 filler                           pic x(39) value
              "  DELIVER GALS".
       01 route-detail.
           02 rtd-due                          pic x(10).
           02 filler                           pic xx value spaces.
           02 rtd-site-id                      pic x(8).
           02 filler                           pic x value space.
           02 rtd-tank-no                      pic 99.
           02 filler                           pic x value space.
           02 rtd-fuel-name                    pic x(8).
           02 filler                           pic xx value spaces.
           02 rtd-level                        pic zz,zz9.
           02 filler                           pic x(8) value spaces.
           02 rtd-deliver                      pic zz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "TANKFCST".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  TANK LEVEL FORECAST RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 150-read-tank-parm
           perform 200-load-tank-master
           perform 250-load-observations
           perform 280-load-normals
           perform 300-apply-transactions
           perform 500-write-new-master
           perform 600-forecast-tanks
           perform 650-forecast-report
           perform 700-build-route-list
           perform 750-route-report
           display spaces
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           display "K-FACTORS RE-FIT     : " refit-count
           display "TANKS ON ROUTE LIST  : " route-count
           move "E" to runlog-event
           compute runlog-read =
                    trans-applied-count + trans-rejected-count
           move tank-count to runlog-written
           move trans-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  TANK LEVEL FORECAST ENDS  ********"
           stop run.

       150-read-tank-parm.
           move function current-date to datetime
           move dt-yyyymmdd to run-date
           open input tank-parm-file
           if tank-parm-ok then
              read tank-parm-file
                 at end continue
                 not at end
                    if tpc-run-date-in is numeric then
                       if function test-date-yyyymmdd
                          (function numval(tpc-run-date-in)) is
                          equal to zero then
                          move tpc-run-date-in to run-date
                       else
                          display "TANKPARM RUN DATE NOT A VALID"
                                  " YYYYMMDD - TODAY USED"
                       end-if
                    end-if
                    if tpc-horizon-in is numeric then
                       move tpc-horizon-in to horizon-days
                    end-if
              end-read
              close tank-parm-file
           end-if
           compute run-date-integer =
                    function integer-of-date(run-date)
           compute horizon-integer = run-date-integer + horizon-days
           move run-date to date-out
           display "FORECAST AS OF " date-out
           move horizon-days to count-out
           display "ROUTE HORIZON  " count-out " DAYS".

      * A missing TANKMST DD just means the master is being built
      * for the first time.
       200-load-tank-master.
           open input tank-master-in
           if tank-master-in-ok then
              perform 210-read-master until master-eof
              close tank-master-in
           else
              display "TANKMST NOT AVAILABLE - STARTING A NEW MASTER"
           end-if.

       210-read-master.
           read tank-master-in
              at end set master-eof to true
              not at end perform 220-store-master
           end-read.

       220-store-master.
           if tank-count is less than 300 then
              add 1 to tank-count
              move tank-master-in-record(1:67) to
                   tank-entry(tank-count)
           else
              display "TANK TABLE FULL - RECORD FOR " tmi-site-id
                      " TANK " tmi-tank-no " DROPPED"
           end-if.

      * Station hours are folded into degree-hours by day for the
      * window ending on the run date; hours outside it are counted
      * and passed over.
       250-load-observations.
           move zeros to obs-day-table
           open input obs-file
           if not obs-ok then
              display "OBSFILE NOT AVAILABLE - NORMALS ONLY"
           else
              perform 260-read-observation until obs-eof
              close obs-file
              move obs-hour-count to count-out
              display "STATION HOURS USED   : " obs-hour-count
              if obs-skipped-count is greater than zero then
                 display "STATION HOURS SKIPPED (BAD NUMERICS): "
                         obs-skipped-count
              end-if
              if obs-outside-count is greater than zero then
                 display "STATION HOURS OUTSIDE THE "
                         obs-window-days "-DAY WINDOW: "
                         obs-outside-count
              end-if
           end-if
           perform 275-average-recent-days.

       260-read-observation.
           read obs-file
              at end set obs-eof to true
              not at end perform 270-store-observation
           end-read.

       270-store-observation.
           if function test-numval(obs-temp-in) is not equal to zero
              or obs-date-in(1:2) is not numeric
              or obs-date-in(4:2) is not numeric
              or obs-date-in(7:4) is not numeric then
              add 1 to obs-skipped-count
           else
              move obs-date-in(7:4) to wdp-year
              move obs-date-in(1:2) to wdp-month
              move obs-date-in(4:2) to wdp-day
              if function test-date-yyyymmdd(work-date) is not
                 equal to zero then
                 add 1 to obs-skipped-count
              else
                 compute obs-day-integer =
                          function integer-of-date(work-date) -
                          run-date-integer + obs-window-days
                 if obs-day-integer is less than 1 or
                    obs-day-integer is greater than obs-window-days
                    then
                    add 1 to obs-outside-count
                 else
                    move obs-day-integer to obs-day-idx
                    compute work-temp-f =
                             function numval(obs-temp-in)
                    if obd-hours(obs-day-idx) is less than 99 then
                       add 1 to obd-hours(obs-day-idx)
                       add 1 to obs-hour-count
                       if work-temp-f is less than degree-day-base
                          then
                          compute obd-deg-hours(obs-day-idx) =
                                   obd-deg-hours(obs-day-idx) +
                                   degree-day-base - work-temp-f
                       end-if
                    end-if
                 end-if
              end-if
           end-if.

      * Stand-in for a day neither the station nor the normals
      * cover: the mean of the observed days among the last 14.
       275-average-recent-days.
           move zero to recent-hdd-total
           move zero to recent-day-count
           compute recent-first-idx =
                    obs-window-days - recent-avg-days + 1
           perform 277-add-recent-day
                   varying obs-day-idx from recent-first-idx by 1
                   until obs-day-idx > obs-window-days
           if recent-day-count is greater than zero then
              compute recent-avg-hdd rounded =
                       recent-hdd-total / recent-day-count
           end-if.

       277-add-recent-day.
           if obd-hours(obs-day-idx) is greater than zero then
              add 1 to recent-day-count
              compute recent-hdd-total = recent-hdd-total +
                       obd-deg-hours(obs-day-idx) /
                       obd-hours(obs-day-idx)
           end-if.

       280-load-normals.
           move zeros to normal-table
           open input hourly-condx-file
           if not hourly-condx-ok then
              display "HRLYCOND NOT AVAILABLE - NO NORMAL-YEAR"
                      " DEGREE-DAYS"
           else
              perform 285-read-weather-record until weather-eof
              close hourly-condx-file
              if normal-hour-count is greater than zero then
                 set normals-loaded to true
              end-if
              display "NORMAL-YEAR HOURS    : " normal-hour-count
           end-if.

       285-read-weather-record.
           read hourly-condx-file
              at end set weather-eof to true
              not at end perform 290-store-weather-hour
           end-read.

       290-store-weather-hour.
           if function test-numval(tmy3-DBTemp-degC-in) is equal to
              zero and
              tmy3-date-in(1:2) is numeric and
              tmy3-date-in(4:2) is numeric then
              move tmy3-date-in(1:2) to month-idx
              move tmy3-date-in(4:2) to day-idx
              if month-idx is not less than 1 and
                 month-idx is not greater than 12 and
                 day-idx is not less than 1 and
                 day-idx is not greater than 31 and
                 nrm-hours(month-idx, day-idx) is less than 99 then
                 add 1 to normal-hour-count
                 add 1 to nrm-hours(month-idx, day-idx)
                 compute work-temp-c =
                          function numval(tmy3-DBTemp-degC-in)
                 compute work-temp-f rounded =
                          work-temp-c * 9 / 5 + 32
                 if work-temp-f is less than degree-day-base then
                    compute nrm-deg-hours(month-idx, day-idx) =
                             nrm-deg-hours(month-idx, day-idx) +
                             degree-day-base - work-temp-f
                 end-if
              end-if
           end-if.

       300-apply-transactions.
           open input tank-trans-file
           if not tank-trans-ok then
              display "TANKTRN NOT AVAILABLE - FORECAST-ONLY RUN"
           else
              perform 310-read-transaction until trans-eof
              close tank-trans-file
           end-if.

       310-read-transaction.
           read tank-trans-file
              at end set trans-eof to true
              not at end perform 320-apply-one-transaction
           end-read.

       320-apply-one-transaction.
           perform 330-validate-common-fields
           if trans-reason is equal to spaces then
              evaluate ttc-action
                 when "M" perform 340-setup-tank
                 when "D" perform 360-post-delivery
              end-evaluate
           end-if
           if trans-reason is not equal to spaces then
              add 1 to trans-rejected-count
              display "REJECTED " ttc-action " " ttc-site-id
                      " TANK " ttc-tank-no " - " trans-reason
           else
              add 1 to trans-applied-count
           end-if.

      * Action, a site and numeric tank number, and a tank the
      * action can apply to.  The date is checked here when keyed;
      * a D card must key one.
       330-validate-common-fields.
           move spaces to trans-reason
           move "N" to tank-found-sw
           move zero to trans-date
           if ttc-action is not equal to "M" and "D" then
              move "ACTION MUST BE M OR D" to trans-reason
           else
           if ttc-site-id is equal to spaces then
              move "SITE MISSING" to trans-reason
           else
           if ttc-tank-no is not numeric then
              move "TANK NUMBER MUST BE NUMERIC" to trans-reason
           else
           if ttc-date-in is equal to spaces and
              ttc-action is equal to "D" then
              move "DELIVERY DATE MISSING" to trans-reason
           else
           if ttc-date-in is not equal to spaces and
              ttc-date-in is not numeric then
              move "DATE NOT NUMERIC" to trans-reason
           else
              if ttc-date-in is numeric then
                 move ttc-date-in to trans-date
              end-if
              if trans-date is not equal to zero and
                 function test-date-yyyymmdd(trans-date) is not
                 equal to zero then
                 move "DATE NOT A VALID YYYYMMDD" to trans-reason
              else
                 move ttc-site-id to seek-site-id
                 move ttc-tank-no to seek-tank-no
                 perform 338-check-one-tank
                         varying tank-idx from 1 by 1
                         until tank-idx > tank-count
                         or tank-found
                 if not tank-found and ttc-action is equal to "D"
                    then
                    move "TANK NOT ON TANK MASTER" to trans-reason
                 end-if
              end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       338-check-one-tank.
           if tke-site-id(tank-idx) is equal to seek-site-id and
              tke-tank-no(tank-idx) is equal to seek-tank-no then
              set tank-found to true
              move tank-idx to tank-found-idx
           end-if.

      * Setup or change.  A change keeps the K-factor and its fit
      * unless a new K is keyed, and keeps the last delivery unless
      * a date is keyed.
       340-setup-tank.
           if ttc-fuel-code is not equal to "3" and "4" then
              move "FUEL MUST BE 3 PROPANE OR 4 FUEL OIL" to
                   trans-reason
           else
           if ttc-tank-size-in is not numeric or
              ttc-tank-size-in is equal to zero then
              move "TANK SIZE MUST BE NUMERIC GALLONS" to
                   trans-reason
           else
           if ttc-reorder-in is not numeric then
              move "REORDER LEVEL MUST BE NUMERIC" to
                   trans-reason
           else
           if ttc-k-factor-in is not equal to spaces and
              function test-numval(ttc-k-factor-in) is not equal to
              zero then
              move "K-FACTOR NOT NUMERIC" to trans-reason
           else
           if ttc-k-factor-in is equal to spaces and not tank-found
              then
              move "K-FACTOR REQUIRED FOR A NEW TANK" to trans-reason
           else
           if ttc-gallons-in is not equal to spaces and
              function test-numval(ttc-gallons-in) is not equal to
              zero then
              move "GALLONS NOT NUMERIC" to trans-reason
           else
              if ttc-fuel-code is equal to "3" then
                 move propane-fill-pct to fill-pct
              else
                 move fuel-oil-fill-pct to fill-pct
              end-if
              if function numval(ttc-reorder-in) is not less than
                 function numval(ttc-tank-size-in) * fill-pct / 100
                 then
                 move "REORDER LEVEL NOT BELOW FILL LEVEL" to
                      trans-reason
              else
                 if not tank-found then
                    perform 350-add-tank
                 end-if
                 if trans-reason is equal to spaces then
                    perform 345-store-tank-fields
                 end-if
              end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       345-store-tank-fields.
           move ttc-fuel-code to tke-fuel-code(tank-found-idx)
           move ttc-tank-size-in to tke-tank-size(tank-found-idx)
           move ttc-reorder-in to tke-reorder-gals(tank-found-idx)
           if ttc-k-factor-in is not equal to spaces then
              compute tke-k-factor(tank-found-idx) =
                       function numval(ttc-k-factor-in)
              move zero to tke-fit-hdd(tank-found-idx)
              move zero to tke-fit-gals(tank-found-idx)
              move zero to tke-fit-fills(tank-found-idx)
           end-if
           if trans-date is not equal to zero then
              move trans-date to tke-last-fill-date(tank-found-idx)
              if ttc-gallons-in is not equal to spaces then
                 compute tke-last-fill-gals(tank-found-idx) =
                          function numval(ttc-gallons-in)
              end-if
           end-if
           move tke-k-factor(tank-found-idx) to k-out
           move tke-tank-size(tank-found-idx) to gals-out
           display "SET UP   " seek-site-id " TANK " seek-tank-no
                   " FUEL " ttc-fuel-code " SIZE " gals-out
                   " GALS K-FACTOR " k-out.

       350-add-tank.
           if tank-count is not less than 300 then
              move "TANK TABLE FULL" to trans-reason
           else
              add 1 to tank-count
              move tank-count to tank-found-idx
              move spaces to tank-entry(tank-found-idx)
              move seek-site-id to tke-site-id(tank-found-idx)
              move seek-tank-no to tke-tank-no(tank-found-idx)
              move zero to tke-last-fill-date(tank-found-idx)
              move zero to tke-last-fill-gals(tank-found-idx)
              move zero to tke-k-factor(tank-found-idx)
              move zero to tke-fit-hdd(tank-found-idx)
              move zero to tke-fit-gals(tank-found-idx)
              move zero to tke-fit-fills(tank-found-idx)
              set tank-found to true
           end-if.

      * The gallons delivered are what the tank burned since the
      * previous fill; over the degree-days of that span they are
      * one more sample of K.
       360-post-delivery.
           if function test-numval(ttc-gallons-in) is not equal to
              zero then
              move "GALLONS NOT NUMERIC" to trans-reason
           else
           if function numval(ttc-gallons-in) is not greater than
              zero then
              move "GALLONS MUST BE GREATER THAN ZERO" to
                   trans-reason
           else
           if trans-date is less than
              tke-last-fill-date(tank-found-idx) then
              move "DATE BEFORE THE LAST DELIVERY" to trans-reason
           else
              compute trans-gallons = function numval(ttc-gallons-in)
              move trans-gallons to gals-out
              display "DELIVERY " seek-site-id " TANK " seek-tank-no
                      " " gals-out " GALS"
              if tke-last-fill-date(tank-found-idx) is equal to zero
                 then
                 display "  FIRST DELIVERY ON RECORD - NO K-FACTOR"
                         " FIT"
              else
                 perform 370-refit-k-factor
              end-if
              move trans-date to tke-last-fill-date(tank-found-idx)
              move trans-gallons to
                   tke-last-fill-gals(tank-found-idx)
           end-if
           end-if
           end-if.

       370-refit-k-factor.
           compute span-from-integer = function integer-of-date
                    (tke-last-fill-date(tank-found-idx)) + 1
           compute span-thru-integer =
                    function integer-of-date(trans-date)
           perform 400-sum-span-hdd
           move span-hdd to hdd-out
           if span-gap-days is greater than zero then
              move span-gap-days to count-out
              display "  K-FACTOR NOT RE-FIT - " count-out
                      " DAYS WITHOUT WEATHER SINCE LAST FILL"
           else
           if span-hdd is less than min-refit-hdd then
              display "  K-FACTOR NOT RE-FIT - ONLY" hdd-out
                      " HDD SINCE LAST FILL"
           else
              move tke-k-factor(tank-found-idx) to old-k-factor
              add span-hdd to tke-fit-hdd(tank-found-idx)
              add trans-gallons to tke-fit-gals(tank-found-idx)
              if tke-fit-fills(tank-found-idx) is less than 999 then
                 add 1 to tke-fit-fills(tank-found-idx)
              end-if
              compute tke-k-factor(tank-found-idx) rounded =
                       tke-fit-hdd(tank-found-idx) /
                       tke-fit-gals(tank-found-idx)
              add 1 to refit-count
              move old-k-factor to k-out
              display "  " hdd-out " HDD SINCE LAST FILL - K-FACTOR "
                      k-out " TO " with no advancing
              move tke-k-factor(tank-found-idx) to k-out
              move tke-fit-fills(tank-found-idx) to count-out
              display k-out " OVER " count-out " FILLS"
              if span-normal-days is greater than zero then
                 move span-normal-days to count-out
                 display "  (" count-out " DAYS TAKEN FROM THE"
                         " NORMAL YEAR)"
              end-if
           end-if
           end-if.

      * Degree-days over span-from through span-thru.  Days the
      * station and the normals both miss take the recent average
      * and are counted as gaps.
       400-sum-span-hdd.
           move zero to span-hdd
           move zero to span-gap-days
           move zero to span-normal-days
           perform 410-add-span-day
                   varying day-integer from span-from-integer by 1
                   until day-integer > span-thru-integer.

       410-add-span-day.
           perform 420-day-hdd
           add day-hdd to span-hdd
           if day-hdd-averaged and span-gap-days is less than 999
              then
              add 1 to span-gap-days
           end-if
           if day-hdd-normal and span-normal-days is less than 999
              then
              add 1 to span-normal-days
           end-if.

      * One day's degree-days for day-integer: observed, then the
      * normal year, then the recent average.
       420-day-hdd.
           compute obs-day-integer =
                    day-integer - run-date-integer + obs-window-days
           move zero to obs-day-idx
           if obs-day-integer is not less than 1 and
              obs-day-integer is not greater than obs-window-days then
              move obs-day-integer to obs-day-idx
              if obd-hours(obs-day-idx) is equal to zero then
                 move zero to obs-day-idx
              end-if
           end-if
           if obs-day-idx is greater than zero then
              compute day-hdd rounded = obd-deg-hours(obs-day-idx) /
                       obd-hours(obs-day-idx)
              set day-hdd-observed to true
           else
              compute work-date = function date-of-integer(day-integer)
              if normals-loaded and
                 nrm-hours(wdp-month, wdp-day) is greater than zero
                 then
                 compute day-hdd rounded =
                          nrm-deg-hours(wdp-month, wdp-day) /
                          nrm-hours(wdp-month, wdp-day)
                 set day-hdd-normal to true
              else
                 move recent-avg-hdd to day-hdd
                 set day-hdd-averaged to true
              end-if
           end-if.

       500-write-new-master.
           open output tank-master-out
           if tank-master-out-ok then
              perform 510-write-one-tank
                      varying tank-idx from 1 by 1
                      until tank-idx > tank-count
              close tank-master-out
           else
              display "NEWTANK NOT AVAILABLE - MASTER NOT WRITTEN"
           end-if.

       510-write-one-tank.
           move spaces to tank-master-out-record
           move tank-entry(tank-idx) to
                tank-master-out-record(1:67)
           write tank-master-out-record.

       600-forecast-tanks.
           perform 610-forecast-one-tank
                   varying tank-idx from 1 by 1
                   until tank-idx > tank-count.

      * Gallons on hand now from the degree-days since the last
      * fill, then one day at a time forward until reorder.
       610-forecast-one-tank.
           move zero to fce-level-now(tank-idx)
           move zero to fce-reorder-date(tank-idx)
           move zero to fce-reorder-level(tank-idx)
           move zero to fce-gap-days(tank-idx)
           if tke-propane(tank-idx) then
              move propane-fill-pct to fill-pct
           else
              move fuel-oil-fill-pct to fill-pct
           end-if
           compute fce-fill-level(tank-idx) rounded =
                    tke-tank-size(tank-idx) * fill-pct / 100
           if tke-last-fill-date(tank-idx) is equal to zero then
              set fce-no-fill(tank-idx) to true
           else
           if tke-k-factor(tank-idx) is equal to zero then
              set fce-no-k-factor(tank-idx) to true
           else
              compute span-from-integer = function integer-of-date
                       (tke-last-fill-date(tank-idx)) + 1
              move run-date-integer to span-thru-integer
              perform 400-sum-span-hdd
              move span-gap-days to fce-gap-days(tank-idx)
              compute project-level = fce-fill-level(tank-idx) -
                       span-hdd / tke-k-factor(tank-idx)
              if project-level is less than zero then
                 move zero to project-level
              end-if
              move project-level to fce-level-now(tank-idx)
              if project-level is not greater than
                 tke-reorder-gals(tank-idx) then
                 set fce-overdue(tank-idx) to true
                 move run-date to fce-reorder-date(tank-idx)
                 move project-level to fce-reorder-level(tank-idx)
              else
                 move run-date-integer to day-integer
                 move zero to project-days
                 perform 620-project-one-day
                         until project-level is not greater than
                               tke-reorder-gals(tank-idx)
                         or project-days is not less than
                            max-project-days
                 if project-level is not greater than
                    tke-reorder-gals(tank-idx) then
                    set fce-projected(tank-idx) to true
                    compute fce-reorder-date(tank-idx) =
                             function date-of-integer(day-integer)
                    if project-level is less than zero then
                       move zero to project-level
                    end-if
                    move project-level to fce-reorder-level(tank-idx)
                 else
                    set fce-beyond-year(tank-idx) to true
                 end-if
              end-if
           end-if
           end-if.

       620-project-one-day.
           add 1 to day-integer
           add 1 to project-days
           perform 420-day-hdd
           compute project-level = project-level -
                    day-hdd / tke-k-factor(tank-idx).

       650-forecast-report.
           display spaces
           display "--------  TANK LEVEL FORECAST  --------"
           display forecast-heading-1
           perform 660-report-one-tank
                   varying tank-idx from 1 by 1
                   until tank-idx > tank-count
           if tank-count is equal to zero then
              display "  (NO TANKS ON THE MASTER)"
           end-if.

       660-report-one-tank.
           move tke-fuel-code(tank-idx) to fuel-code-hold
           perform 670-name-fuel
           move tke-site-id(tank-idx) to fcd-site-id
           move tke-tank-no(tank-idx) to fcd-tank-no
           move fuel-name to fcd-fuel-name
           move tke-tank-size(tank-idx) to fcd-tank-size
           move fce-level-now(tank-idx) to fcd-level
           compute fcd-pct rounded = fce-level-now(tank-idx) * 100 /
                    tke-tank-size(tank-idx)
           move tke-k-factor(tank-idx) to fcd-k-factor
           move spaces to fcd-reorder
           evaluate true
              when fce-overdue(tank-idx)
                 move "AT/BELOW REORDER NOW" to fcd-reorder
              when fce-projected(tank-idx)
                 move fce-reorder-date(tank-idx) to date-out
                 move date-out to fcd-reorder
              when fce-beyond-year(tank-idx)
                 move "NOT WITHIN A YEAR" to fcd-reorder
              when fce-no-fill(tank-idx)
                 move "NO DELIVERY ON RECORD" to fcd-reorder
              when other
                 move "NO K-FACTOR" to fcd-reorder
           end-evaluate
           display forecast-detail
           if fce-gap-days(tank-idx) is greater than zero then
              move fce-gap-days(tank-idx) to count-out
              display "  *** " count-out " DAYS SINCE LAST FILL"
                      " WITHOUT WEATHER - RECENT AVERAGE USED"
           end-if.

       670-name-fuel.
           if fuel-code-hold is equal to 3 then
              move "PROPANE" to fuel-name
           else
              move "FUEL OIL" to fuel-name
           end-if.

      * Due within the horizon: the overdue tanks carry key 0 so
      * they sort ahead of the dated ones.
       700-build-route-list.
           perform 710-route-one-tank
                   varying tank-idx from 1 by 1
                   until tank-idx > tank-count
           move "N" to route-sort-sw
           perform 720-sort-pass until route-sort-done.

       710-route-one-tank.
           if fce-overdue(tank-idx) or
              (fce-projected(tank-idx) and
               function integer-of-date(fce-reorder-date(tank-idx))
               is not greater than horizon-integer) then
              add 1 to route-count
              if fce-overdue(tank-idx) then
                 move 0 to rte-overdue-key(route-count)
              else
                 move 1 to rte-overdue-key(route-count)
              end-if
              move fce-reorder-date(tank-idx) to
                   rte-reorder-date(route-count)
              move tke-site-id(tank-idx) to rte-site-id(route-count)
              move tke-tank-no(tank-idx) to rte-tank-no(route-count)
              move tke-fuel-code(tank-idx) to
                   rte-fuel-code(route-count)
              move fce-level-now(tank-idx) to
                   rte-level-now(route-count)
              compute rte-deliver-gals(route-count) =
                       fce-fill-level(tank-idx) -
                       fce-reorder-level(tank-idx)
           end-if.

       720-sort-pass.
           set route-sort-done to true
           perform 730-sort-compare
                   varying route-idx from 1 by 1
                   until route-idx is not less than route-count.

       730-sort-compare.
           if route-entry(route-idx)(1:19) is greater than
              route-entry(route-idx + 1)(1:19) then
              move route-entry(route-idx) to route-swap-area
              move route-entry(route-idx + 1) to
                   route-entry(route-idx)
              move route-swap-area to route-entry(route-idx + 1)
              move "N" to route-sort-sw
           end-if.

       750-route-report.
           display spaces
           move horizon-days to count-out
           display "--------  DELIVERY ROUTE LIST, NEXT" count-out
                   " DAYS  --------"
           display route-heading-1
           perform 760-report-one-stop
                   varying route-idx from 1 by 1
                   until route-idx > route-count
           if route-count is equal to zero then
              display "  (NO TANKS DUE)"
           end-if.

       760-report-one-stop.
           if rte-overdue-key(route-idx) is equal to zero then
              move "NOW" to rtd-due
           else
              move rte-reorder-date(route-idx) to date-out
              move date-out to rtd-due
           end-if
           move rte-fuel-code(route-idx) to fuel-code-hold
           perform 670-name-fuel
           move rte-site-id(route-idx) to rtd-site-id
           move rte-tank-no(route-idx) to rtd-tank-no
           move fuel-name to rtd-fuel-name
           move rte-level-now(route-idx) to rtd-level
           move rte-deliver-gals(route-idx) to rtd-deliver
           display route-detail.
