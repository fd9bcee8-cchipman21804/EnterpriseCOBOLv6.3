       identification division.
       program-id.    amiload.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *     AMI Interval-Data Load and Hourly Model Verification       *
      *                                                                *
      ******************************************************************
      *
      * The utility now sends 15-minute interval data for the big
      * meters, and every check we had on COMMBLDG was monthly.
      * This program loads the interval file, cleans it, rolls it
      * into hourly kWh and kW per building and lines each hour up
      * with COMMBLDG's HRLYOUT record for the same building and
      * hour:
      *
      *   - the utility's clock is local prevailing time and the
      *     model's (TMY3 / AMY) is local standard time, so every
      *     interval inside daylight saving (second Sunday of March
      *     02:00 to first Sunday of November 02:00, the US rule)
      *     is moved back an hour.  The spring-forward hour's
      *     readings do not exist and are rejected; the fall-back
      *     hour's second pass is the utility's "D" flag, or the
      *     second unflagged reading for the same slot;
      *   - a second reading for a slot already filled is a
      *     duplicate and is dropped; an hour holding fewer than
      *     four readings inside the meter's span is a gap, is
      *     counted, and is left out of the statistics;
      *   - hourly kWh is the sum of the four readings and hourly
      *     kW the largest reading times four; the model side is
      *     HRLYOUT's hxr-chiller-kw (one hour, so kW and kWh
      *     alike).  The model carries the HVAC plant only, so
      *     meter the plant or expect the bias to show in NMBE;
      *   - ASHRAE Guideline 14 hourly statistics per building, per
      *     month, and split weekday/weekend by occupied/unoccupied
      *     hours -- day type from CALNDR (holidays and shutdowns
      *     count with weekends) and the occupied hours from
      *     COMMBLDG's opening/closing schedule:
      *        CV(RMSE) = sqrt(sum (m - p)**2 / (n - 1)) / mean(m)
      *        NMBE     = sum (m - p) / ((n - 1) * mean(m))
      *     m metered, p predicted, both in percent.  Guideline 14
      *     calls an hourly model calibrated at CV(RMSE) 30% and
      *     NMBE +/-10%;
      *   - hours missing by more than the tolerance percent of
      *     the metered kWh are listed (the first 25 per building).
      *
      * The cleaned hours are written to AMIHRLY.
      *
      * Control card (AMICTL):
      *   analysis year(4) tolerance pct(3) match(1) dst(1)
      *   opening hour(2) closing hour(2)
      *   with one space between fields.  Match A lines up HRLYOUT
      *   dates exactly (an AMY run of the same year); match T takes
      *   a typical-year run by month, day and hour.  DST N is for a
      *   meter that never leaves standard time.  Blank opening and
      *   closing hours take COMMBLDG's 11 and 2.
      *
      * Meter map (METERMAP), one card per meter:
      *   meter-id(10) bldg-id(8) with one space between.
      *
      * Interval record (AMIINTV), in time order per meter:
      *   meter-id(10) date(8) interval-ending hhmm(4)
      *   kWh(8: 9(5)v999) dst flag(1: D for the repeated hour)
      *   quality(1: A actual, E estimated)
      *   with one space between fields.  An ending time of 0000
      *   belongs to the day before, as 2400.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//AMILOAD  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(AMILOAD),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(AMILOAD),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=AMILOAD
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//AMICTL    DD DSN=&SYSUID..INPUT(AMICTL),DISP=SHR
      *//METERMAP  DD DSN=&SYSUID..INPUT(METERMAP),DISP=SHR
      *//AMIINTV   DD DSN=&SYSUID..AMIINTV,DISP=SHR
      *//HRLYOUT   DD DSN=&SYSUID..HRLYOUT,DISP=SHR
      *//CALNDR    DD DSN=&SYSUID..INPUT(CALNDR),DISP=SHR
      *//AMIHRLY   DD DSN=&SYSUID..AMIHRLY,DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=80)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=10000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-file assign to AMICTL
                    organization is sequential
                    file status is control-status.
      *
           select meter-map-file assign to METERMAP
                    organization is sequential
                    file status is meter-map-status.
      *
           select interval-file assign to AMIINTV
                    organization is sequential
                    file status is interval-status.
      *
           select hourly-extract-file assign to HRLYOUT
                    organization is sequential
                    file status is hourly-extract-status.
      *
           select hourly-ami-file assign to AMIHRLY
                    organization is sequential
                    file status is hourly-ami-status.

       data division.
       file section.
       fd  control-file record contains 80 characters
                        recording mode f.
       01  control-card.
           02 ctl-year                         pic 9(4).
           02 filler                           pic x.
           02 ctl-tolerance-pct                pic 9(3).
           02 filler                           pic x.
           02 ctl-match-mode                   pic x.
           02 filler                           pic x.
           02 ctl-dst-flag                     pic x.
           02 filler                           pic x.
           02 ctl-opening-hour                 pic 99.
           02 filler                           pic x.
           02 ctl-closing-hour                 pic 99.
           02 filler                           pic x(62).
      *
       fd  meter-map-file record contains 80 characters
                          recording mode f.
       01  meter-map-card.
           02 mmc-meter-id                     pic x(10).
           02 filler                           pic x.
           02 mmc-bldg-id                      pic x(8).
           02 filler                           pic x(61).
      *
       fd  interval-file record contains 80 characters
                         recording mode f.
       01  interval-record.
           02 inr-meter-id                     pic x(10).
           02 filler                           pic x.
           02 inr-date                         pic 9(8).
           02 filler                           pic x.
           02 inr-time.
              03 inr-hh                        pic 99.
              03 inr-mm                        pic 99.
           02 filler                           pic x.
           02 inr-kwh                          pic 9(5)v999.
           02 filler                           pic x.
           02 inr-dst-flag                     pic x.
           02 filler                           pic x.
           02 inr-quality                      pic x.
           02 filler                           pic x(43).
      *
      * The hourly extract record as COMMBLDG writes it.
       fd  hourly-extract-file record contains 80 characters
                               recording mode f.
       01  hourly-extract-record.
           02 hxr-bldg-id                      pic x(8).
           02 hxr-date                         pic 9(8).
           02 hxr-date-parts redefines hxr-date.
              03 hxr-year                      pic 9(4).
              03 hxr-month-day                 pic 9(4).
           02 hxr-hour                         pic 99.
           02 hxr-osat                         pic s999v9
                                               sign is leading
                                               separate.
           02 hxr-humidity-ratio               pic 999v99.
           02 hxr-cooling-load                 pic 999v9.
           02 hxr-econo-tons                   pic s999v9
                                               sign is leading
                                               separate.
           02 hxr-chiller-kw                   pic 9(5)v9.
           02 hxr-hour-cost                    pic 9(5)v99.
           02 hxr-therms                       pic 99v9999.
           02 filler                           pic x(24).
      *
      * One cleaned hour, standard time, hour ending 1-24.
       fd  hourly-ami-file record contains 80 characters
                           recording mode f.
       01  hourly-ami-record.
           02 ahr-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 ahr-date                         pic 9(8).
           02 filler                           pic x.
           02 ahr-hour                         pic 99.
           02 filler                           pic x.
           02 ahr-kwh                          pic 9(5)v999.
           02 filler                           pic x.
           02 ahr-kw                           pic 9(5)v99.
           02 filler                           pic x.
           02 ahr-intervals                    pic 9.
           02 filler                           pic x.
           02 ahr-model-kw                     pic 9(5)v9.
           02 filler                           pic x.
           02 ahr-model-flag                   pic x.
           02 filler                           pic x(32).

       working-storage section.

       01 control-status                       pic xx value "00".
           88 control-ok                       value "00".
       01 meter-map-status                     pic xx value "00".
           88 meter-map-ok                     value "00".
       01 interval-status                      pic xx value "00".
           88 interval-ok                      value "00".
       01 hourly-extract-status                pic xx value "00".
           88 hourly-extract-ok                value "00".
       01 hourly-ami-status                    pic xx value "00".
           88 hourly-ami-ok                    value "00".

       01 meter-map-eof-sw                     pic x value "N".
           88 meter-map-eof                    value "Y".
       01 interval-eof-sw                      pic x value "N".
           88 interval-eof                     value "Y".
       01 hourly-extract-eof-sw                pic x value "N".
           88 hourly-extract-eof               value "Y".

      * Run parameters from AMICTL.
       01 control-loaded-sw                    pic x value "N".
           88 control-loaded                   value "Y".
       01 analysis-year                        pic 9(4).
       01 tolerance-pct                        pic 999.
       01 match-mode                           pic x.
           88 match-typical-year               value "T".
       01 dst-observed-sw                      pic x.
           88 dst-observed                     value "Y".
       01 opening-hour                         pic 99 value 11.
       01 closing-hour                         pic 99 value 2.

      * The analysis year's calendar, as integer dates.
       01 year-start-date                      pic 9(8).
       01 year-start-int                       pic 9(7).
       01 hours-in-year                        pic 9(4).
       01 dst-start-int                        pic 9(7).
       01 dst-end-int                          pic 9(7).
       01 calendar-work                        pic 9(8).
       01 calendar-work-int                    pic 9(7).
       01 weekday-num                          pic 9.

      * Buildings: the meter map, with each building's meters-side
      * validation counts.
       01 bldg-count                           pic 99 value zero.
       01 bldg-idx                             pic 99.
       01 bldg-found-idx                       pic 99.
       01 bldg-table.
           02 bte-entry occurs 10 times.
              03 bte-meter-id                  pic x(10).
              03 bte-bldg-id                   pic x(8).
              03 bte-intervals                 pic 9(7) comp-3.
              03 bte-estimated                 pic 9(7) comp-3.
              03 bte-duplicates                pic 9(7) comp-3.
              03 bte-dst-shifted               pic 9(7) comp-3.
              03 bte-dst-repeat                pic 9(7) comp-3.
              03 bte-dst-nonexistent           pic 9(7) comp-3.
              03 bte-out-of-year               pic 9(7) comp-3.
              03 bte-first-hour                pic 9(4) comp-3.
              03 bte-last-hour                 pic 9(4) comp-3.
              03 bte-model-hours               pic 9(5) comp-3.

      * Building by hour of year: the model kW and the metered
      * hour being built from its four 15-minute slots.
       01 hour-table.
           02 hte-bldg occurs 10 times.
              03 hte-hour occurs 8784 times.
                 04 hte-model-kw               pic 9(5)v9 comp-3.
                 04 hte-model-sw               pic x.
                 04 hte-ami-kwh                pic 9(5)v999 comp-3.
                 04 hte-ami-kw                 pic 9(5)v99 comp-3.
                 04 hte-slots.
                    05 hte-slot occurs 4 times pic x.
       01 hour-idx                             pic 9(4).
       01 slot-idx                             pic 9.
       01 slots-filled                         pic 9.

      * One interval, taken apart and put into standard time.
       01 interval-date                        pic 9(8).
       01 interval-date-int                    pic 9(7).
       01 interval-start-min                   pic s9(5).
       01 interval-dst-sw                      pic x.
           88 interval-in-dst                  value "Y".
       01 interval-kw                          pic 9(5)v99.
       01 std-day-offset                       pic s9(5).
       01 std-hour-ending                      pic 99.
       01 interval-reject-sw                   pic x.
           88 interval-rejected                value "Y".

       01 intervals-read                       pic 9(7) value zero.
       01 intervals-rejected                   pic 9(7) value zero.
       01 model-hours-read                     pic 9(7) value zero.
       01 hours-written                        pic 9(7) value zero.

      * Statistics accumulators for the building under analysis:
      *   1-12 months, 13 weekday occupied, 14 weekday unoccupied,
      *   15 weekend occupied, 16 weekend unoccupied, 17 weekday,
      *   18 weekend, 19 occupied, 20 unoccupied, 21 the year.
       01 acc-idx                              pic 99.
       01 cell-idx                             pic 99.
       01 accumulator-table.
           02 acc-entry occurs 21 times.
              03 acc-n                         pic 9(5) comp-3.
              03 acc-sum-meas                  pic 9(9)v999 comp-3.
              03 acc-sum-diff                  pic s9(9)v999 comp-3.
              03 acc-sum-sq                    pic 9(13)v9(4) comp-3.
              03 acc-peak-meas-kw              pic 9(5)v99 comp-3.
              03 acc-peak-model-kw             pic 9(5)v9 comp-3.
              03 acc-misses                    pic 9(5) comp-3.
       01 acc-label-values.
           02 filler                           pic x(18)
                                     value "WEEKDAY OCCUPIED".
           02 filler                           pic x(18)
                                     value "WEEKDAY UNOCCUPIED".
           02 filler                           pic x(18)
                                     value "WEEKEND OCCUPIED".
           02 filler                           pic x(18)
                                     value "WEEKEND UNOCCUPIED".
           02 filler                           pic x(18)
                                     value "ALL WEEKDAY".
           02 filler                           pic x(18)
                                     value "ALL WEEKEND".
           02 filler                           pic x(18)
                                     value "ALL OCCUPIED".
           02 filler                           pic x(18)
                                     value "ALL UNOCCUPIED".
       01 acc-label-table redefines acc-label-values.
           02 acc-label occurs 8 times         pic x(18).

      * One hour under analysis.
       01 hour-date                            pic 9(8).
       01 hour-date-parts redefines hour-date.
           02 hour-year                        pic 9(4).
           02 hour-month                       pic 99.
           02 hour-day                         pic 99.
       01 hour-of-day                          pic 99.
       01 day-offset                           pic 9(4).
       01 meas-kwh                             pic 9(5)v999 comp-3.
       01 model-kwh                            pic 9(5)v9 comp-3.
       01 diff-kwh                             pic s9(5)v999 comp-3.
       01 abs-diff-kwh                         pic 9(5)v999 comp-3.
       01 weekend-sw                           pic x.
           88 weekend-day                      value "Y".
       01 occupied-sw                          pic x.
           88 occupied-hour                    value "Y".
       01 missing-intervals                    pic 9(7) comp-3.
       01 incomplete-hours                     pic 9(5) comp-3.
       01 unmodeled-hours                      pic 9(5) comp-3.
       01 misses-listed                        pic 99.

      * CALNDR interface, one call per day.
       01 cal-lookup-date                      pic 9(8) value zero.
       01 cal-day-type                         pic x value "W".
       01 cal-found-flag                       pic x.

      * Statistics results.
       01 stat-mean                            pic 9(7)v9(4) comp-3.
       01 stat-cv-rmse                         pic 9(5)v99 comp-3.
       01 stat-nmbe                            pic s9(5)v99 comp-3.
       01 stat-flag                            pic x(14).

       01 month-out                            pic z9.
       01 count-out                            pic zzz,zz9.
       01 count-out-2                          pic zzz,zz9.
       01 kwh-out                              pic zz,zzz,zz9.
       01 kwh-out-2                            pic zz,zzz,zz9.
       01 hour-kwh-out                         pic zz,zz9.999.
       01 hour-model-out                       pic zz,zz9.9.
       01 kw-out                               pic zz,zz9.9.
       01 kw-out-2                             pic zz,zz9.9.
       01 cv-out                               pic zzz9.9.
       01 nmbe-out                             pic +zzz9.9.
       01 pct-out                              pic +zzz9.9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "AMILOAD ".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "*****  AMI INTERVAL LOAD AND MODEL CHECK  *****"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-read-control-card
           if control-loaded then
              perform 220-load-meter-map
           end-if
           if control-loaded and bldg-count is greater than zero then
              perform 250-set-up-calendar
              perform 260-clear-building
                      varying bldg-idx from 1 by 1
                      until bldg-idx > bldg-count
              perform 300-load-model-hours
              perform 400-load-intervals
              open output hourly-ami-file
              if not hourly-ami-ok then
                 display "AMIHRLY NOT AVAILABLE - CLEANED HOURS NOT"
                         " WRITTEN"
              end-if
              perform 500-analyze-building
                      varying bldg-idx from 1 by 1
                      until bldg-idx > bldg-count
              if hourly-ami-ok then
                 close hourly-ami-file
              end-if
              display spaces
              move intervals-read to count-out
              display "INTERVALS READ      : " count-out
              move intervals-rejected to count-out
              display "INTERVALS REJECTED  : " count-out
              move hours-written to count-out
              display "HOURS WRITTEN       : " count-out
           else
              display "AMICTL OR METERMAP MISSING - NOTHING LOADED"
              move "AMICTL/MAP MISSING" to runlog-condition
              move 8 to return-code
           end-if
           move return-code to runlog-return-code
           move "E" to runlog-event
           move intervals-read to runlog-read
           move hours-written to runlog-written
           move intervals-rejected to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "*****  AMI INTERVAL LOAD ENDS  *****"
           stop run.

       200-read-control-card.
           open input control-file
           if not control-ok then
              display "AMICTL NOT AVAILABLE"
           else
              read control-file
                 at end display "AMICTL EMPTY"
                 not at end perform 205-edit-control-card
              end-read
              close control-file
           end-if.

       205-edit-control-card.
           if ctl-year is not numeric or
              ctl-year is less than 2007 then
              display "AMICTL YEAR NOT VALID: " control-card(1:4)
           else
              set control-loaded to true
              move ctl-year to analysis-year
              if ctl-tolerance-pct is numeric and
                 ctl-tolerance-pct is greater than zero then
                 move ctl-tolerance-pct to tolerance-pct
              else
                 move 25 to tolerance-pct
              end-if
              move ctl-match-mode to match-mode
              if ctl-dst-flag is equal to "N" then
                 move "N" to dst-observed-sw
              else
                 move "Y" to dst-observed-sw
              end-if
              if ctl-opening-hour is numeric and
                 ctl-closing-hour is numeric then
                 move ctl-opening-hour to opening-hour
                 move ctl-closing-hour to closing-hour
              end-if
              display "ANALYSIS YEAR " analysis-year
                      "  TOLERANCE " tolerance-pct "%  MATCH "
                      match-mode "  DST " dst-observed-sw
                      "  OPEN " opening-hour " CLOSE " closing-hour
           end-if.

       220-load-meter-map.
           open input meter-map-file
           if not meter-map-ok then
              display "METERMAP NOT AVAILABLE"
           else
              perform 225-read-meter-map until meter-map-eof
              close meter-map-file
           end-if.

       225-read-meter-map.
           read meter-map-file
              at end set meter-map-eof to true
              not at end
                 move zero to bldg-found-idx
                 perform 230-find-meter
                         varying bldg-idx from 1 by 1
                         until bldg-idx > bldg-count
                 if bldg-found-idx is not equal to zero or
                    bldg-count is not less than 10 then
                    display "METERMAP CARD IGNORED: "
                            meter-map-card(1:19)
                 else
                    add 1 to bldg-count
                    move mmc-meter-id to bte-meter-id(bldg-count)
                    move mmc-bldg-id to bte-bldg-id(bldg-count)
                 end-if
           end-read.

      * A meter or a building already on the map is a second claim.
       230-find-meter.
           if bte-meter-id(bldg-idx) is equal to mmc-meter-id or
              bte-bldg-id(bldg-idx) is equal to mmc-bldg-id then
              move bldg-idx to bldg-found-idx
           end-if.

      * Daylight saving runs from the second Sunday in March to the
      * first Sunday in November.  Integer day 1 was a Monday, so
      * MOD 7 gives 0 for a Sunday.
       250-set-up-calendar.
           compute year-start-date = analysis-year * 10000 + 0101
           compute year-start-int =
                    function integer-of-date(year-start-date)
           compute calendar-work = (analysis-year + 1) * 10000 + 0101
           compute hours-in-year =
                    (function integer-of-date(calendar-work) -
                     year-start-int) * 24
           compute calendar-work = analysis-year * 10000 + 0301
           compute calendar-work-int =
                    function integer-of-date(calendar-work)
           compute weekday-num =
                    function mod(calendar-work-int, 7)
           if weekday-num is equal to zero then
              compute dst-start-int = calendar-work-int + 7
           else
              compute dst-start-int =
                       calendar-work-int + 14 - weekday-num
           end-if
           compute calendar-work = analysis-year * 10000 + 1101
           compute calendar-work-int =
                    function integer-of-date(calendar-work)
           compute weekday-num =
                    function mod(calendar-work-int, 7)
           if weekday-num is equal to zero then
              move calendar-work-int to dst-end-int
           else
              compute dst-end-int =
                       calendar-work-int + 7 - weekday-num
           end-if
           if dst-observed then
              display "DAYLIGHT SAVING "
                      function date-of-integer(dst-start-int) " TO "
                      function date-of-integer(dst-end-int)
           end-if.

       260-clear-building.
           move zero to bte-intervals(bldg-idx)
                        bte-estimated(bldg-idx)
                        bte-duplicates(bldg-idx)
                        bte-dst-shifted(bldg-idx)
                        bte-dst-repeat(bldg-idx)
                        bte-dst-nonexistent(bldg-idx)
                        bte-out-of-year(bldg-idx)
                        bte-last-hour(bldg-idx)
                        bte-model-hours(bldg-idx)
           move 9999 to bte-first-hour(bldg-idx)
           perform 265-clear-hour
                   varying hour-idx from 1 by 1
                   until hour-idx > 8784.

       265-clear-hour.
           move zero to hte-model-kw(bldg-idx, hour-idx)
                        hte-ami-kwh(bldg-idx, hour-idx)
                        hte-ami-kw(bldg-idx, hour-idx)
           move "N" to hte-model-sw(bldg-idx, hour-idx)
           move spaces to hte-slots(bldg-idx, hour-idx).

      ******************************************************************
      * The model side: HRLYOUT hours for the mapped buildings.
      ******************************************************************
       300-load-model-hours.
           open input hourly-extract-file
           if not hourly-extract-ok then
              display "HRLYOUT NOT AVAILABLE - NO MODEL TO CHECK"
           else
              perform 310-read-model-hour until hourly-extract-eof
              close hourly-extract-file
           end-if.

       310-read-model-hour.
           read hourly-extract-file
              at end set hourly-extract-eof to true
              not at end perform 320-post-model-hour
           end-read.

       320-post-model-hour.
           add 1 to model-hours-read
           move zero to bldg-found-idx
           perform 325-find-model-building
                   varying bldg-idx from 1 by 1
                   until bldg-idx > bldg-count
           if bldg-found-idx is greater than zero and
              hxr-date is numeric and hxr-hour is numeric and
              hxr-chiller-kw is numeric and
              hxr-hour is greater than zero and
              hxr-hour is not greater than 24 then
              move hxr-date to hour-date
              if match-typical-year then
                 move analysis-year to hour-year
              end-if
              if hour-year is equal to analysis-year and
                 function test-date-yyyymmdd(hour-date) is equal
                 to zero then
                 compute hour-idx =
                          (function integer-of-date(hour-date) -
                           year-start-int) * 24 + hxr-hour
                 move hxr-chiller-kw to
                      hte-model-kw(bldg-found-idx, hour-idx)
                 move "Y" to hte-model-sw(bldg-found-idx, hour-idx)
                 add 1 to bte-model-hours(bldg-found-idx)
              end-if
           end-if.

       325-find-model-building.
           if bte-bldg-id(bldg-idx) is equal to hxr-bldg-id then
              move bldg-idx to bldg-found-idx
           end-if.

      ******************************************************************
      * The meter side: each 15-minute reading into its standard-
      * time hour and slot.
      ******************************************************************
       400-load-intervals.
           open input interval-file
           if not interval-ok then
              display "AMIINTV NOT AVAILABLE - NO METER DATA"
           else
              perform 410-read-interval until interval-eof
              close interval-file
           end-if.

       410-read-interval.
           read interval-file
              at end set interval-eof to true
              not at end perform 420-edit-interval
           end-read.

       420-edit-interval.
           add 1 to intervals-read
           move "N" to interval-reject-sw
           move zero to bldg-found-idx
           perform 425-find-interval-meter
                   varying bldg-idx from 1 by 1
                   until bldg-idx > bldg-count
           if bldg-found-idx is equal to zero then
              set interval-rejected to true
           else
              if inr-date is not numeric or inr-hh is not numeric or
                 inr-mm is not numeric or inr-kwh is not numeric then
                 set interval-rejected to true
              else
                 if function test-date-yyyymmdd(inr-date) is not
                    equal to zero or inr-hh is greater than 24 or
                    (inr-mm is not equal to 0 and
                     inr-mm is not equal to 15 and
                     inr-mm is not equal to 30 and
                     inr-mm is not equal to 45) or
                    (inr-hh is equal to 24 and
                     inr-mm is not equal to 0) then
                    set interval-rejected to true
                 end-if
              end-if
           end-if
           if interval-rejected then
              add 1 to intervals-rejected
           else
              add 1 to bte-intervals(bldg-found-idx)
              if inr-quality is equal to "E" then
                 add 1 to bte-estimated(bldg-found-idx)
              end-if
              perform 430-standard-time
           end-if.

       425-find-interval-meter.
           if bte-meter-id(bldg-idx) is equal to inr-meter-id then
              move bldg-idx to bldg-found-idx
           end-if.

      * Work in minutes from local midnight on the interval's start.
       430-standard-time.
           compute interval-date-int =
                    function integer-of-date(inr-date)
           compute interval-start-min = inr-hh * 60 + inr-mm - 15
           if interval-start-min is less than zero then
              add 1440 to interval-start-min
              subtract 1 from interval-date-int
           end-if
           move "N" to interval-dst-sw
           if dst-observed then
              evaluate true
                 when interval-date-int is greater than
                      dst-start-int and
                      interval-date-int is less than dst-end-int
                    set interval-in-dst to true
                 when interval-date-int is equal to dst-start-int
                    if interval-start-min is not less than 180 then
                       set interval-in-dst to true
                    end-if
                    if interval-start-min is not less than 120 and
                       interval-start-min is less than 180 then
                       set interval-rejected to true
                       add 1 to bte-dst-nonexistent(bldg-found-idx)
                    end-if
                 when interval-date-int is equal to dst-end-int
                    if interval-start-min is less than 60 then
                       set interval-in-dst to true
                    end-if
                    if interval-start-min is not less than 60 and
                       interval-start-min is less than 120 and
                       inr-dst-flag is not equal to "D" then
                       set interval-in-dst to true
                    end-if
              end-evaluate
           end-if
           if interval-rejected then
              add 1 to intervals-rejected
           else
              perform 440-place-interval
           end-if.

       440-place-interval.
           if interval-in-dst then
              subtract 60 from interval-start-min
              if interval-start-min is less than zero then
                 add 1440 to interval-start-min
                 subtract 1 from interval-date-int
              end-if
           end-if
           compute std-day-offset = interval-date-int - year-start-int
           divide interval-start-min by 60 giving std-hour-ending
           add 1 to std-hour-ending
           compute slot-idx =
                    (interval-start-min - (std-hour-ending - 1) * 60)
                    / 15 + 1
           if std-day-offset is less than zero or
              std-day-offset * 24 + std-hour-ending is greater than
              hours-in-year then
              add 1 to bte-out-of-year(bldg-found-idx)
           else
              compute hour-idx = std-day-offset * 24 + std-hour-ending
      * The fall-back hour's second pass arrives unflagged: its DST
      * slot is already filled, so it is the standard-time repeat.
              if interval-in-dst and
                 interval-date-int is equal to dst-end-int and
                 hte-slot(bldg-found-idx, hour-idx, slot-idx) is
                 equal to "X" and inr-dst-flag is not equal to "D"
                 and interval-start-min is less than 60 then
                 add 60 to interval-start-min
                 add 1 to hour-idx
                 add 1 to bte-dst-repeat(bldg-found-idx)
                 move "N" to interval-dst-sw
              end-if
              if interval-in-dst then
                 add 1 to bte-dst-shifted(bldg-found-idx)
              end-if
              if inr-dst-flag is equal to "D" then
                 add 1 to bte-dst-repeat(bldg-found-idx)
              end-if
              if hte-slot(bldg-found-idx, hour-idx, slot-idx) is
                 equal to "X" then
                 add 1 to bte-duplicates(bldg-found-idx)
                 add 1 to intervals-rejected
              else
                 move "X" to hte-slot(bldg-found-idx, hour-idx,
                                      slot-idx)
                 add inr-kwh to hte-ami-kwh(bldg-found-idx, hour-idx)
                 compute interval-kw = inr-kwh * 4
                 if interval-kw is greater than
                    hte-ami-kw(bldg-found-idx, hour-idx) then
                    move interval-kw to
                         hte-ami-kw(bldg-found-idx, hour-idx)
                 end-if
                 if hour-idx is less than
                    bte-first-hour(bldg-found-idx) then
                    move hour-idx to bte-first-hour(bldg-found-idx)
                 end-if
                 if hour-idx is greater than
                    bte-last-hour(bldg-found-idx) then
                    move hour-idx to bte-last-hour(bldg-found-idx)
                 end-if
              end-if
           end-if.

      ******************************************************************
      * One building: clean hours out, statistics and misses.
      ******************************************************************
       500-analyze-building.
           perform 505-clear-accumulator
                   varying acc-idx from 1 by 1
                   until acc-idx > 21
           move zero to missing-intervals incomplete-hours
                        unmodeled-hours misses-listed
           display spaces
           display "BUILDING " bte-bldg-id(bldg-idx) "  METER "
                   bte-meter-id(bldg-idx)
           if bte-last-hour(bldg-idx) is equal to zero then
              display "  NO INTERVALS ON FILE FOR THE YEAR"
           else
              display "  HOURS MISSED BY MORE THAN " tolerance-pct
                      "%:"
              display "    DATE     HR  METERED KWH   MODEL KWH"
                      "    MISS"
              perform 510-analyze-hour
                      varying hour-idx from bte-first-hour(bldg-idx)
                      by 1 until hour-idx > bte-last-hour(bldg-idx)
              perform 560-sum-margins
              perform 600-building-report
           end-if.

       505-clear-accumulator.
           move zero to acc-n(acc-idx) acc-sum-meas(acc-idx)
                        acc-sum-diff(acc-idx) acc-sum-sq(acc-idx)
                        acc-peak-meas-kw(acc-idx)
                        acc-peak-model-kw(acc-idx)
                        acc-misses(acc-idx).

       510-analyze-hour.
           compute day-offset = (hour-idx - 1) / 24
           compute hour-of-day = hour-idx - day-offset * 24
           compute hour-date = function date-of-integer
                    (year-start-int + day-offset)
           move zero to slots-filled
           perform 515-count-slot
                   varying slot-idx from 1 by 1
                   until slot-idx > 4
           if slots-filled is greater than zero then
              perform 520-write-clean-hour
           end-if
           if slots-filled is less than 4 then
              add 1 to incomplete-hours
              compute missing-intervals =
                       missing-intervals + 4 - slots-filled
           else
              if hte-model-sw(bldg-idx, hour-idx) is not equal to "Y"
                 then
                 add 1 to unmodeled-hours
              else
                 perform 530-accumulate-hour
              end-if
           end-if.

       515-count-slot.
           if hte-slot(bldg-idx, hour-idx, slot-idx) is equal to "X"
              then
              add 1 to slots-filled
           end-if.

       520-write-clean-hour.
           if hourly-ami-ok then
              move spaces to hourly-ami-record
              move bte-bldg-id(bldg-idx) to ahr-bldg-id
              move hour-date to ahr-date
              move hour-of-day to ahr-hour
              move hte-ami-kwh(bldg-idx, hour-idx) to ahr-kwh
              move hte-ami-kw(bldg-idx, hour-idx) to ahr-kw
              move slots-filled to ahr-intervals
              move hte-model-kw(bldg-idx, hour-idx) to ahr-model-kw
              move hte-model-sw(bldg-idx, hour-idx) to ahr-model-flag
              write hourly-ami-record
              add 1 to hours-written
           end-if.

      * The same occupancy rule COMMBLDG's 500-calc-baseline uses;
      * a holiday or shutdown day runs unoccupied all day.
       530-accumulate-hour.
           move hte-ami-kwh(bldg-idx, hour-idx) to meas-kwh
           move hte-model-kw(bldg-idx, hour-idx) to model-kwh
           compute diff-kwh = meas-kwh - model-kwh
           if hour-date is not equal to cal-lookup-date then
              move hour-date to cal-lookup-date
              call "CALNDR" using cal-lookup-date, cal-day-type,
                   cal-found-flag
           end-if
           if cal-day-type is equal to "W" then
              move "N" to weekend-sw
           else
              move "Y" to weekend-sw
           end-if
           if hour-of-day is less than opening-hour and
              hour-of-day is not less than closing-hour then
              move "N" to occupied-sw
           else
              move "Y" to occupied-sw
           end-if
           if cal-day-type is equal to "H" or
              cal-day-type is equal to "S" then
              move "N" to occupied-sw
           end-if
           evaluate true
              when not weekend-day and occupied-hour
                 move 13 to cell-idx
              when not weekend-day
                 move 14 to cell-idx
              when occupied-hour
                 move 15 to cell-idx
              when other
                 move 16 to cell-idx
           end-evaluate
           move hour-month to acc-idx
           perform 540-add-to-accumulator
           move cell-idx to acc-idx
           perform 540-add-to-accumulator
           move 21 to acc-idx
           perform 540-add-to-accumulator
           if diff-kwh is less than zero then
              compute abs-diff-kwh = 0 - diff-kwh
           else
              move diff-kwh to abs-diff-kwh
           end-if
           if meas-kwh is greater than zero and
              abs-diff-kwh * 100 is greater than
              meas-kwh * tolerance-pct then
              move hour-month to acc-idx
              add 1 to acc-misses(acc-idx)
              add 1 to acc-misses(21)
              perform 550-list-miss
           end-if.

       540-add-to-accumulator.
           add 1 to acc-n(acc-idx)
           add meas-kwh to acc-sum-meas(acc-idx)
           add diff-kwh to acc-sum-diff(acc-idx)
           compute acc-sum-sq(acc-idx) =
                    acc-sum-sq(acc-idx) + diff-kwh * diff-kwh
           if hte-ami-kw(bldg-idx, hour-idx) is greater than
              acc-peak-meas-kw(acc-idx) then
              move hte-ami-kw(bldg-idx, hour-idx) to
                   acc-peak-meas-kw(acc-idx)
           end-if
           if model-kwh is greater than acc-peak-model-kw(acc-idx)
              then
              move model-kwh to acc-peak-model-kw(acc-idx)
           end-if.

       550-list-miss.
           if misses-listed is less than 25 then
              add 1 to misses-listed
              move meas-kwh to hour-kwh-out
              move model-kwh to hour-model-out
              compute pct-out rounded =
                       (model-kwh - meas-kwh) * 100 / meas-kwh
              display "    " hour-date " " hour-of-day " "
                      hour-kwh-out "  " hour-model-out "  " pct-out
                      "%"
           end-if.

      * Weekday is cells 13+14, weekend 15+16, occupied 13+15,
      * unoccupied 14+16.
       560-sum-margins.
           move 13 to cell-idx
           move 17 to acc-idx
           perform 565-add-cell
           move 14 to cell-idx
           perform 565-add-cell
           move 15 to cell-idx
           move 18 to acc-idx
           perform 565-add-cell
           move 16 to cell-idx
           perform 565-add-cell
           move 13 to cell-idx
           move 19 to acc-idx
           perform 565-add-cell
           move 15 to cell-idx
           perform 565-add-cell
           move 14 to cell-idx
           move 20 to acc-idx
           perform 565-add-cell
           move 16 to cell-idx
           perform 565-add-cell.

       565-add-cell.
           add acc-n(cell-idx) to acc-n(acc-idx)
           add acc-sum-meas(cell-idx) to acc-sum-meas(acc-idx)
           add acc-sum-diff(cell-idx) to acc-sum-diff(acc-idx)
           add acc-sum-sq(cell-idx) to acc-sum-sq(acc-idx).

       600-building-report.
           if acc-misses(21) is greater than misses-listed then
              compute count-out = acc-misses(21) - misses-listed
              display "    ... AND " count-out " MORE"
           end-if
           move bte-intervals(bldg-idx) to count-out
           move bte-model-hours(bldg-idx) to count-out-2
           display "  INTERVALS LOADED   " count-out
                   "   MODEL HOURS ON HRLYOUT " count-out-2
           move bte-estimated(bldg-idx) to count-out
           move bte-duplicates(bldg-idx) to count-out-2
           display "  ESTIMATED READINGS " count-out
                   "   DUPLICATES DROPPED     " count-out-2
           move bte-dst-shifted(bldg-idx) to count-out
           move bte-dst-repeat(bldg-idx) to count-out-2
           display "  DST READINGS MOVED " count-out
                   "   FALL-BACK REPEATS      " count-out-2
           move bte-dst-nonexistent(bldg-idx) to count-out
           move bte-out-of-year(bldg-idx) to count-out-2
           display "  SPRING-FORWARD BAD " count-out
                   "   OUTSIDE THE YEAR       " count-out-2
           move missing-intervals to count-out
           move incomplete-hours to count-out-2
           display "  MISSING INTERVALS  " count-out
                   "   INCOMPLETE HOURS       " count-out-2
           move unmodeled-hours to count-out
           display "  HOURS WITH NO MODEL" count-out
           display spaces
           display "  MONTH   HOURS  METERED KWH  MODEL KWH  "
                   "PEAK KW  MODEL KW  CV(RMSE)    NMBE  MISSES"
           perform 610-month-line
                   varying acc-idx from 1 by 1
                   until acc-idx > 12
           move 21 to acc-idx
           perform 700-compute-statistics
           move acc-n(21) to count-out
           move acc-sum-meas(21) to kwh-out
           compute kwh-out-2 = acc-sum-meas(21) - acc-sum-diff(21)
           move acc-peak-meas-kw(21) to kw-out
           move acc-peak-model-kw(21) to kw-out-2
           move acc-misses(21) to count-out-2
           display "  YEAR " count-out " " kwh-out " " kwh-out-2
                   " " kw-out "  " kw-out-2 "   " cv-out "  "
                   nmbe-out " " count-out-2 "  " stat-flag
           display spaces
           display "  SCHEDULE SPLIT          HOURS  CV(RMSE)"
                   "    NMBE"
           perform 620-split-line
                   varying acc-idx from 13 by 1
                   until acc-idx > 20.

       610-month-line.
           if acc-n(acc-idx) is greater than zero then
              perform 700-compute-statistics
              move acc-idx to month-out
              move acc-n(acc-idx) to count-out
              move acc-sum-meas(acc-idx) to kwh-out
              compute kwh-out-2 =
                       acc-sum-meas(acc-idx) - acc-sum-diff(acc-idx)
              move acc-peak-meas-kw(acc-idx) to kw-out
              move acc-peak-model-kw(acc-idx) to kw-out-2
              move acc-misses(acc-idx) to count-out-2
              display "    " month-out " " count-out " " kwh-out " "
                      kwh-out-2 " " kw-out "  " kw-out-2 "   "
                      cv-out "  " nmbe-out " " count-out-2
           end-if.

       620-split-line.
           perform 700-compute-statistics
           move acc-n(acc-idx) to count-out
           display "  " acc-label(acc-idx - 12) "  " count-out
                   "   " cv-out "  " nmbe-out.

      ******************************************************************
      * Guideline 14 hourly statistics for one accumulator.
      ******************************************************************
       700-compute-statistics.
           move zero to stat-cv-rmse stat-nmbe
           move spaces to stat-flag
           if acc-n(acc-idx) is greater than 1 and
              acc-sum-meas(acc-idx) is greater than zero then
              compute stat-mean rounded =
                       acc-sum-meas(acc-idx) / acc-n(acc-idx)
              compute stat-cv-rmse rounded =
                       function sqrt(acc-sum-sq(acc-idx) /
                                     (acc-n(acc-idx) - 1)) /
                       stat-mean * 100
                 on size error move 99999.99 to stat-cv-rmse
              end-compute
              compute stat-nmbe rounded =
                       acc-sum-diff(acc-idx) * 100 /
                       ((acc-n(acc-idx) - 1) * stat-mean)
                 on size error move 99999.99 to stat-nmbe
              end-compute
              if stat-cv-rmse is greater than 30 or
                 stat-nmbe is greater than 10 or
                 stat-nmbe is less than -10 then
                 move "NOT CALIBRATED" to stat-flag
              else
                 move "CALIBRATED" to stat-flag
              end-if
           end-if
           move stat-cv-rmse to cv-out
           move stat-nmbe to nmbe-out.
