       identification division.
       program-id.    wxqc.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Weather-Station Neighbor Quality-Control Check          *
      *                                                                *
      ******************************************************************
      *
      * WXPREP repairs gaps and sentinel values inside one station's
      * download, but a thermometer that drifts or sticks still
      * writes perfectly clean hours -- a dry bulb reading 6 degrees
      * F high went straight through into DESIGNWX one summer.  This
      * program checks a CLEANWX file against its neighbors before
      * the file feeds COMMBLDG or DESIGNWX:
      *
      *   - the station named on the WXQCCTL card is looked up in
      *     the WXCATLG catalog (WXCAT), and the catalog is searched
      *     for neighbors whose period of record covers the data
      *     year on the CLEANWX date column (or, with no year there,
      *     overlaps the station's own period) and whose latitude is
      *     within the card's limit.  The catalog carries no
      *     longitude, so a station in the same state ranks ahead of
      *     one across a state line, then the nearest latitude wins;
      *   - up to three neighbors are used.  Their CLEANWX datasets
      *     go on the NBRWX1, NBRWX2 and NBRWX3 DD cards in the order
      *     the pick list prints them -- the list shows the catalog
      *     dataset name beside each DD so the job can be checked;
      *   - hour by hour, the consensus for each of temperature,
      *     humidity, pressure and wind is the median of the
      *     neighbors reporting (the mean when only two do).  Station
      *     pressure differs with elevation, so pressure is tested
      *     after taking out the station's mean pressure offset from
      *     its neighbors for the year;
      *   - an hour departing from consensus by more than the
      *     element's tolerance is listed, and a day whose mean
      *     departure is over the tolerance is listed;
      *   - the mean departure for the year and for each month is
      *     the persistent bias; one over a third of the tolerance
      *     is flagged.
      *
      * A station with a persistent bias or a flagged day ends the
      * run with return code 4 so the job can hold the file back
      * from the steps that use it; a station the run cannot check
      * at all ends with return code 8.
      *
      * Control card (WXQCCTL):
      *   col  1-8  station id to check (required)
      *   col 10    neighbors to use, 1 to 3, default 3
      *   col 12-15 temperature tolerance, degC, default 3.0
      *   col 17-19 relative humidity tolerance, pct, default 15
      *   col 21-24 pressure tolerance, millibars, default 5.0
      *   col 26-29 wind tolerance, m/s, default 4.0
      *   col 31-35 latitude limit, degrees, default 2.00
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//WXQC     JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(WXQC),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(WXQC),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=WXQC
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//WXQCCTL   DD DSN=&SYSUID..INPUT(WXQCCTL),DISP=SHR
      *//WXCAT     DD DSN=&SYSUID..WXCAT(0),DISP=SHR
      *//CLEANWX   DD DSN=&SYSUID..KSBYCLN,DISP=SHR
      *//NBRWX1    DD DSN=&SYSUID..KDOVCLN,DISP=SHR
      *//NBRWX2    DD DSN=&SYSUID..KWALCLN,DISP=SHR
      *//NBRWX3    DD DSN=&SYSUID..KILGCLN,DISP=SHR
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
           select qc-control-file assign to WXQCCTL
                    organization is sequential
                    file status is qc-control-status.
      *
           select catalog-file assign to WXCAT
                    organization is sequential
                    file status is catalog-status.
      *
           select clean-wx-file assign to CLEANWX
                    organization is sequential
                    file status is clean-wx-status.
      *
           select neighbor-file-1 assign to NBRWX1
                    organization is sequential
                    file status is neighbor-status-1.
      *
           select neighbor-file-2 assign to NBRWX2
                    organization is sequential
                    file status is neighbor-status-2.
      *
           select neighbor-file-3 assign to NBRWX3
                    organization is sequential
                    file status is neighbor-status-3.

       data division.
       file section.
       fd  qc-control-file record contains 80 characters
                           recording mode f.
       01  qc-control-card.
           02 qcc-station-id                   pic x(8).
           02 filler                           pic x.
           02 qcc-neighbors-in                 pic x.
           02 filler                           pic x.
           02 qcc-temp-tol-in                  pic x(4).
           02 filler                           pic x.
           02 qcc-rh-tol-in                    pic x(3).
           02 filler                           pic x.
           02 qcc-press-tol-in                 pic x(4).
           02 filler                           pic x.
           02 qcc-wind-tol-in                  pic x(4).
           02 filler                           pic x.
           02 qcc-lat-limit-in                 pic x(5).
           02 filler                           pic x(45).
      *
      * Catalog master record, as WXCATLG writes it.
       fd  catalog-file record contains 80 characters
                        recording mode f.
       01  catalog-record.
           02 wcm-station-id                   pic x(8).
           02 filler                           pic x(72).
      *
      * The station and its neighbors are all CLEANWX files in the
      * tmy3-record-in layout; each hour is moved to clean-wx-hour
      * below to be taken apart.
       fd  clean-wx-file record contains 83 characters
                         recording mode f.
       01  clean-wx-record                     pic x(83).
      *
       fd  neighbor-file-1 record contains 83 characters
                           recording mode f.
       01  neighbor-record-1                   pic x(83).
      *
       fd  neighbor-file-2 record contains 83 characters
                           recording mode f.
       01  neighbor-record-2                   pic x(83).
      *
       fd  neighbor-file-3 record contains 83 characters
                           recording mode f.
       01  neighbor-record-3                   pic x(83).

       working-storage section.

       01 qc-control-status                    pic xx value "00".
           88 qc-control-ok                    value "00".
       01 catalog-status                       pic xx value "00".
           88 catalog-ok                       value "00".
       01 clean-wx-status                      pic xx value "00".
           88 clean-wx-ok                      value "00".
       01 neighbor-status-1                    pic xx value "00".
           88 neighbor-ok-1                    value "00".
       01 neighbor-status-2                    pic xx value "00".
           88 neighbor-ok-2                    value "00".
       01 neighbor-status-3                    pic xx value "00".
           88 neighbor-ok-3                    value "00".

       01 catalog-eof-sw                       pic x value "N".
           88 catalog-eof                      value "Y".
       01 hour-eof-sw                          pic x.
           88 hour-eof                         value "Y".
       01 neighbor-open-sw                     pic x.
           88 neighbor-open                    value "Y".
       01 station-found-sw                     pic x value "N".
           88 station-found                    value "Y".
       01 candidate-sort-sw                    pic x.
           88 candidate-sort-done              value "Y".
       01 hold-station-sw                      pic x value "N".
           88 hold-station                     value "Y".

      * Set on the way through, passed back only at the end so the
      * RUNLOG call cannot disturb it.
       01 qc-return-code                       pic 9 value zero.

      * One CLEANWX hour, byte for byte the tmy3-record-in layout.
       01 clean-wx-hour.
           02 cwh-date.
              03 cwh-month                     pic xx.
              03 filler                        pic x.
              03 cwh-day                       pic xx.
              03 filler                        pic x.
              03 cwh-year                      pic x(4).
           02 filler                           pic x.
           02 cwh-hour                         pic xx.
           02 filler                           pic x(3).
           02 filler                           pic x(34).
           02 cwh-temp                         pic x(5).
           02 filler                           pic x.
           02 cwh-rh                           pic x(3).
           02 filler                           pic x.
           02 cwh-press                        pic x(4).
           02 filler                           pic x.
           02 cwh-wind                         pic x(3).
           02 filler                           pic x(15).

      * The catalog rides in storage; the entry layout matches the
      * first 68 bytes of the record.
       01 station-count                        pic 999 value zero.
       01 station-idx                          pic 999.
       01 station-found-idx                    pic 999.
       01 station-table.
           02 station-entry occurs 500 times.
              03 ste-station-id                pic x(8).
              03 filler                        pic x.
              03 ste-name                      pic x(20).
              03 filler                        pic x.
              03 ste-state                     pic xx.
              03 filler                        pic x.
              03 ste-latitude                  pic s99v99
                                               sign is leading
                                               separate.
              03 filler                        pic x.
              03 ste-dataset                   pic x(10).
              03 filler                        pic x.
              03 ste-por-from                  pic 9(4).
              03 filler                        pic x.
              03 ste-por-to                    pic 9(4).
              03 filler                        pic x.
              03 ste-vintage                   pic x(8).

      * Neighbor candidates, ranked same state first and then by
      * latitude difference.
       01 candidate-count                      pic 999 value zero.
       01 candidate-idx                        pic 999.
       01 candidate-table.
           02 candidate-entry occurs 500 times.
              03 cde-state-key                 pic 9.
              03 cde-lat-diff                  pic 99v99.
              03 cde-station-idx               pic 999.
       01 candidate-swap-area                  pic x(8).

       01 neighbor-count                       pic 9 value zero.
       01 neighbor-idx                         pic 9.
       01 neighbors-loaded                     pic 9 value zero.
       01 neighbor-table.
           02 neighbor-entry occurs 3 times.
              03 nbe-station-idx               pic 999.
              03 nbe-loaded-sw                 pic x.
                 88 nbe-loaded                 value "Y".
              03 nbe-hours-read                pic 9(5).

      * The year in storage: the station's hours, each neighbor's
      * hours, and the departure from consensus, one slot per hour
      * of the 365-day year with a flag per element.
      *   1 temp  2 rh  3 press  4 wind
       01 hours-per-year                       pic 9(4) value 8760.
       01 target-hour-table.
           02 target-hour occurs 8760 times.
              03 tgh-value occurs 4 times      pic s9(5)v99 comp-3.
              03 tgh-flag occurs 4 times       pic x.
       01 neighbor-hour-table.
           02 neighbor-hour occurs 8760 times.
              03 nbh-station occurs 3 times.
                 04 nbh-value occurs 4 times   pic s9(5)v99 comp-3.
                 04 nbh-flag occurs 4 times    pic x.
       01 departure-table.
           02 departure-hour occurs 8760 times.
              03 dph-consensus occurs 4 times  pic s9(5)v99 comp-3.
              03 dph-departure occurs 4 times  pic s9(5)v99 comp-3.
              03 dph-flag occurs 4 times       pic x.

       01 element-idx                          pic 9.
       01 element-name-table.
           02 filler                           pic x(8)
                                               value "TEMP    ".
           02 filler                           pic x(8)
                                               value "RHUM    ".
           02 filler                           pic x(8)
                                               value "PRESSURE".
           02 filler                           pic x(8)
                                               value "WIND    ".
       01 element-name-list redefines element-name-table.
           02 element-name occurs 4 times      pic x(8).

      * Tolerances with their card defaults, and what the run
      * finds for each element.
       01 element-settings.
           02 element-setting occurs 4 times.
              03 els-tolerance                 pic 99v9.
              03 els-bias-limit                pic 99v99.
              03 els-offset                    pic s9(5)v99 comp-3.
              03 els-dep-sum                   pic s9(9)v99 comp-3.
              03 els-compared                  pic 9(5).
              03 els-mean-dep                  pic s9(5)v99 comp-3.
              03 els-hours-flagged             pic 9(5).
              03 els-hours-listed              pic 9(5).
              03 els-days-flagged              pic 999.
              03 els-days-listed               pic 999.
              03 els-bias-sw                   pic x.
                 88 els-biased                 value "Y".
       01 monthly-bias-table.
           02 monthly-bias occurs 12 times.
              03 mbt-element occurs 4 times.
                 04 mbt-dep-sum                pic s9(9)v99 comp-3.
                 04 mbt-compared               pic 9(5).
       01 list-limit                           pic 999 value 60.
       01 min-day-hours                        pic 99 value 12.
       01 lat-limit                            pic 9v99 value 2.00.
       01 neighbors-wanted                     pic 9 value 3.
       01 min-consensus                        pic 9.

      * Calendar for the 365-day year: days before each month.
       01 month-start-table.
           02 filler pic x(36) value
              "000031059090120151181212243273304334".
       01 month-start-list redefines month-start-table.
           02 month-start occurs 12 times      pic 999.
       01 month-days-table.
           02 filler pic x(24) value "312831303130313130313031".
       01 month-days-list redefines month-days-table.
           02 month-days occurs 12 times       pic 99.

      * Hour parse and consensus work fields.
       01 parse-month                          pic 99.
       01 parse-day                            pic 99.
       01 parse-hour                           pic 99.
       01 parse-hour-idx                       pic 9(4).
       01 parse-good-sw                        pic x.
           88 parse-good                       value "Y".
       01 parse-value occurs 4 times           pic s9(5)v99 comp-3.
       01 parse-flag occurs 4 times            pic x.
       01 file-year                            pic 9(4).
       01 data-year                            pic 9(4) value zero.
       01 hours-read                           pic 9(5).
       01 hours-skipped                        pic 9(5).
       01 target-hours-read                    pic 9(5) value zero.
       01 hour-idx                             pic 9(5).
       01 day-idx                              pic 999.
       01 day-first-hour                       pic 9(5).
       01 day-last-hour                        pic 9(5).
       01 month-idx                            pic 99.
       01 hour-of-day                          pic 99.
       01 hour-quotient                        pic 9(5).
       01 cons-count                           pic 9.
       01 cons-value occurs 3 times            pic s9(5)v99 comp-3.
       01 cons-high                            pic s9(5)v99 comp-3.
       01 cons-low                             pic s9(5)v99 comp-3.
       01 adjusted-dep                         pic s9(5)v99 comp-3.
       01 day-dep-sum                          pic s9(7)v99 comp-3.
       01 day-compared                         pic 99.
       01 day-mean-dep                         pic s9(5)v99 comp-3.
       01 work-lat-diff                        pic s99v99.

       01 report-date.
           02 rpd-month                        pic 99.
           02 filler                           pic x value "/".
           02 rpd-day                          pic 99.
       01 value-out                            pic ----9.9.
       01 cons-out                             pic ----9.9.
       01 dep-out                              pic +++9.9.
       01 tol-out                              pic z9.9.
       01 lat-out                              pic +99.99.
       01 count-out                            pic zzzz9.
       01 rank-out                             pic 9.
       01 month-dep-out occurs 4 times         pic +++9.9.
       01 month-flag-out occurs 4 times        pic x.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "WXQC".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  WEATHER-STATION NEIGHBOR QC RUN"
                   "  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 150-read-control-card
           if qcc-station-id is not equal to spaces then
              perform 200-load-catalog
           end-if
           if station-found then
              perform 250-load-station-hours
           end-if
           if target-hours-read is greater than zero then
              perform 300-pick-neighbors
           end-if
           if neighbor-count is greater than zero then
              perform 400-load-neighbor-hours
           end-if
           if neighbors-loaded is greater than zero then
              perform 500-compare-hours
              perform 600-hour-exceptions
              perform 650-day-exceptions
              perform 700-bias-report
              perform 750-verdict
           else
              display "STATION NOT CHECKED - RETURN CODE 8"
              move "STATION NOT CHECKED" to runlog-condition
              move 8 to qc-return-code
           end-if
           move qc-return-code to runlog-return-code
           move "E" to runlog-event
           move target-hours-read to runlog-read
           move els-compared(1) to runlog-written
           move els-hours-flagged(1) to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  NEIGHBOR QC RUN ENDS  ********"
           move qc-return-code to return-code
           stop run.

       150-read-control-card.
           move 3.0 to els-tolerance(1)
           move 15.0 to els-tolerance(2)
           move 5.0 to els-tolerance(3)
           move 4.0 to els-tolerance(4)
           move spaces to qc-control-card
           open input qc-control-file
           if not qc-control-ok then
              display "WXQCCTL NOT AVAILABLE - NO STATION TO CHECK"
           else
              read qc-control-file
                 at end move spaces to qc-control-card
              end-read
              close qc-control-file
              if qcc-station-id is equal to spaces then
                 display "WXQCCTL CARD NAMES NO STATION"
              end-if
              if qcc-neighbors-in is numeric and
                 qcc-neighbors-in is not less than "1" and
                 qcc-neighbors-in is not greater than "3" then
                 move qcc-neighbors-in to neighbors-wanted
              end-if
              if function test-numval(qcc-temp-tol-in) is equal to
                 zero then
                 compute els-tolerance(1) =
                          function numval(qcc-temp-tol-in)
              end-if
              if function test-numval(qcc-rh-tol-in) is equal to
                 zero then
                 compute els-tolerance(2) =
                          function numval(qcc-rh-tol-in)
              end-if
              if function test-numval(qcc-press-tol-in) is equal to
                 zero then
                 compute els-tolerance(3) =
                          function numval(qcc-press-tol-in)
              end-if
              if function test-numval(qcc-wind-tol-in) is equal to
                 zero then
                 compute els-tolerance(4) =
                          function numval(qcc-wind-tol-in)
              end-if
              if function test-numval(qcc-lat-limit-in) is equal to
                 zero then
                 compute lat-limit = function numval(qcc-lat-limit-in)
              end-if
           end-if
           perform 160-set-bias-limit
                   varying element-idx from 1 by 1
                   until element-idx > 4.

       160-set-bias-limit.
           compute els-bias-limit(element-idx) rounded =
                    els-tolerance(element-idx) / 3
           move zero to els-dep-sum(element-idx)
           move zero to els-compared(element-idx)
           move zero to els-offset(element-idx)
           move zero to els-mean-dep(element-idx)
           move zero to els-hours-flagged(element-idx)
           move zero to els-hours-listed(element-idx)
           move zero to els-days-flagged(element-idx)
           move zero to els-days-listed(element-idx)
           move "N" to els-bias-sw(element-idx)
           perform 165-clear-month
                   varying month-idx from 1 by 1
                   until month-idx > 12.

       165-clear-month.
           move zero to mbt-dep-sum(month-idx, element-idx)
           move zero to mbt-compared(month-idx, element-idx).

       200-load-catalog.
           open input catalog-file
           if not catalog-ok then
              display "WXCAT NOT AVAILABLE - NEIGHBORS CANNOT BE"
                      " PICKED"
           else
              perform 210-read-catalog until catalog-eof
              close catalog-file
              perform 220-find-station
                      varying station-idx from 1 by 1
                      until station-idx > station-count
                      or station-found
              if station-found then
                 move ste-latitude(station-found-idx) to lat-out
                 display "STATION  " ste-station-id(station-found-idx)
                         " " ste-name(station-found-idx) " "
                         ste-state(station-found-idx) " LAT "
                         lat-out
                 display "         " ste-dataset(station-found-idx)
                         " POR " ste-por-from(station-found-idx)
                         "-" ste-por-to(station-found-idx)
                         " VINTAGE " ste-vintage(station-found-idx)
              else
                 display "STATION " qcc-station-id
                         " NOT IN CATALOG - CHECK THE WXQCCTL CARD"
              end-if
           end-if.

       210-read-catalog.
           read catalog-file
              at end set catalog-eof to true
              not at end
                 if station-count is less than 500 then
                    add 1 to station-count
                    move catalog-record(1:68) to
                         station-entry(station-count)
                 else
                    display "CATALOG TABLE FULL - STATION "
                            wcm-station-id " NOT CONSIDERED"
                 end-if
           end-read.

       220-find-station.
           if ste-station-id(station-idx) is equal to qcc-station-id
              then
              set station-found to true
              move station-idx to station-found-idx
           end-if.

      * The station's own hours; the data year comes off the date
      * column of the first good hour.
       250-load-station-hours.
           move spaces to target-hour-table
           move zero to hours-read
           move zero to hours-skipped
           move zero to data-year
           open input clean-wx-file
           if not clean-wx-ok then
              display "CLEANWX NOT AVAILABLE - NOTHING TO CHECK"
           else
              move "N" to hour-eof-sw
              perform 260-read-station-hour until hour-eof
              close clean-wx-file
              move hours-read to target-hours-read
              move hours-read to count-out
              display "STATION HOURS READ : " count-out
              if hours-skipped is greater than zero then
                 move hours-skipped to count-out
                 display "HOURS SKIPPED (BAD DATE OR HOUR): "
                         count-out
              end-if
              if data-year is greater than zero then
                 display "DATA YEAR          : " data-year
              end-if
           end-if.

       260-read-station-hour.
           read clean-wx-file
              at end set hour-eof to true
              not at end
                 move clean-wx-record to clean-wx-hour
                 perform 270-parse-hour
                 if parse-good then
                    if data-year is equal to zero then
                       move file-year to data-year
                    end-if
                    add 1 to hours-read
                    perform 280-store-station-element
                            varying element-idx from 1 by 1
                            until element-idx > 4
                 end-if
           end-read.

      * Date and hour to the slot in the 365-day year, hours 00-23
      * as WXPREP writes them, and the four elements with a flag
      * each; an element that will not convert is left out.
       270-parse-hour.
           move "N" to parse-good-sw
           move zero to file-year
           if cwh-month is numeric and cwh-day is numeric and
              cwh-hour is numeric then
              move cwh-month to parse-month
              move cwh-day to parse-day
              move cwh-hour to parse-hour
              if cwh-year is numeric then
                 move cwh-year to file-year
              end-if
              if parse-month is not less than 1 and
                 parse-month is not greater than 12 and
                 parse-hour is less than 24 then
                 if parse-day is not less than 1 and
                    parse-day is not greater than
                    month-days(parse-month) then
                    set parse-good to true
                 end-if
              end-if
           end-if
           if parse-good then
              compute parse-hour-idx =
                       (month-start(parse-month) + parse-day - 1)
                       * 24 + parse-hour + 1
              perform 275-parse-elements
           else
              add 1 to hours-skipped
           end-if.

       275-parse-elements.
           move "N" to parse-flag(1) parse-flag(2) parse-flag(3)
                       parse-flag(4)
           if function test-numval(cwh-temp) is equal to zero then
              compute parse-value(1) = function numval(cwh-temp)
              move "Y" to parse-flag(1)
           end-if
           if function test-numval(cwh-rh) is equal to zero then
              compute parse-value(2) = function numval(cwh-rh)
              move "Y" to parse-flag(2)
           end-if
           if function test-numval(cwh-press) is equal to zero then
              compute parse-value(3) = function numval(cwh-press)
              move "Y" to parse-flag(3)
           end-if
           if function test-numval(cwh-wind) is equal to zero then
              compute parse-value(4) = function numval(cwh-wind)
              move "Y" to parse-flag(4)
           end-if.

       280-store-station-element.
           move parse-value(element-idx) to
                tgh-value(parse-hour-idx, element-idx)
           move parse-flag(element-idx) to
                tgh-flag(parse-hour-idx, element-idx).

      * Every other catalog station that qualifies is a candidate;
      * the ranked list supplies the neighbors.
       300-pick-neighbors.
           perform 310-consider-candidate
                   varying station-idx from 1 by 1
                   until station-idx > station-count
           move "N" to candidate-sort-sw
           perform 320-sort-pass until candidate-sort-done
           if candidate-count is less than neighbors-wanted then
              move candidate-count to neighbor-count
           else
              move neighbors-wanted to neighbor-count
           end-if
           display spaces
           display "--------  NEIGHBORS PICKED FROM THE CATALOG"
                   "  --------"
           display "DD       STATION  NAME                 ST"
                   "    LAT  DATASET    POR"
           perform 340-show-neighbor
                   varying neighbor-idx from 1 by 1
                   until neighbor-idx > neighbor-count
           if neighbor-count is equal to zero then
              move lat-limit to tol-out
              display "  (NO CATALOG STATION WITHIN " tol-out
                      " DEGREES COVERS THE DATA YEAR)"
           end-if.

       310-consider-candidate.
           compute work-lat-diff = ste-latitude(station-idx) -
                    ste-latitude(station-found-idx)
           if work-lat-diff is less than zero then
              compute work-lat-diff = work-lat-diff * -1
           end-if
           if station-idx is not equal to station-found-idx and
              work-lat-diff is not greater than lat-limit then
              if (data-year is greater than zero and
                  ste-por-from(station-idx) is not greater than
                  data-year and
                  ste-por-to(station-idx) is not less than data-year)
                 or
                 (data-year is equal to zero and
                  ste-por-from(station-idx) is not greater than
                  ste-por-to(station-found-idx) and
                  ste-por-to(station-idx) is not less than
                  ste-por-from(station-found-idx)) then
                 add 1 to candidate-count
                 if ste-state(station-idx) is equal to
                    ste-state(station-found-idx) then
                    move 0 to cde-state-key(candidate-count)
                 else
                    move 1 to cde-state-key(candidate-count)
                 end-if
                 move work-lat-diff to cde-lat-diff(candidate-count)
                 move station-idx to cde-station-idx(candidate-count)
              end-if
           end-if.

       320-sort-pass.
           set candidate-sort-done to true
           perform 330-sort-compare
                   varying candidate-idx from 1 by 1
                   until candidate-idx is not less than
                         candidate-count.

       330-sort-compare.
           if candidate-entry(candidate-idx)(1:5) is greater than
              candidate-entry(candidate-idx + 1)(1:5) then
              move candidate-entry(candidate-idx) to
                   candidate-swap-area
              move candidate-entry(candidate-idx + 1) to
                   candidate-entry(candidate-idx)
              move candidate-swap-area to
                   candidate-entry(candidate-idx + 1)
              move "N" to candidate-sort-sw
           end-if.

       340-show-neighbor.
           move cde-station-idx(neighbor-idx) to
                nbe-station-idx(neighbor-idx)
           move "N" to nbe-loaded-sw(neighbor-idx)
           move zero to nbe-hours-read(neighbor-idx)
           move nbe-station-idx(neighbor-idx) to station-idx
           move ste-latitude(station-idx) to lat-out
           move neighbor-idx to rank-out
           display "NBRWX" rank-out "   " ste-station-id(station-idx)
                   " " ste-name(station-idx) " "
                   ste-state(station-idx) " " lat-out "  "
                   ste-dataset(station-idx) " "
                   ste-por-from(station-idx) "-"
                   ste-por-to(station-idx).

      * Each neighbor's file from its DD; a neighbor whose file is
      * missing or holds another year is left out of the consensus.
       400-load-neighbor-hours.
           move spaces to neighbor-hour-table
           perform 410-load-one-neighbor
                   varying neighbor-idx from 1 by 1
                   until neighbor-idx > neighbor-count
           if neighbors-loaded is equal to 1 then
              move 1 to min-consensus
           else
              move 2 to min-consensus
           end-if.

       410-load-one-neighbor.
           move "N" to neighbor-open-sw
           evaluate neighbor-idx
              when 1
                 open input neighbor-file-1
                 if neighbor-ok-1 then
                    set neighbor-open to true
                 end-if
              when 2
                 open input neighbor-file-2
                 if neighbor-ok-2 then
                    set neighbor-open to true
                 end-if
              when other
                 open input neighbor-file-3
                 if neighbor-ok-3 then
                    set neighbor-open to true
                 end-if
           end-evaluate
           move nbe-station-idx(neighbor-idx) to station-idx
           move neighbor-idx to rank-out
           if not neighbor-open then
              display "NBRWX" rank-out " NOT AVAILABLE - "
                      ste-station-id(station-idx)
                      " LEFT OUT OF THE CONSENSUS"
           else
              move zero to hours-read
              move zero to hours-skipped
              move "N" to hour-eof-sw
              perform 420-read-neighbor-hour until hour-eof
              evaluate neighbor-idx
                 when 1 close neighbor-file-1
                 when 2 close neighbor-file-2
                 when other close neighbor-file-3
              end-evaluate
              if nbe-loaded(neighbor-idx) then
                 add 1 to neighbors-loaded
                 move hours-read to nbe-hours-read(neighbor-idx)
                 move hours-read to count-out
                 display "NBRWX" rank-out " "
                         ste-station-id(station-idx)
                         " HOURS READ: " count-out
              end-if
           end-if.

      * The first good hour settles whether the file is the right
      * year; after that a wrong-year file is read to its end with
      * nothing kept.
       420-read-neighbor-hour.
           evaluate neighbor-idx
              when 1
                 read neighbor-file-1
                    at end set hour-eof to true
                    not at end
                       move neighbor-record-1 to clean-wx-hour
                 end-read
              when 2
                 read neighbor-file-2
                    at end set hour-eof to true
                    not at end
                       move neighbor-record-2 to clean-wx-hour
                 end-read
              when other
                 read neighbor-file-3
                    at end set hour-eof to true
                    not at end
                       move neighbor-record-3 to clean-wx-hour
                 end-read
           end-evaluate
           if not hour-eof then
              perform 270-parse-hour
              if parse-good and hours-read is equal to zero and
                 nbe-loaded-sw(neighbor-idx) is equal to "N" then
                 if data-year is greater than zero and
                    file-year is greater than zero and
                    file-year is not equal to data-year then
                    move "X" to nbe-loaded-sw(neighbor-idx)
                    display "NBRWX" rank-out " "
                            ste-station-id(station-idx)
                            " HOLDS " file-year " DATA, NOT "
                            data-year " - LEFT OUT OF THE CONSENSUS"
                 else
                    set nbe-loaded(neighbor-idx) to true
                 end-if
              end-if
              if parse-good and nbe-loaded(neighbor-idx) then
                 add 1 to hours-read
                 perform 430-store-neighbor-element
                         varying element-idx from 1 by 1
                         until element-idx > 4
              end-if
           end-if.

       430-store-neighbor-element.
           move parse-value(element-idx) to
                nbh-value(parse-hour-idx, neighbor-idx, element-idx)
           move parse-flag(element-idx) to
                nbh-flag(parse-hour-idx, neighbor-idx, element-idx).

      * Departure from consensus for every hour and element, with
      * the year and month totals behind the bias figures.
       500-compare-hours.
           move spaces to departure-table
           perform 510-compare-one-hour
                   varying hour-idx from 1 by 1
                   until hour-idx > hours-per-year
           perform 540-element-mean
                   varying element-idx from 1 by 1
                   until element-idx > 4.

       510-compare-one-hour.
           compute day-idx = (hour-idx - 1) / 24 + 1
           perform 515-month-of-day
           perform 520-compare-one-element
                   varying element-idx from 1 by 1
                   until element-idx > 4.

       515-month-of-day.
           move 12 to month-idx
           perform 517-step-back-month
                   until month-start(month-idx) is less than day-idx.

       517-step-back-month.
           subtract 1 from month-idx.

       520-compare-one-element.
           move "N" to dph-flag(hour-idx, element-idx)
           if tgh-flag(hour-idx, element-idx) is equal to "Y" then
              move zero to cons-count
              perform 525-gather-neighbor-value
                      varying neighbor-idx from 1 by 1
                      until neighbor-idx > neighbor-count
              if cons-count is not less than min-consensus then
                 perform 530-take-consensus
                 move "Y" to dph-flag(hour-idx, element-idx)
                 compute dph-departure(hour-idx, element-idx) =
                          tgh-value(hour-idx, element-idx) -
                          dph-consensus(hour-idx, element-idx)
                 add dph-departure(hour-idx, element-idx) to
                     els-dep-sum(element-idx)
                     mbt-dep-sum(month-idx, element-idx)
                 add 1 to els-compared(element-idx)
                          mbt-compared(month-idx, element-idx)
              end-if
           end-if.

       525-gather-neighbor-value.
           if nbe-loaded(neighbor-idx) and
              nbh-flag(hour-idx, neighbor-idx, element-idx) is equal
              to "Y" then
              add 1 to cons-count
              move nbh-value(hour-idx, neighbor-idx, element-idx) to
                   cons-value(cons-count)
           end-if.

      * One neighbor is the consensus, two are averaged, and of
      * three the middle value is taken so one bad neighbor cannot
      * drag it.
       530-take-consensus.
           evaluate cons-count
              when 1
                 move cons-value(1) to
                      dph-consensus(hour-idx, element-idx)
              when 2
                 compute dph-consensus(hour-idx, element-idx)
                          rounded = (cons-value(1) + cons-value(2))
                          / 2
              when other
                 move cons-value(1) to cons-high cons-low
                 if cons-value(2) is greater than cons-high then
                    move cons-value(2) to cons-high
                 end-if
                 if cons-value(2) is less than cons-low then
                    move cons-value(2) to cons-low
                 end-if
                 if cons-value(3) is greater than cons-high then
                    move cons-value(3) to cons-high
                 end-if
                 if cons-value(3) is less than cons-low then
                    move cons-value(3) to cons-low
                 end-if
                 compute dph-consensus(hour-idx, element-idx) =
                          cons-value(1) + cons-value(2) +
                          cons-value(3) - cons-high - cons-low
           end-evaluate.

      * The year's mean departure; for pressure it is the
      * elevation offset and comes out before the hour and day
      * tests.
       540-element-mean.
           if els-compared(element-idx) is greater than zero then
              compute els-mean-dep(element-idx) rounded =
                       els-dep-sum(element-idx) /
                       els-compared(element-idx)
           end-if
           if element-idx is equal to 3 then
              move els-mean-dep(element-idx) to
                   els-offset(element-idx)
           else
              move zero to els-offset(element-idx)
           end-if.

       600-hour-exceptions.
           perform 610-element-hours
                   varying element-idx from 1 by 1
                   until element-idx > 4.

       610-element-hours.
           display spaces
           move els-tolerance(element-idx) to tol-out
           display "--------  " element-name(element-idx)
                   " HOURS OFF CONSENSUS BY MORE THAN " tol-out
                   "  --------"
           if element-idx is equal to 3 then
              move els-offset(element-idx) to dep-out
              display "  (AFTER TAKING OUT THE " dep-out
                      " MB ELEVATION OFFSET)"
           end-if
           display "DATE  HOUR   STATION  CONSENSUS  DEPARTURE"
           perform 620-check-one-hour
                   varying hour-idx from 1 by 1
                   until hour-idx > hours-per-year
           if els-hours-flagged(element-idx) is greater than
              els-hours-listed(element-idx) then
              compute hour-quotient = els-hours-flagged(element-idx)
                       - els-hours-listed(element-idx)
              move hour-quotient to count-out
              display "  ... " count-out " MORE HOURS NOT LISTED"
           end-if
           if els-hours-flagged(element-idx) is equal to zero then
              display "  (NONE)"
           end-if.

       620-check-one-hour.
           if dph-flag(hour-idx, element-idx) is equal to "Y" then
              compute adjusted-dep =
                       dph-departure(hour-idx, element-idx) -
                       els-offset(element-idx)
              if function abs(adjusted-dep) is greater than
                 els-tolerance(element-idx) then
                 add 1 to els-hours-flagged(element-idx)
                 if els-hours-listed(element-idx) is less than
                    list-limit then
                    add 1 to els-hours-listed(element-idx)
                    perform 630-list-hour
                 end-if
              end-if
           end-if.

       630-list-hour.
           compute day-idx = (hour-idx - 1) / 24 + 1
           compute hour-quotient = hour-idx - 1
           divide hour-quotient by 24 giving hour-quotient
                  remainder hour-of-day
           perform 640-date-of-day
           move tgh-value(hour-idx, element-idx) to value-out
           move dph-consensus(hour-idx, element-idx) to cons-out
           move adjusted-dep to dep-out
           display report-date " " hour-of-day ":00  " value-out
                   "    " cons-out "     " dep-out.

       640-date-of-day.
           perform 515-month-of-day
           move month-idx to rpd-month
           compute rpd-day = day-idx - month-start(month-idx).

      * A day is listed when its mean departure over the hours
      * compared -- at least 12 of them -- is over the tolerance.
       650-day-exceptions.
           perform 660-element-days
                   varying element-idx from 1 by 1
                   until element-idx > 4.

       660-element-days.
           display spaces
           move els-tolerance(element-idx) to tol-out
           display "--------  " element-name(element-idx)
                   " DAYS WITH MEAN DEPARTURE OVER " tol-out
                   "  --------"
           display "DATE   HOURS  MEAN DEPARTURE"
           perform 670-check-one-day
                   varying day-idx from 1 by 1
                   until day-idx > 365
           if els-days-flagged(element-idx) is greater than
              els-days-listed(element-idx) then
              compute hour-quotient = els-days-flagged(element-idx)
                       - els-days-listed(element-idx)
              move hour-quotient to count-out
              display "  ... " count-out " MORE DAYS NOT LISTED"
           end-if
           if els-days-flagged(element-idx) is equal to zero then
              display "  (NONE)"
           end-if.

       670-check-one-day.
           move zero to day-dep-sum
           move zero to day-compared
           compute day-first-hour = (day-idx - 1) * 24 + 1
           compute day-last-hour = day-first-hour + 23
           perform 675-add-day-hour
                   varying hour-idx from day-first-hour by 1
                   until hour-idx > day-last-hour
           if day-compared is not less than min-day-hours then
              compute day-mean-dep rounded =
                       day-dep-sum / day-compared
              if function abs(day-mean-dep) is greater than
                 els-tolerance(element-idx) then
                 set hold-station to true
                 add 1 to els-days-flagged(element-idx)
                 if els-days-listed(element-idx) is less than
                    list-limit then
                    add 1 to els-days-listed(element-idx)
                    perform 640-date-of-day
                    move day-compared to hour-of-day
                    move day-mean-dep to dep-out
                    display report-date "     " hour-of-day
                            "          " dep-out
                 end-if
              end-if
           end-if.

       675-add-day-hour.
           if dph-flag(hour-idx, element-idx) is equal to "Y" then
              add 1 to day-compared
              compute day-dep-sum = day-dep-sum +
                       dph-departure(hour-idx, element-idx) -
                       els-offset(element-idx)
           end-if.

      * Mean departure for the year and each month.  A year's
      * mean over a third of the tolerance is a persistent bias;
      * a month's is starred.
       700-bias-report.
           display spaces
           display "--------  PERSISTENT BIAS BY ELEMENT  --------"
           display "ELEMENT   HOURS COMPARED  MEAN DEPARTURE  LIMIT"
           perform 710-element-bias
                   varying element-idx from 1 by 1
                   until element-idx > 4
           display spaces
           display "MONTH   TEMP    RHUM   PRESS    WIND"
           perform 720-month-bias
                   varying month-idx from 1 by 1
                   until month-idx > 12
           display "  (* = MONTH MEAN OVER THE BIAS LIMIT)".

       710-element-bias.
           move els-compared(element-idx) to count-out
           move els-mean-dep(element-idx) to dep-out
           move els-bias-limit(element-idx) to tol-out
           if element-idx is equal to 3 then
              display element-name(element-idx) "           "
                      count-out "          " dep-out
                      "  ELEVATION OFFSET - NOT TESTED"
           else
              if function abs(els-mean-dep(element-idx)) is greater
                 than els-bias-limit(element-idx) then
                 set els-biased(element-idx) to true
                 set hold-station to true
                 display element-name(element-idx) "           "
                         count-out "          " dep-out "   "
                         tol-out "  *** PERSISTENT BIAS"
              else
                 display element-name(element-idx) "           "
                         count-out "          " dep-out "   "
                         tol-out
              end-if
           end-if.

       720-month-bias.
           perform 725-month-element
                   varying element-idx from 1 by 1
                   until element-idx > 4
           display "  " month-idx "  " month-dep-out(1)
                   month-flag-out(1) " " month-dep-out(2)
                   month-flag-out(2) " " month-dep-out(3)
                   month-flag-out(3) " " month-dep-out(4)
                   month-flag-out(4).

       725-month-element.
           move space to month-flag-out(element-idx)
           move zero to day-mean-dep
           if mbt-compared(month-idx, element-idx) is greater than
              zero then
              compute day-mean-dep rounded =
                       mbt-dep-sum(month-idx, element-idx) /
                       mbt-compared(month-idx, element-idx) -
                       els-offset(element-idx)
              if function abs(day-mean-dep) is greater than
                 els-bias-limit(element-idx) then
                 move "*" to month-flag-out(element-idx)
              end-if
           end-if
           move day-mean-dep to month-dep-out(element-idx).

       750-verdict.
           display spaces
           if hold-station then
              display "STATION " qcc-station-id " DISAGREES WITH ITS"
                      " NEIGHBORS - HOLD THE FILE BACK FROM"
              display "COMMBLDG AND DESIGNWX - RETURN CODE 4"
              move "DISAGREES WITH NBRS" to runlog-condition
              move 4 to qc-return-code
           else
              display "STATION " qcc-station-id " AGREES WITH ITS"
                      " NEIGHBORS"
           end-if.
