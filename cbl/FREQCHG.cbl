       identification division.
       program-id.    freqchg.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Scanner Frequency List Month-Over-Month Changes         *
      *                                                                *
      ******************************************************************
      *
      * A new FREQLIST generation arrives every month and FLTRFREQ
      * filters it, but FLTRFREQ only ever sees the one month.  What
      * the frequency coordinator needs is what moved since the last
      * one.  This program matches this month's list against the
      * previous generation by call sign and reports, in call sign
      * order:
      *
      *   - NEW        a call sign on this month's list only;
      *   - CANCELLED  a call sign on last month's list only;
      *   - CHANGED    a call sign on both whose frequency, city,
      *                service code or licensee name differs, with
      *                the old and new value of each changed field.
      *
      * A call sign licensed on several frequencies appears once per
      * frequency on the list.  Within one call sign the records are
      * paired on the same frequency first; any left over are paired
      * in frequency order as frequency changes, and whatever is left
      * after that is new or cancelled.
      *
      * Only stations inside the coordinator's area are reported.
      * The SRCHLIST deck FLTRFREQ runs with is read the same way
      * (city search strings and the optional "R low high" MHz
      * range) and a station is in the area if it matches in either
      * month, so a license that moves out of the area still shows
      * as changed.  With no SRCHLIST every station is reported.
      *
      * Every new and changed station is also written, as this
      * month's FREQLIST record, to the FREQCHG extract.  FREQCHG
      * has the FREQLIST layout, with the change (NEW or CHG) in
      * columns 77-80 which FLTRFREQ does not read, so the mapping
      * export and the interference screen can be rerun for just the
      * stations that changed by pointing FLTRFREQ's FREQLIST DD at
      * it (second step below).  Cancelled stations are listed but
      * not extracted -- there is nothing left to map or screen.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//FREQCHG  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(FREQCHG),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(FREQCHG),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=FREQCHG
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//FREQLIST  DD DSN=&SYSUID..FREQLIST(0),DISP=SHR
      *//FREQPREV  DD DSN=&SYSUID..FREQLIST(-1),DISP=SHR
      *//SRCHLIST  DD DSN=&SYSUID..CONTROL(SRCHLIST),DISP=SHR
      *//FREQCHG   DD DSN=&&FREQCHG,DISP=(NEW,PASS),
      *//             DCB=(RECFM=FB,LRECL=80)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=15000
      *//***************************************************/
      *//RERUN   EXEC PGM=FLTRFREQ,COND=(4,LT,RUN)
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//FREQLIST  DD DSN=&&FREQCHG,DISP=(OLD,DELETE)
      *//SRCHLIST  DD DSN=&SYSUID..CONTROL(SRCHLIST),DISP=SHR
      *//FILTERED  DD SYSOUT=*,OUTLIM=15000
      *//MAPEXP    DD DSN=&SYSUID..MAPEXP.CHANGES,DISP=OLD
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=15000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select current-list-file assign to FREQLIST
                    organization is sequential
                    file status is current-list-status.
      *
           select previous-list-file assign to FREQPREV
                    organization is sequential
                    file status is previous-list-status.
      *
           select search-string-file assign to SRCHLIST
                    organization is sequential
                    file status is search-string-status.
      *
           select change-extract-file assign to FREQCHG
                    organization is sequential
                    file status is change-extract-status.

       data division.
       file section.
       fd  current-list-file recording mode f.
       01  current-list-rec                    pic x(80).
      *
       fd  previous-list-file recording mode f.
       01  previous-list-rec                   pic x(80).
      *
       fd  search-string-file recording mode f.
       01  search-string-in                    pic x(15).
      *
       fd  change-extract-file record contains 80 characters
                               recording mode f.
       01  change-extract-rec.
           02 cxr-station                      pic x(76).
           02 cxr-change-code                  pic x(4).

       working-storage section.

       01 current-list-status                  pic xx value "00".
           88 current-list-ok                  value "00".
       01 previous-list-status                 pic xx value "00".
           88 previous-list-ok                 value "00".
       01 search-string-status                 pic xx value "00".
           88 search-string-ok                 value "00".
       01 change-extract-status                pic xx value "00".
           88 change-extract-ok                value "00".
       01 list-eof-sw                          pic x.
           88 list-eof                         value "Y".
       01 ss-eof-sw                            pic x value "N".
           88 ss-eof                           value "Y".

      * One FREQLIST record, the FLTRFREQ layout.
       01 station-record.
           02 sta-licensee                     pic x(31).
           02 sta-frequency                    pic x(12).
           02 sta-city                         pic x(15).
           02 sta-service                      pic x(4).
           02 sta-state                        pic x(6).
           02 sta-callsign                     pic x(8).
           02 filler                           pic x(4).
      *
      * The two sides of a pair being compared.
       01 old-station.
           02 old-licensee                     pic x(31).
           02 old-frequency                    pic x(12).
           02 old-city                         pic x(15).
           02 old-service                      pic x(4).
           02 old-state                        pic x(6).
           02 old-callsign                     pic x(8).
           02 filler                           pic x(4).
       01 new-station.
           02 new-licensee                     pic x(31).
           02 new-frequency                    pic x(12).
           02 new-city                         pic x(15).
           02 new-service                      pic x(4).
           02 new-state                        pic x(6).
           02 new-callsign                     pic x(8).
           02 filler                           pic x(4).

      * The area filter, loaded from SRCHLIST exactly as FLTRFREQ
      * loads it: up to ten lower-cased city strings and one
      * optional MHz range.
       01 search-strings-table.
           02 search-string-entry occurs 10 times pic x(15).
       01 search-string-count                  pic 99 value zero.
       01 search-string-idx                    pic 99.
       01 any-string-matched                   pic 9(4).
       01 match-tally                          pic 9(4).
       01 inspected-city                       pic x(15).
       01 range-filter-sw                      pic x value "N".
           88 range-active                     value "Y".
       01 range-low-mhz                        pic 9(4)v9(4).
       01 range-high-mhz                       pic 9(4)v9(4).
       01 freq-value-mhz                       pic 9(4)v9(4).
       01 freq-numeric-sw                      pic x.
           88 freq-is-numeric                  value "Y".
       01 in-area-sw                           pic x.
           88 station-in-area                  value "Y".

      * Both months in storage, sorted by call sign and frequency.
      * Only the populated entries take part in the sort.
       01 table-limit                          pic 9(4) value 5000.
       01 prev-count                           pic 9(4) value zero.
       01 prev-table.
           02 prev-entry occurs 1 to 5000 times
                         depending on prev-count.
              03 pve-callsign                  pic x(8).
              03 pve-freq-mhz                  pic 9(4)v9(4).
              03 pve-freq-numeric              pic x.
              03 pve-in-area                   pic x.
              03 pve-paired                    pic x.
              03 pve-record                    pic x(80).
       01 cur-count                            pic 9(4) value zero.
       01 cur-table.
           02 cur-entry occurs 1 to 5000 times
                        depending on cur-count.
              03 cve-callsign                  pic x(8).
              03 cve-freq-mhz                  pic 9(4)v9(4).
              03 cve-freq-numeric              pic x.
              03 cve-in-area                   pic x.
              03 cve-paired                    pic x.
              03 cve-record                    pic x(80).

      * The call sign group being matched: prev-idx thru prev-end
      * on last month's table, cur-idx thru cur-end on this month's.
       01 prev-idx                             pic 9(4).
       01 prev-end                             pic 9(4).
       01 prev-jdx                             pic 9(4).
       01 cur-idx                              pic 9(4).
       01 cur-end                              pic 9(4).
       01 cur-jdx                              pic 9(4).
       01 group-callsign                       pic x(8).
       01 pair-found-sw                        pic x.
           88 pair-found                       value "Y".
       01 same-freq-sw                         pic x.
           88 same-frequency                   value "Y".
       01 pair-changed-sw                      pic x.
           88 pair-changed                     value "Y".
       01 change-action                        pic x(9).

       01 prev-read-count                      pic 9(5) value zero.
       01 cur-read-count                       pic 9(5) value zero.
       01 prev-area-count                      pic 9(5) value zero.
       01 cur-area-count                       pic 9(5) value zero.
       01 new-count                            pic 9(5) value zero.
       01 cancelled-count                      pic 9(5) value zero.
       01 changed-count                        pic 9(5) value zero.
       01 unchanged-count                      pic 9(5) value zero.
       01 freq-changed-count                   pic 9(5) value zero.
       01 city-changed-count                   pic 9(5) value zero.
       01 service-changed-count                pic 9(5) value zero.
       01 licensee-changed-count               pic 9(5) value zero.
       01 extract-count                        pic 9(5) value zero.
       01 count-out                            pic zz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "FREQCHG".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  FREQUENCY LIST CHANGES SINCE LAST"
                   " MONTH  ********"
           perform 150-load-search-strings
           perform 200-load-previous-list
           perform 250-load-current-list
      * The first month has no previous list to sort.
           if prev-count is greater than zero then
              sort prev-entry ascending key pve-callsign pve-freq-mhz
           end-if
           if cur-count is greater than zero then
              sort cur-entry ascending key cve-callsign cve-freq-mhz
           end-if
           open output change-extract-file
           if not change-extract-ok then
              display "FREQCHG NOT AVAILABLE - CHANGES WILL ONLY BE"
                      " LISTED"
           end-if
           display spaces
           display "ACTION    CALLSGN  FREQUENCY    CITY            "
                   "SVC  LICENSEE"
           move 1 to prev-idx
           move 1 to cur-idx
           perform 400-match-next-callsign
                    until prev-idx > prev-count and
                          cur-idx > cur-count
           if change-extract-ok then
              close change-extract-file
           end-if
           perform 800-change-summary
           move "E" to runlog-event
           add prev-read-count cur-read-count giving runlog-read
           move extract-count to runlog-written
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  FREQUENCY CHANGE REPORT ENDS  ********"
           stop run.

       150-load-search-strings.
           open input search-string-file
           if not search-string-ok then
              display "SRCHLIST NOT AVAILABLE - EVERY STATION IS"
                      " REPORTED"
           else
              perform 155-read-one-search-string until ss-eof
              close search-string-file
           end-if.

       155-read-one-search-string.
           read search-string-file
              at end set ss-eof to true
              not at end perform 160-store-one-search-string
           end-read.

      * Same card rules as FLTRFREQ: "R low high" sets the MHz
      * range, anything else is a city string.
       160-store-one-search-string.
           if search-string-in(1:2) is equal to "R " then
              if function test-numval(search-string-in(3:6)) is
                 equal to zero and
                 function test-numval(search-string-in(10:6)) is
                 equal to zero then
                 compute range-low-mhz =
                          function numval(search-string-in(3:6))
                 compute range-high-mhz =
                          function numval(search-string-in(10:6))
                 set range-active to true
              else
                 display "SRCHLIST range record not numeric - "
                         search-string-in " ignored"
              end-if
           else
              if search-string-count < 10 then
                 add 1 to search-string-count
                 move function lower-case(search-string-in) to
                          search-string-entry(search-string-count)
              else
                 display "SRCHLIST search-string table full "
                         "(10 max) - " search-string-in " ignored"
              end-if
           end-if.

       200-load-previous-list.
           open input previous-list-file
           if not previous-list-ok then
              display "FREQPREV NOT AVAILABLE - EVERY STATION IN THE"
                      " AREA IS REPORTED NEW"
           else
              move "N" to list-eof-sw
              perform 210-read-previous until list-eof
              close previous-list-file
           end-if.

       210-read-previous.
           read previous-list-file into station-record
              at end set list-eof to true
              not at end perform 220-store-previous
           end-read.

       220-store-previous.
           add 1 to prev-read-count
           if prev-count is not less than table-limit then
              display "FREQPREV HAS MORE THAN " table-limit
                      " STATIONS - COMPARISON NOT RUN"
              move "PREV TABLE FULL" to runlog-condition
              move 12 to return-code
              perform 900-abend-run
           end-if
           perform 300-check-area
           add 1 to prev-count
           move sta-callsign to pve-callsign(prev-count)
           move freq-value-mhz to pve-freq-mhz(prev-count)
           move freq-numeric-sw to pve-freq-numeric(prev-count)
           move in-area-sw to pve-in-area(prev-count)
           move "N" to pve-paired(prev-count)
           move station-record to pve-record(prev-count)
           if station-in-area then
              add 1 to prev-area-count
           end-if.

       250-load-current-list.
           open input current-list-file
           if not current-list-ok then
              display "FREQLIST NOT AVAILABLE - NOTHING TO COMPARE"
              move "FREQLIST MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           move "N" to list-eof-sw
           perform 260-read-current until list-eof
           close current-list-file.

       260-read-current.
           read current-list-file into station-record
              at end set list-eof to true
              not at end perform 270-store-current
           end-read.

       270-store-current.
           add 1 to cur-read-count
           if cur-count is not less than table-limit then
              display "FREQLIST HAS MORE THAN " table-limit
                      " STATIONS - COMPARISON NOT RUN"
              move "CUR TABLE FULL" to runlog-condition
              move 12 to return-code
              perform 900-abend-run
           end-if
           perform 300-check-area
           add 1 to cur-count
           move sta-callsign to cve-callsign(cur-count)
           move freq-value-mhz to cve-freq-mhz(cur-count)
           move freq-numeric-sw to cve-freq-numeric(cur-count)
           move in-area-sw to cve-in-area(cur-count)
           move "N" to cve-paired(cur-count)
           move station-record to cve-record(cur-count)
           if station-in-area then
              add 1 to cur-area-count
           end-if.

      * FLTRFREQ's selection: a city string match (or no strings
      * at all) and, with a range on file, a frequency inside it.
       300-check-area.
           if function test-numval(sta-frequency) is equal to zero
              then
              set freq-is-numeric to true
              compute freq-value-mhz = function numval(sta-frequency)
           else
              move "N" to freq-numeric-sw
              move zero to freq-value-mhz
           end-if
           move zero to any-string-matched
           move function lower-case(sta-city) to inspected-city
           perform 310-check-one-search-string
                    varying search-string-idx from 1 by 1
                    until search-string-idx > search-string-count
           move "N" to in-area-sw
           if search-string-count is equal to zero or
              any-string-matched is greater than zero then
              if not range-active then
                 set station-in-area to true
              else
                 if freq-is-numeric and
                    freq-value-mhz is not less than range-low-mhz and
                    freq-value-mhz is not greater than range-high-mhz
                    then
                    set station-in-area to true
                 end-if
              end-if
           end-if.

       310-check-one-search-string.
           move zero to match-tally
           inspect inspected-city tallying match-tally for all
                    search-string-entry(search-string-idx)
           if match-tally is greater than zero then
              add 1 to any-string-matched
           end-if.

      * Walk both sorted tables together.  A call sign on one side
      * only is new or cancelled; one on both is matched as a group.
       400-match-next-callsign.
           evaluate true
              when prev-idx > prev-count
                 move cur-idx to cur-jdx
                 perform 610-report-new
                 add 1 to cur-idx
              when cur-idx > cur-count
                 move prev-idx to prev-jdx
                 perform 620-report-cancelled
                 add 1 to prev-idx
              when cve-callsign(cur-idx) < pve-callsign(prev-idx)
                 move cur-idx to cur-jdx
                 perform 610-report-new
                 add 1 to cur-idx
              when cve-callsign(cur-idx) > pve-callsign(prev-idx)
                 move prev-idx to prev-jdx
                 perform 620-report-cancelled
                 add 1 to prev-idx
              when other
                 perform 410-match-callsign-group
           end-evaluate.

       410-match-callsign-group.
           move cve-callsign(cur-idx) to group-callsign
           move prev-idx to prev-end
           perform 415-extend-previous-group
                    until prev-end is not less than prev-count
                    or pve-callsign(prev-end + 1) is not equal to
                       group-callsign
           move cur-idx to cur-end
           perform 420-extend-current-group
                    until cur-end is not less than cur-count
                    or cve-callsign(cur-end + 1) is not equal to
                       group-callsign
      * Same frequency first, then whatever is left in order.
           perform 430-pair-same-frequency
                    varying cur-jdx from cur-idx by 1
                    until cur-jdx > cur-end
           perform 450-pair-leftover
                    varying cur-jdx from cur-idx by 1
                    until cur-jdx > cur-end
           perform 470-report-unpaired-current
                    varying cur-jdx from cur-idx by 1
                    until cur-jdx > cur-end
           perform 480-report-unpaired-previous
                    varying prev-jdx from prev-idx by 1
                    until prev-jdx > prev-end
           add 1 to prev-end giving prev-idx
           add 1 to cur-end giving cur-idx.

       415-extend-previous-group.
           add 1 to prev-end.

       420-extend-current-group.
           add 1 to cur-end.

       430-pair-same-frequency.
           move "N" to pair-found-sw
           perform 435-try-same-frequency
                    varying prev-jdx from prev-idx by 1
                    until prev-jdx > prev-end or pair-found.

       435-try-same-frequency.
           if pve-paired(prev-jdx) is equal to "N" then
              perform 440-test-same-frequency
              if same-frequency then
                 set pair-found to true
                 perform 500-compare-pair
              end-if
           end-if.

      * Numeric frequencies compare by value, so 154.43 and
      * 154.4300 are the same channel; anything else by its text.
       440-test-same-frequency.
           move "N" to same-freq-sw
           move cve-record(cur-jdx) to new-station
           move pve-record(prev-jdx) to old-station
           if cve-freq-numeric(cur-jdx) is equal to "Y" and
              pve-freq-numeric(prev-jdx) is equal to "Y" then
              if cve-freq-mhz(cur-jdx) is equal to
                 pve-freq-mhz(prev-jdx) then
                 set same-frequency to true
              end-if
           else
              if new-frequency is equal to old-frequency then
                 set same-frequency to true
              end-if
           end-if.

       450-pair-leftover.
           if cve-paired(cur-jdx) is equal to "N" then
              move "N" to pair-found-sw
              perform 455-try-leftover
                       varying prev-jdx from prev-idx by 1
                       until prev-jdx > prev-end or pair-found
           end-if.

       455-try-leftover.
           if pve-paired(prev-jdx) is equal to "N" then
              set pair-found to true
              perform 500-compare-pair
           end-if.

       470-report-unpaired-current.
           if cve-paired(cur-jdx) is equal to "N" then
              perform 610-report-new
           end-if.

       480-report-unpaired-previous.
           if pve-paired(prev-jdx) is equal to "N" then
              perform 620-report-cancelled
           end-if.

      * One station on both lists.  It is reported when it is in the
      * area either month and any of the four fields moved.
       500-compare-pair.
           move "Y" to cve-paired(cur-jdx)
           move "Y" to pve-paired(prev-jdx)
           if cve-in-area(cur-jdx) is equal to "Y" or
              pve-in-area(prev-jdx) is equal to "Y" then
              perform 440-test-same-frequency
              move "N" to pair-changed-sw
              if not same-frequency or
                 new-city is not equal to old-city or
                 new-service is not equal to old-service or
                 new-licensee is not equal to old-licensee then
                 set pair-changed to true
              end-if
              if pair-changed then
                 perform 510-report-changed
              else
                 add 1 to unchanged-count
              end-if
           end-if.

       510-report-changed.
           add 1 to changed-count
           move "CHANGED" to change-action
           perform 700-station-line
           if not same-frequency then
              add 1 to freq-changed-count
              display "            FREQUENCY " old-frequency
                      " -> " new-frequency
           end-if
           if new-city is not equal to old-city then
              add 1 to city-changed-count
              display "            CITY      " old-city
                      " -> " new-city
           end-if
           if new-service is not equal to old-service then
              add 1 to service-changed-count
              display "            SERVICE   " old-service
                      " -> " new-service
           end-if
           if new-licensee is not equal to old-licensee then
              add 1 to licensee-changed-count
              display "            LICENSEE  " old-licensee
              display "                   -> " new-licensee
           end-if
           move "CHG " to cxr-change-code
           perform 750-write-extract.

       610-report-new.
           if cve-in-area(cur-jdx) is equal to "Y" then
              add 1 to new-count
              move cve-record(cur-jdx) to new-station
              move "NEW" to change-action
              perform 700-station-line
              move "NEW " to cxr-change-code
              perform 750-write-extract
           end-if.

       620-report-cancelled.
           if pve-in-area(prev-jdx) is equal to "Y" then
              add 1 to cancelled-count
              move pve-record(prev-jdx) to new-station
              move "CANCELLED" to change-action
              perform 700-station-line
           end-if.

       700-station-line.
           display change-action " " new-callsign " "
                   new-frequency " " new-city " " new-service " "
                   new-licensee.

       750-write-extract.
           if change-extract-ok then
              move new-station to cxr-station
              write change-extract-rec
              add 1 to extract-count
           end-if.

       800-change-summary.
           display spaces
           display "CHANGE SUMMARY"
           move prev-read-count to count-out
           display "  LAST MONTH STATIONS READ   : " count-out
           move prev-area-count to count-out
           display "    IN THE SEARCH AREA       : " count-out
           move cur-read-count to count-out
           display "  THIS MONTH STATIONS READ   : " count-out
           move cur-area-count to count-out
           display "    IN THE SEARCH AREA       : " count-out
           move new-count to count-out
           display "  NEW LICENSES               : " count-out
           move cancelled-count to count-out
           display "  CANCELLED LICENSES         : " count-out
           move changed-count to count-out
           display "  CHANGED LICENSES           : " count-out
           move freq-changed-count to count-out
           display "    FREQUENCY CHANGED        : " count-out
           move city-changed-count to count-out
           display "    CITY CHANGED             : " count-out
           move service-changed-count to count-out
           display "    SERVICE CODE CHANGED     : " count-out
           move licensee-changed-count to count-out
           display "    LICENSEE NAME CHANGED    : " count-out
           move unchanged-count to count-out
           display "  UNCHANGED                  : " count-out
           move extract-count to count-out
           display "  WRITTEN TO FREQCHG EXTRACT : " count-out.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
