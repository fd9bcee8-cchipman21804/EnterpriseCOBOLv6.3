       identification division.
       program-id.    exposrpt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *            Heat-Illness Program Season Exposure Report         *
      *                                                                *
      ******************************************************************
      *
      * WXADVISE appends every rostered worker's day to the EXPLEDGR
      * exposure ledger: hours in each workload-adjusted advisory
      * band, heat-advisory hours, heat hours in a danger band, and
      * the acclimatization day count and status for that day.  This
      * report reads the whole ledger back for the season and prints
      *
      *   - each worker's work days and total hours by band (none,
      *     caution, extreme caution, danger, extreme danger) with
      *     the heat-advisory hours alongside;
      *   - an exception list of every day a worker put in
      *     danger-band heat hours while still unacclimatized -- the
      *     cases the heat-illness program has to review.
      *
      * Optional SEASPARM card: season-start(8) season-end(8),
      * yyyymmdd, one space between; without it the whole ledger is
      * the season.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//EXPOSRPT JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(EXPOSRPT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(EXPOSRPT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=EXPOSRPT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//EXPLEDGR  DD DSN=&SYSUID..EXPLEDGR,DISP=SHR
      *//SEASPARM  DD DSN=&SYSUID..CONTROL(SEASPARM),DISP=SHR
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
           select exposure-ledger-file assign to EXPLEDGR
                    organization is sequential
                    file status is ledger-status.
      *
           select season-parm-file assign to SEASPARM
                    organization is sequential
                    file status is season-parm-status.

       data division.
       file section.
      * The ledger WXADVISE writes, one record per worker per day.
       fd  exposure-ledger-file record contains 80 characters
                                recording mode f.
       01  exposure-ledger-record.
           02 elr-worker-id                    pic x(8).
           02 filler                           pic x.
           02 elr-crew-id                      pic x(8).
           02 filler                           pic x.
           02 elr-date                         pic 9(8).
           02 filler                           pic x.
           02 elr-day-count                    pic 9(3).
           02 filler                           pic x.
           02 elr-acclim-status                pic x.
              88 elr-acclimatized              value "A".
              88 elr-unacclimatized            value "U".
           02 filler                           pic x.
           02 elr-band-entry occurs 5 times.
              03 elr-band-hours                pic 99.
              03 filler                        pic x.
           02 elr-heat-hours                   pic 99.
           02 filler                           pic x.
           02 elr-heat-danger-hours            pic 99.
           02 filler                           pic x.
           02 elr-allowed-hours                pic 99v9.
           02 filler                           pic x.
           02 elr-worker-name                  pic x(20).
           02 filler                           pic x(2).
      *
       fd  season-parm-file record contains 80 characters
                            recording mode f.
       01  season-parm-card.
           02 spc-season-start-in              pic x(8).
           02 filler                           pic x.
           02 spc-season-end-in                pic x(8).
           02 filler                           pic x(63).

       working-storage section.

       01 ledger-status                        pic xx value "00".
           88 ledger-ok                        value "00".
       01 season-parm-status                   pic xx value "00".
           88 season-parm-ok                   value "00".
       01 ledger-eof-sw                        pic x value "N".
           88 ledger-eof                       value "Y".

       01 season-start                         pic 9(8) value zero.
       01 season-end                           pic 9(8)
                                               value 99999999.

       01 records-read-count                   pic 9(7) value zero.
       01 records-in-season                    pic 9(7) value zero.
       01 records-skipped-count                pic 9(7) value zero.
       01 unacclimatized-danger-count          pic 9(5) value zero.

      * Per-worker season totals.
       01 worker-count                         pic 999 value zero.
       01 worker-idx                           pic 999.
       01 worker-found-idx                     pic 999.
       01 worker-found-sw                      pic x.
           88 worker-found                     value "Y".
       01 worker-total-table.
           02 wtt-entry occurs 500 times.
              03 wtt-worker-id                 pic x(8).
              03 wtt-worker-name               pic x(20).
              03 wtt-crew-id                   pic x(8).
              03 wtt-work-days                 pic 9(4) comp-3.
              03 wtt-band-hours occurs 5 times pic 9(5) comp-3.
              03 wtt-heat-hours                pic 9(5) comp-3.
       01 band-sub                             pic 9.

      * Unacclimatized danger-band days, listed as the ledger is
      * read and printed after the totals.
       01 danger-list-count                    pic 999 value zero.
       01 danger-list-idx                      pic 999.
       01 danger-list-table.
           02 dlt-entry occurs 300 times.
              03 dlt-worker-id                 pic x(8).
              03 dlt-worker-name               pic x(20).
              03 dlt-crew-id                   pic x(8).
              03 dlt-date                      pic 9(8).
              03 dlt-day-count                 pic 9(3).
              03 dlt-danger-hours              pic 99.
              03 dlt-allowed-hours             pic 99v9.

      * Report editing fields.
       01 days-out                             pic zzz9.
       01 hours-out                            pic zzzz9.
       01 day-count-out                        pic zz9.
       01 danger-out                           pic z9.
       01 allowed-out                          pic z9.9.
       01 date-out                             pic 9999/99/99.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "EXPOSRPT".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  HEAT-ILLNESS SEASON EXPOSURE REPORT  "
                   "********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 150-read-season-parm
           perform 200-load-ledger
           perform 400-worker-totals
           perform 500-unacclimatized-danger
           display spaces
           display "LEDGER RECORDS READ    : " records-read-count
           display "RECORDS IN SEASON      : " records-in-season
           display "RECORDS SKIPPED        : " records-skipped-count
           display "UNACCLIMATIZED DANGER  : "
                   unacclimatized-danger-count
           move "E" to runlog-event
           move records-read-count to runlog-read
           move worker-count to runlog-written
           move records-skipped-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  SEASON EXPOSURE REPORT ENDS  ********"
           stop run.

       150-read-season-parm.
           open input season-parm-file
           if season-parm-ok then
              read season-parm-file
                 at end continue
                 not at end
                    if function test-numval(spc-season-start-in) is
                       equal to zero and
                       function test-numval(spc-season-end-in) is
                       equal to zero then
                       compute season-start =
                                function numval(spc-season-start-in)
                       compute season-end =
                                function numval(spc-season-end-in)
                    else
                       display "SEASPARM CARD NOT NUMERIC - WHOLE"
                               " LEDGER REPORTED"
                    end-if
              end-read
              close season-parm-file
           end-if
           if season-start is equal to zero and
              season-end is equal to 99999999 then
              display "SEASON: WHOLE LEDGER"
           else
              move season-start to date-out
              display "SEASON: " date-out " THROUGH " with no advancing
              move season-end to date-out
              display date-out
           end-if.

       200-load-ledger.
           open input exposure-ledger-file
           if not ledger-ok then
              display "EXPLEDGR NOT AVAILABLE - NOTHING TO REPORT"
           else
              perform 210-read-ledger-record until ledger-eof
              close exposure-ledger-file
           end-if.

       210-read-ledger-record.
           read exposure-ledger-file
              at end set ledger-eof to true
              not at end
                 add 1 to records-read-count
                 perform 220-screen-ledger-record
           end-read.

       220-screen-ledger-record.
           if elr-date is not numeric or
              elr-heat-hours is not numeric or
              elr-heat-danger-hours is not numeric or
              elr-band-hours(1) is not numeric or
              elr-band-hours(2) is not numeric or
              elr-band-hours(3) is not numeric or
              elr-band-hours(4) is not numeric or
              elr-band-hours(5) is not numeric then
              add 1 to records-skipped-count
           else
           if elr-date is less than season-start or
              elr-date is greater than season-end then
              continue
           else
              add 1 to records-in-season
              perform 300-accumulate-worker
              if elr-unacclimatized and
                 elr-heat-danger-hours is greater than zero then
                 perform 350-note-danger-day
              end-if
           end-if
           end-if.

       300-accumulate-worker.
           move "N" to worker-found-sw
           perform 310-find-worker
                   varying worker-idx from 1 by 1
                   until worker-idx > worker-count
                   or worker-found
           if not worker-found then
              if worker-count is less than 500 then
                 add 1 to worker-count
                 move worker-count to worker-found-idx
                 initialize wtt-entry(worker-found-idx)
                 move elr-worker-id to wtt-worker-id(worker-found-idx)
                 set worker-found to true
              else
                 add 1 to records-skipped-count
              end-if
           end-if
           if worker-found then
              move elr-worker-name to wtt-worker-name(worker-found-idx)
              move elr-crew-id to wtt-crew-id(worker-found-idx)
              add 1 to wtt-work-days(worker-found-idx)
              perform 320-add-band-hours
                      varying band-sub from 1 by 1
                      until band-sub > 5
              add elr-heat-hours to wtt-heat-hours(worker-found-idx)
           end-if.

       310-find-worker.
           if wtt-worker-id(worker-idx) is equal to elr-worker-id then
              set worker-found to true
              move worker-idx to worker-found-idx
           end-if.

       320-add-band-hours.
           add elr-band-hours(band-sub) to
               wtt-band-hours(worker-found-idx, band-sub).

       350-note-danger-day.
           add 1 to unacclimatized-danger-count
           if danger-list-count is less than 300 then
              add 1 to danger-list-count
              move elr-worker-id to dlt-worker-id(danger-list-count)
              move elr-worker-name to
                   dlt-worker-name(danger-list-count)
              move elr-crew-id to dlt-crew-id(danger-list-count)
              move elr-date to dlt-date(danger-list-count)
              move elr-day-count to dlt-day-count(danger-list-count)
              move elr-heat-danger-hours to
                   dlt-danger-hours(danger-list-count)
              move elr-allowed-hours to
                   dlt-allowed-hours(danger-list-count)
           end-if.

       400-worker-totals.
           display spaces
           display "------  SEASON HOURS BY WORKER AND BAND  ------"
           display "WORKER   NAME                 CREW      DAYS"
                   "  NONE  CAUT  XCAU  DANG  XDNG  HEAT"
           perform 410-one-worker-line
                   varying worker-idx from 1 by 1
                   until worker-idx > worker-count
           if worker-count is equal to zero then
              display "  (NO WORKER-DAYS IN THE SEASON)"
           end-if.

       410-one-worker-line.
           display wtt-worker-id(worker-idx) " "
                   wtt-worker-name(worker-idx) " "
                   wtt-crew-id(worker-idx) " " with no advancing
           move wtt-work-days(worker-idx) to days-out
           display days-out with no advancing
           perform 420-one-band-column
                   varying band-sub from 1 by 1
                   until band-sub > 5
           move wtt-heat-hours(worker-idx) to hours-out
           display " " hours-out.

       420-one-band-column.
           move wtt-band-hours(worker-idx, band-sub) to hours-out
           display " " hours-out with no advancing.

       500-unacclimatized-danger.
           display spaces
           display "------  DANGER-BAND HEAT HOURS WHILE"
                   " UNACCLIMATIZED  ------"
           if danger-list-count is equal to zero then
              display "  NONE - NO UNACCLIMATIZED WORKER LOGGED"
                      " DANGER-BAND HEAT HOURS"
           else
              display "WORKER   NAME                 CREW     DATE"
                      "        DAY  DANGER HRS  ALLOWED HEAT HRS"
              perform 510-one-danger-line
                      varying danger-list-idx from 1 by 1
                      until danger-list-idx > danger-list-count
              if unacclimatized-danger-count is greater than
                 danger-list-count then
                 display "  (LIST LIMITED TO 300 - SEE COUNT BELOW)"
              end-if
           end-if.

       510-one-danger-line.
           move dlt-date(danger-list-idx) to date-out
           move dlt-day-count(danger-list-idx) to day-count-out
           move dlt-danger-hours(danger-list-idx) to danger-out
           move dlt-allowed-hours(danger-list-idx) to allowed-out
           display dlt-worker-id(danger-list-idx) " "
                   dlt-worker-name(danger-list-idx) " "
                   dlt-crew-id(danger-list-idx) " " date-out "  "
                   day-count-out "      " danger-out "         "
                   allowed-out.
