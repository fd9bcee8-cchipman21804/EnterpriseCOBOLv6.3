      * step and light work lowers it one, per the NIOSH workload
      * adjustment the safety office applies by hand today.
      *
      * The CREWROST roster puts people on the crews: one card per
      * worker (worker id, crew id, hire or return date, N for a new
      * hire or R for a return from leave, name).  Each crew page
      * then checks its workers against the heat-illness program's
      * graduated acclimatization schedule -- a new hire may take
      * 20% of the crew's heat-advisory hours on day 1, 40% on day
      * 2, 60% and 80% on days 3 and 4; a worker back from leave
      * 50%, 60% and 80% on days 1 to 3 -- and prints the cap for
      * anyone whose crew is scheduled past it.  Every worker's
      * hours in each (workload-adjusted) band for each work day are
      * appended to the EXPLEDGR exposure ledger with the day count
      * and acclimatization status; EXPOSRPT totals the season.
      *
      ******************************************************************
      *
      *                Job Control Language
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//OBSFILE   DD DSN=&SYSUID..STATIONOB,DISP=SHR
      *//DISPATCH  DD DSN=&SYSUID..INPUT(DISPATCH),DISP=SHR
      *//CREWROST  DD DSN=&SYSUID..CREWROST,DISP=SHR
      *//EXPLEDGR  DD DSN=&SYSUID..EXPLEDGR,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
           select dispatch-file assign to DISPATCH
                    organization is sequential
                    file status is dispatch-status.
      *
           select roster-file assign to CREWROST
                    organization is sequential
                    file status is roster-status.
      *
           select exposure-ledger-file assign to EXPLEDGR
                    organization is sequential
                    file status is ledger-status.

       data division.
       file section.
           02 filler                           pic x.
           02 dpc-intensity                    pic x.
           02 filler                           pic x(43).
      *
      * One card per worker: the worker's crew and the date the
      * acclimatization clock starts from.
       fd  roster-file record contains 80 characters
                       recording mode f.
       01  roster-card.
           02 crr-worker-id                    pic x(8).
           02 filler                           pic x.
           02 crr-crew-id                      pic x(8).
           02 filler                           pic x.
           02 crr-start-date-in                pic x(8).
           02 filler                           pic x.
           02 crr-start-type                   pic x.
              88 crr-new-hire                  value "N".
              88 crr-returning                 value "R".
           02 filler                           pic x.
           02 crr-worker-name                  pic x(20).
           02 filler                           pic x(31).
      *
      * One record per worker per work day, appended run after run.
      * Band hours are indexed band+1 (none, caution, extreme
      * caution, danger, extreme danger) after the workload
      * adjustment; heat hours are the heat-advisory hours alone.
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

       working-storage section.

              03 adv-hour                      pic 99.
              03 adv-band                      pic 9.
              03 adv-category                  pic x(16).
              03 adv-type                      pic x(4).
       01 adv-count                            pic 999 value zero.
       01 adv-idx                              pic 999.
       01 advisory-band                        pic 9.
           02 exception-crew occurs 50 times   pic x(8).
       01 exception-idx                        pic 99.

      * Crew roster and acclimatization work fields.
       01 roster-status                        pic xx value "00".
           88 roster-ok                        value "00".
       01 roster-eof-sw                        pic x value "N".
           88 roster-eof                       value "Y".
       01 roster-loaded-sw                     pic x value "N".
           88 roster-loaded                    value "Y".
       01 ledger-status                        pic xx value "00".
           88 ledger-ok                        value "00".
       01 worker-count                         pic 999 value zero.
       01 worker-idx                           pic 999.
       01 roster-table.
           02 rst-entry occurs 300 times.
              03 rst-worker-id                 pic x(8).
              03 rst-crew-id                   pic x(8).
              03 rst-start-date                pic 9(8).
              03 rst-start-type                pic x.
              03 rst-worker-name               pic x(20).
       01 ledger-written-count                 pic 9(5) value zero.
       01 capped-worker-count                  pic 9(5) value zero.

      * Percent of the crew's heat-advisory hours an unacclimatized
      * worker may take, by day count; past the end of a schedule
      * the worker is acclimatized.
       01 new-hire-schedule-values.
           02 filler                           pic 999 value 020.
           02 filler                           pic 999 value 040.
           02 filler                           pic 999 value 060.
           02 filler                           pic 999 value 080.
       01 new-hire-schedule redefines new-hire-schedule-values.
           02 new-hire-pct occurs 4 times      pic 999.
       01 returning-schedule-values.
           02 filler                           pic 999 value 050.
           02 filler                           pic 999 value 060.
           02 filler                           pic 999 value 080.
       01 returning-schedule redefines returning-schedule-values.
           02 returning-pct occurs 3 times     pic 999.

      * The current crew's work days, built while its hours are
      * scanned: band hours, heat hours and heat danger hours.
       01 crew-day-count                       pic 99 value zero.
       01 crew-day-idx                         pic 99.
       01 crew-day-found-idx                   pic 99.
       01 crew-day-found-sw                    pic x.
           88 crew-day-found                   value "Y".
       01 crew-day-table.
           02 cdt-entry occurs 14 times.
              03 cdt-date                      pic 9(8).
              03 cdt-band-hours occurs 5 times pic 99.
              03 cdt-heat-hours                pic 99.
              03 cdt-heat-danger-hours         pic 99.
       01 band-sub                             pic 9.
       01 work-day-count                       pic 9(5).
       01 allowed-pct                          pic 999.
       01 allowed-hours                        pic 99v9.
       01 allowed-out                          pic z9.9.
       01 heat-hours-out                       pic z9.
       01 day-count-out                        pic zz9.

       01 report-line.
           02 rpt-date                         pic x(10).
           02 filler                           pic x value space.
           if bad-obs-count is greater than zero then
              display "RECORDS SKIPPED (BAD NUMERICS): " bad-obs-count
           end-if
           if roster-loaded then
              display "WORKER-DAYS POSTED TO EXPLEDGR: "
                      ledger-written-count
              display "WORKER-DAYS OVER ACCLIMATIZATION CAP: "
                      capped-worker-count
           end-if
           display "********  END OF CREW ADVISORY REPORT  ********"
           stop run.

                       function numval(obs-hour-in)
              move advisory-band to adv-band(adv-count)
              move advisory-category to adv-category(adv-count)
              move advisory-type to adv-type(adv-count)
           end-if.

      * The per-crew pages.  A missing DISPATCH DD just means the
              display spaces
              display "DISPATCH NOT AVAILABLE - NO CREW PAGES"
           else
              perform 605-load-crew-roster
              perform 610-read-dispatch-card until dispatch-eof
              close dispatch-file
              if ledger-ok then
                 close exposure-ledger-file
              end-if
              perform 690-exception-summary
           end-if.

      * No roster means no acclimatization check and no ledger; the
      * crew pages stand as they were.
       605-load-crew-roster.
           open input roster-file
           if not roster-ok then
              display spaces
              display "CREWROST NOT AVAILABLE - NO ACCLIMATIZATION"
                      " CHECK OR EXPOSURE LEDGER"
              move "99" to ledger-status
           else
              perform 606-read-roster-card until roster-eof
              close roster-file
              set roster-loaded to true
              open extend exposure-ledger-file
              if not ledger-ok then
                 open output exposure-ledger-file
              end-if
              if not ledger-ok then
                 display "EXPLEDGR NOT AVAILABLE - EXPOSURE HOURS NOT"
                         " POSTED"
              end-if
           end-if.

       606-read-roster-card.
           read roster-file
              at end set roster-eof to true
              not at end perform 607-store-roster-card
           end-read.

       607-store-roster-card.
           if crr-worker-id is equal to spaces then
              continue
           else
           if function test-numval(crr-start-date-in) is not equal
              zero or
              function test-date-yyyymmdd(
                 function numval(crr-start-date-in)) is not equal
              zero or
              (not crr-new-hire and not crr-returning) then
              display "ROSTER CARD SKIPPED - BAD DATE OR TYPE: "
                      crr-worker-id
           else
           if worker-count is not less than 300 then
              display "ROSTER CARD SKIPPED - ROSTER FULL: "
                      crr-worker-id
           else
              add 1 to worker-count
              move crr-worker-id to rst-worker-id(worker-count)
              move crr-crew-id to rst-crew-id(worker-count)
              compute rst-start-date(worker-count) =
                       function numval(crr-start-date-in)
              move crr-start-type to rst-start-type(worker-count)
              move crr-worker-name to rst-worker-name(worker-count)
           end-if
           end-if
           end-if.

       610-read-dispatch-card.
           read dispatch-file
              at end set dispatch-eof to true
              move zero to crew-danger-hours
              move zero to crew-adjust-hours
              move zero to nonwork-hours-skipped
              move zero to crew-day-count
              display spaces
              display "----  CREW " dpc-crew-id " AT "
                      dpc-job-site " " dpc-start-hour "00-"
                      varying adv-idx from 1 by 1
                      until adv-idx > adv-count
              perform 660-crew-verdict
              if roster-loaded then
                 perform 670-crew-acclimatization
              end-if
           end-if.

      * A shift with end before start runs overnight, so the hour
              if effective-band is not less than 3 then
                 add 1 to crew-danger-hours
              end-if
              perform 645-tally-crew-day
              if effective-band is greater than zero then
                 add 1 to crew-adjust-hours
                 perform 650-band-guidance
              move 4 to effective-band
           end-if.

      * Folds the hour into the crew's work-day table.  A date that
      * will not fold to yyyymmdd cannot be day-counted and is left
      * off the ledger.
       645-tally-crew-day.
           if function test-numval(cal-date-text(1:2)) is equal to
              zero and
              function test-numval(cal-date-text(4:2)) is equal to
              zero and
              function test-numval(cal-date-text(7:4)) is equal to
              zero and
              function test-date-yyyymmdd(cal-lookup-date) is equal
              to zero then
              move "N" to crew-day-found-sw
              perform 647-find-crew-day
                      varying crew-day-idx from 1 by 1
                      until crew-day-idx > crew-day-count
                      or crew-day-found
              if not crew-day-found and crew-day-count is less than
                 14 then
                 add 1 to crew-day-count
                 move crew-day-count to crew-day-found-idx
                 initialize cdt-entry(crew-day-found-idx)
                 move cal-lookup-date to cdt-date(crew-day-found-idx)
                 set crew-day-found to true
              end-if
              if crew-day-found then
                 compute band-sub = effective-band + 1
                 add 1 to
                     cdt-band-hours(crew-day-found-idx, band-sub)
                 if adv-type(adv-idx) is equal to "HEAT" and
                    effective-band is greater than zero then
                    add 1 to cdt-heat-hours(crew-day-found-idx)
                    if effective-band is not less than 3 then
                       add 1 to
                           cdt-heat-danger-hours(crew-day-found-idx)
                    end-if
                 end-if
              end-if
           end-if.

       647-find-crew-day.
           if cdt-date(crew-day-idx) is equal to cal-lookup-date then
              set crew-day-found to true
              move crew-day-idx to crew-day-found-idx
           end-if.

       650-band-guidance.
           evaluate effective-band
              when 1 move "WORK 50 / REST 10" to crew-guidance
              end-if
           end-if.

      * Every rostered worker on the crew, for every work day the
      * crew was scanned on.
       670-crew-acclimatization.
           perform 675-one-roster-worker
                   varying worker-idx from 1 by 1
                   until worker-idx > worker-count.

       675-one-roster-worker.
           if rst-crew-id(worker-idx) is equal to dpc-crew-id then
              perform 680-worker-day
                      varying crew-day-idx from 1 by 1
                      until crew-day-idx > crew-day-count
           end-if.

      * Day 1 is the hire or return date itself.  A worker whose
      * date is still ahead of the work day is not on the crew yet.
       680-worker-day.
           if rst-start-date(worker-idx) is not greater than
              cdt-date(crew-day-idx) then
              compute work-day-count =
                       function integer-of-date(cdt-date(crew-day-idx))
                     - function integer-of-date(
                          rst-start-date(worker-idx)) + 1
              move 100 to allowed-pct
              if rst-start-type(worker-idx) is equal to "N" and
                 work-day-count is not greater than 4 then
                 move new-hire-pct(work-day-count) to allowed-pct
              end-if
              if rst-start-type(worker-idx) is equal to "R" and
                 work-day-count is not greater than 3 then
                 move returning-pct(work-day-count) to allowed-pct
              end-if
              compute allowed-hours rounded =
                       cdt-heat-hours(crew-day-idx) * allowed-pct
                       / 100
              if allowed-pct is less than 100 and
                 cdt-heat-hours(crew-day-idx) is greater than
                 allowed-hours then
                 add 1 to capped-worker-count
                 move work-day-count to day-count-out
                 move allowed-hours to allowed-out
                 move cdt-heat-hours(crew-day-idx) to heat-hours-out
                 display "  ACCLIMATIZATION: " rst-worker-id(worker-idx)
                         " " rst-worker-name(worker-idx) " DAY "
                         day-count-out
                 display "    " cdt-date(crew-day-idx)
                         " LIMIT HEAT EXPOSURE TO " allowed-out
                         " OF " heat-hours-out " ADVISORY HOURS"
              end-if
              perform 685-post-exposure-ledger
           end-if.

       685-post-exposure-ledger.
           if ledger-ok then
              move spaces to exposure-ledger-record
              move rst-worker-id(worker-idx) to elr-worker-id
              move dpc-crew-id to elr-crew-id
              move cdt-date(crew-day-idx) to elr-date
              if work-day-count is greater than 999 then
                 move 999 to elr-day-count
              else
                 move work-day-count to elr-day-count
              end-if
              if allowed-pct is less than 100 then
                 set elr-unacclimatized to true
              else
                 set elr-acclimatized to true
              end-if
              perform 687-move-band-hours
                      varying band-sub from 1 by 1
                      until band-sub > 5
              move cdt-heat-hours(crew-day-idx) to elr-heat-hours
              move cdt-heat-danger-hours(crew-day-idx) to
                   elr-heat-danger-hours
              move allowed-hours to elr-allowed-hours
              move rst-worker-name(worker-idx) to elr-worker-name
              write exposure-ledger-record
              add 1 to ledger-written-count
           end-if.

       687-move-band-hours.
           move cdt-band-hours(crew-day-idx, band-sub) to
                elr-band-hours(band-sub).

       690-exception-summary.
           display spaces
           if exception-count is equal to zero then
