       identification division.
       program-id.    rerunpln.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *             Dependency-Aware Rerun Planner                     *
      *                                                                *
      ******************************************************************
      *
      * SCHEDCHK says which steps were missing, late or out of
      * sequence; it does not say what has to be rerun once a step
      * has failed.  This program reads RUNPLAN as a dependency
      * graph -- each card names its predecessor -- takes the broken
      * steps from the night's RUNLOG and plans the recovery:
      *
      *   - a step is broken when its last record on the night is an
      *     ABEND, a START with no END after it (UNFINISHED), or an
      *     END with return code 8 or over (FAILED), or when a
      *     required step never started at all (MISSING);
      *   - every step downstream of a broken one, however far down
      *     the chain, must rerun too, because its input is about to
      *     change;
      *   - the rerun list is put in a valid order (no step before
      *     its predecessor, plan-card order otherwise) and each step
      *     is shown with its planned window;
      *   - the steps are assumed to rerun one after another from the
      *     planning time, each sized by its RUNTRND 90th-percentile
      *     elapsed time from RUNARCH (newest month on file), or by
      *     its planned window when no trend is on file.  A step
      *     projected to end after the online day starts is flagged;
      *   - the rerun deck (RERUNDK) is a job stream the operator can
      *     submit: one step per rerun, each executing the cataloged
      *     procedure of the same name, every step after the first
      *     bypassed once an earlier one ends over return code 4.
      *
      * As in SCHEDCHK, the night is the newest calendar date on
      * RUNLOG unless the parm card names one, and a step whose plan
      * card says it does not run on holidays is excused on a CALNDR
      * holiday or shutdown night.  The planner's own START is
      * logged only after the log has been read.
      *
      * Parm card (RERUNPRM), optional:
      *   online-start(4 hhmm) plan-from(4 hhmm) night(8 yyyymmdd)
      *   with one space between fields; defaults 0600, the time of
      *   the run, and the newest night on RUNLOG.
      *
      * Return code 0 nothing to rerun, 4 rerun planned and it fits,
      * 8 the rerun runs into the online day or the plan has a
      * predecessor loop.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//RERUNPLN JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(RERUNPLN),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(RERUNPLN),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=RERUNPLN
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//RUNPLAN   DD DSN=&SYSUID..CONTROL(RUNPLAN),DISP=SHR
      *//RERUNPRM  DD DSN=&SYSUID..CONTROL(RERUNPRM),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//RUNTRND   DD DSN=&SYSUID..RUNTRND,DISP=SHR
      *//RERUNDK   DD DSN=&SYSUID..CONTROL(RERUNDK),DISP=OLD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select run-plan-file assign to RUNPLAN
                    organization is sequential
                    file status is run-plan-status.
      *
           select rerun-parm-file assign to RERUNPRM
                    organization is sequential
                    file status is rerun-parm-status.
      *
           select run-log-file assign to RUNLOG
                    organization is sequential
                    file status is run-log-status.
      *
           select trend-file assign to RUNTRND
                    organization is sequential
                    file status is trend-status.
      *
           select rerun-deck-file assign to RERUNDK
                    organization is sequential
                    file status is rerun-deck-status.

       data division.
       file section.
       fd  run-plan-file record contains 80 characters
                         recording mode f.
       01  run-plan-card.
           02 rpc-program                      pic x(8).
           02 filler                           pic x.
           02 rpc-open-in                      pic x(4).
           02 filler                           pic x.
           02 rpc-close-in                     pic x(4).
           02 filler                           pic x.
           02 rpc-predecessor                  pic x(8).
           02 filler                           pic x.
           02 rpc-required                     pic x.
           02 filler                           pic x.
           02 rpc-holiday-runs                 pic x.
           02 filler                           pic x(49).
      *
       fd  rerun-parm-file record contains 80 characters
                           recording mode f.
       01  rerun-parm-card.
           02 rpp-online-start-in              pic x(4).
           02 filler                           pic x.
           02 rpp-plan-from-in                 pic x(4).
           02 filler                           pic x.
           02 rpp-night-in                     pic x(8).
           02 filler                           pic x(62).
      *
      * The record RUNLOG appends: timestamp, program, event, counts,
      * return code and condition.
       fd  run-log-file record contains 80 characters
                        recording mode f.
       01  run-log-record.
           02 rlr-timestamp                    pic x(14).
           02 filler                           pic x.
           02 rlr-program                      pic x(8).
           02 filler                           pic x.
           02 rlr-event                        pic x(5).
           02 filler                           pic x(25).
           02 rlr-return-code                  pic x(4).
           02 filler                           pic x.
           02 rlr-condition                    pic x(20).
           02 filler                           pic x.
      *
      * The elapsed-time history RUNARCH appends.
       fd  trend-file record contains 80 characters
                      recording mode f.
       01  trend-record.
           02 trr-program                      pic x(8).
           02 filler                           pic x.
           02 trr-month                        pic x(6).
           02 filler                           pic x.
           02 trr-run-count                    pic x(3).
           02 filler                           pic x.
           02 trr-median-seconds               pic x(6).
           02 filler                           pic x.
           02 trr-p90-seconds                  pic x(6).
           02 filler                           pic x(47).
      *
       fd  rerun-deck-file record contains 80 characters
                           recording mode f.
       01  rerun-deck-card                     pic x(80).

       working-storage section.

       01 run-plan-status                      pic xx value "00".
           88 run-plan-ok                      value "00".
       01 rerun-parm-status                    pic xx value "00".
           88 rerun-parm-ok                    value "00".
       01 run-log-status                       pic xx value "00".
           88 run-log-ok                       value "00".
       01 trend-status                         pic xx value "00".
           88 trend-ok                         value "00".
       01 rerun-deck-status                    pic xx value "00".
           88 rerun-deck-ok                    value "00".

       01 plan-eof-sw                          pic x value "N".
           88 plan-eof                         value "Y".
       01 log-eof-sw                           pic x value "N".
           88 log-eof                          value "Y".
       01 trend-eof-sw                         pic x value "N".
           88 trend-eof                        value "Y".

      * The plan, with what the night's log says about each step and
      * what the planner decides for it.
       01 plan-count                           pic 99 value zero.
       01 plan-idx                             pic 99.
       01 pred-idx                             pic 99.
       01 pred-found-sw                        pic x.
           88 pred-found                       value "Y".
       01 plan-table.
           02 plan-entry occurs 50 times.
              03 ple-program                   pic x(8).
              03 ple-open-hhmm                 pic 9(4).
              03 ple-close-hhmm                pic 9(4).
              03 ple-predecessor               pic x(8).
              03 ple-required                  pic x.
              03 ple-holiday-runs              pic x.
              03 ple-start-ts                  pic x(14).
              03 ple-last-event                pic x(5).
              03 ple-return-code               pic 9(4).
              03 ple-condition                 pic x(20).
              03 ple-status                    pic x(10).
              03 ple-pred-idx                  pic 99.
              03 ple-rerun-sw                  pic x.
                 88 ple-rerun                  value "Y".
              03 ple-placed-sw                 pic x.
                 88 ple-placed                 value "Y".
              03 ple-cause                     pic x(8).
              03 ple-p90-month                 pic x(6).
              03 ple-p90-seconds               pic 9(6).
              03 ple-p90-source                pic x.

      * The rerun order: plan-table subscripts in submission order.
       01 rerun-count                          pic 99 value zero.
       01 rerun-idx                            pic 99.
       01 rerun-order-table.
           02 rot-plan-idx occurs 50 times     pic 99.
       01 broken-count                         pic 99 value zero.
       01 changed-sw                           pic x.
           88 something-changed                value "Y".
       01 loop-count                           pic 99 value zero.

       01 night-date                           pic x(8)
                                               value low-values.
       01 night-from-parm-sw                   pic x value "N".
           88 night-from-parm                  value "Y".

      * Shared-calendar lookup, as SCHEDCHK does it.
       01 cal-lookup-date                      pic 9(8).
       01 cal-day-type                         pic x value "W".
       01 cal-found-flag                       pic x.
       01 night-is-holiday-sw                  pic x value "N".
           88 night-is-holiday                 value "Y".

      * Timing: minutes after midnight, seconds of rerun so far.
       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 dt-hhmm                          pic 9(4).
           02 filler                           pic x(9).
       01 online-start-hhmm                    pic 9(4) value 0600.
       01 plan-from-hhmm                       pic 9(4).
       01 hhmm-work                            pic 9(4).
       01 hhmm-parts redefines hhmm-work.
           02 hhmm-hh                          pic 99.
           02 hhmm-mm                          pic 99.
       01 minutes-work                         pic 9(5).
       01 plan-from-minutes                    pic 9(5).
       01 online-start-minutes                 pic 9(5).
       01 available-seconds                    pic 9(7).
       01 elapsed-so-far                       pic 9(7) value zero.
       01 step-start-seconds                   pic 9(7).
       01 window-minutes                       pic 9(5).
       01 clock-minutes                        pic 9(5).
       01 clock-quotient                       pic 9(5).
       01 projected-start-hhmm                 pic 9(4).
       01 projected-end-hhmm                   pic 9(4).
       01 late-count                           pic 99 value zero.

       01 step-number                          pic 99.
       01 deck-line.
           02 dkl-slashes                      pic xx value "//".
           02 dkl-step-name                    pic x(8).
           02 filler                           pic x value space.
           02 dkl-exec                         pic x(4) value "EXEC".
           02 filler                           pic x value space.
           02 dkl-operand                      pic x(64).
       01 deck-operand.
           02 dko-procedure                    pic x(8).
           02 dko-condition                    pic x(56).

       01 reason-text                          pic x(24).
       01 seconds-out                          pic zzz,zz9.
       01 available-out                        pic zzz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "RERUNPLN".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  RERUN PLANNER FOR A BROKEN NIGHT"
                   "  ********"
           move function current-date to datetime
           move dt-hhmm to plan-from-hhmm
           perform 150-read-parm-card
           perform 200-load-plan
           if plan-count is equal to zero then
              display "RUNPLAN EMPTY OR MISSING - NOTHING TO PLAN"
              move "NO RUN PLAN" to runlog-condition
              move 4 to return-code
              perform 900-abend-run
           end-if
           if not night-from-parm then
              perform 300-find-night-date
           end-if
           perform 350-post-log-events
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "NIGHT PLANNED: " night-date
                   "   PLANNING FROM " plan-from-hhmm
                   "   ONLINE DAY STARTS " online-start-hhmm
           if night-date is not equal to low-values and
              night-date is numeric then
              move night-date to cal-lookup-date
              call "CALNDR" using cal-lookup-date, cal-day-type,
                   cal-found-flag
              if cal-day-type is equal to "H" or
                 cal-day-type is equal to "S" then
                 set night-is-holiday to true
                 display "SHOP CALENDAR: HOLIDAY/SHUTDOWN NIGHT -"
                         " NON-HOLIDAY JOBS ARE EXCUSED"
              end-if
           end-if
           perform 400-judge-one-step
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count
           perform 410-link-predecessor
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count
           move "Y" to changed-sw
           perform 450-spread-one-pass
                   until not something-changed
           perform 500-load-trends
           move "Y" to changed-sw
           perform 550-order-one-pass
                   until not something-changed
           perform 600-night-status
           perform 650-rerun-list
           perform 700-write-deck
           evaluate true
              when broken-count is equal to zero
                 display "NOTHING BROKEN ON THE NIGHT - NO RERUN"
              when loop-count is greater than zero
                 display "PREDECESSOR LOOP IN RUNPLAN - RETURN CODE 8"
                 move "PREDECESSOR LOOP" to runlog-condition
                 move 8 to return-code
              when late-count is greater than zero
                 display "RERUN RUNS INTO THE ONLINE DAY - RETURN"
                         " CODE 8"
                 move "RERUN WILL NOT FIT" to runlog-condition
                 move 8 to return-code
              when other
                 display "RERUN PLANNED - RETURN CODE 4"
                 move "RERUN PLANNED" to runlog-condition
                 move 4 to return-code
           end-evaluate
           move plan-count to runlog-read
           move rerun-count to runlog-written
           move late-count to runlog-rejected
           move return-code to runlog-return-code
           move "E" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  RERUN PLANNER ENDS  ********"
           stop run.

       150-read-parm-card.
           open input rerun-parm-file
           if rerun-parm-ok then
              read rerun-parm-file
                 at end continue
                 not at end perform 160-edit-parm-card
              end-read
              close rerun-parm-file
           end-if.

       160-edit-parm-card.
           if rpp-online-start-in is numeric then
              move rpp-online-start-in to hhmm-work
              if hhmm-hh is less than 24 and hhmm-mm is less than 60
                 then
                 move hhmm-work to online-start-hhmm
              end-if
           end-if
           if rpp-plan-from-in is numeric then
              move rpp-plan-from-in to hhmm-work
              if hhmm-hh is less than 24 and hhmm-mm is less than 60
                 then
                 move hhmm-work to plan-from-hhmm
              end-if
           end-if
           if rpp-night-in is numeric then
              move rpp-night-in to night-date
              set night-from-parm to true
           end-if.

       200-load-plan.
           open input run-plan-file
           if not run-plan-ok then
              display "RUNPLAN NOT AVAILABLE"
           else
              perform 210-read-plan-card until plan-eof
              close run-plan-file
           end-if.

       210-read-plan-card.
           read run-plan-file
              at end set plan-eof to true
              not at end perform 220-store-plan-card
           end-read.

       220-store-plan-card.
           if function test-numval(rpc-open-in) is not equal zero or
              function test-numval(rpc-close-in) is not equal zero
              then
              display "PLAN CARD SKIPPED - BAD WINDOW: " rpc-program
           else
           if plan-count is not less than 50 then
              display "PLAN TABLE FULL - " rpc-program " SKIPPED"
           else
              add 1 to plan-count
              initialize plan-entry(plan-count)
              move rpc-program to ple-program(plan-count)
              compute ple-open-hhmm(plan-count) =
                       function numval(rpc-open-in)
              compute ple-close-hhmm(plan-count) =
                       function numval(rpc-close-in)
              move rpc-predecessor to ple-predecessor(plan-count)
              move rpc-required to ple-required(plan-count)
              move rpc-holiday-runs to ple-holiday-runs(plan-count)
              move "N" to ple-rerun-sw(plan-count)
              move "N" to ple-placed-sw(plan-count)
           end-if
           end-if.

      * First pass over the log: the newest calendar date on file is
      * the night being planned.
       300-find-night-date.
           open input run-log-file
           if not run-log-ok then
              display "RUNLOG NOT AVAILABLE - EVERY REQUIRED STEP"
                      " WILL SHOW MISSING"
           else
              perform 310-scan-one-record until log-eof
              close run-log-file
           end-if.

       310-scan-one-record.
           read run-log-file
              at end set log-eof to true
              not at end
                 if rlr-timestamp(1:8) is greater than night-date
                    move rlr-timestamp(1:8) to night-date
                 end-if
           end-read.

      * Second pass: the night's first START and last event per
      * planned program.
       350-post-log-events.
           if night-date is equal to low-values then
              continue
           else
              move "N" to log-eof-sw
              open input run-log-file
              if run-log-ok then
                 perform 360-post-one-record until log-eof
                 close run-log-file
              end-if
           end-if.

       360-post-one-record.
           read run-log-file
              at end set log-eof to true
              not at end
                 if rlr-timestamp(1:8) is equal to night-date then
                    perform 370-match-one-step
                            varying plan-idx from 1 by 1
                            until plan-idx > plan-count
                 end-if
           end-read.

       370-match-one-step.
           if ple-program(plan-idx) is equal to rlr-program then
              if rlr-event is equal to "START" then
                 if ple-start-ts(plan-idx) is equal to spaces then
                    move rlr-timestamp to ple-start-ts(plan-idx)
                 end-if
                 move "START" to ple-last-event(plan-idx)
                 move zero to ple-return-code(plan-idx)
                 move spaces to ple-condition(plan-idx)
              else
              if rlr-event is equal to "END  " or
                 rlr-event is equal to "ABEND" then
                 move rlr-event to ple-last-event(plan-idx)
                 if rlr-return-code is numeric then
                    move rlr-return-code to
                         ple-return-code(plan-idx)
                 else
                    move zero to ple-return-code(plan-idx)
                 end-if
                 move rlr-condition to ple-condition(plan-idx)
              end-if
              end-if
           end-if.

      * What the night did to each step.
       400-judge-one-step.
           evaluate true
              when ple-start-ts(plan-idx) is equal to spaces and
                   night-is-holiday and
                   ple-holiday-runs(plan-idx) is equal to "N"
                 move "EXCUSED" to ple-status(plan-idx)
              when ple-start-ts(plan-idx) is equal to spaces and
                   ple-required(plan-idx) is equal to "Y"
                 move "MISSING" to ple-status(plan-idx)
              when ple-start-ts(plan-idx) is equal to spaces
                 move "NOT RUN" to ple-status(plan-idx)
              when ple-last-event(plan-idx) is equal to "ABEND"
                 move "ABENDED" to ple-status(plan-idx)
              when ple-last-event(plan-idx) is equal to "START"
                 move "UNFINISHED" to ple-status(plan-idx)
              when ple-return-code(plan-idx) is not less than 8
                 move "FAILED" to ple-status(plan-idx)
              when other
                 move "ENDED OK" to ple-status(plan-idx)
           end-evaluate
           if ple-status(plan-idx) is equal to "MISSING" or
              ple-status(plan-idx) is equal to "ABENDED" or
              ple-status(plan-idx) is equal to "UNFINISHED" or
              ple-status(plan-idx) is equal to "FAILED" then
              set ple-rerun(plan-idx) to true
              move ple-program(plan-idx) to ple-cause(plan-idx)
              add 1 to broken-count
           end-if.

      * Each step's predecessor as a plan-table subscript; zero when
      * it has none or the predecessor is not on the plan.
       410-link-predecessor.
           move zero to ple-pred-idx(plan-idx)
           if ple-predecessor(plan-idx) is not equal to spaces then
              move "N" to pred-found-sw
              perform 420-find-predecessor
                      varying pred-idx from 1 by 1
                      until pred-idx > plan-count or pred-found
              if pred-found then
                 subtract 1 from pred-idx
                 move pred-idx to ple-pred-idx(plan-idx)
              end-if
           end-if.

       420-find-predecessor.
           if ple-program(pred-idx) is equal to
              ple-predecessor(plan-idx) then
              set pred-found to true
           end-if.

      * One pass down the plan marking every step whose predecessor
      * reruns; repeated until a pass marks nothing, so the rerun
      * reaches the bottom of the chain whatever the card order.
       450-spread-one-pass.
           move "N" to changed-sw
           perform 460-spread-one-step
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count.

       460-spread-one-step.
           if not ple-rerun(plan-idx) and
              ple-pred-idx(plan-idx) is greater than zero and
              ple-status(plan-idx) is not equal to "EXCUSED" then
              move ple-pred-idx(plan-idx) to pred-idx
              if ple-rerun(pred-idx) then
                 set ple-rerun(plan-idx) to true
                 move ple-cause(pred-idx) to ple-cause(plan-idx)
                 set something-changed to true
              end-if
           end-if.

      * Each step's 90th-percentile elapsed time from the newest
      * month RUNTRND holds for it; a month rolled in more than one
      * pass keeps its largest figure.
       500-load-trends.
           open input trend-file
           if not trend-ok then
              display "RUNTRND NOT AVAILABLE - RERUN SIZED BY THE"
                      " PLANNED WINDOWS"
           else
              perform 510-read-one-trend until trend-eof
              close trend-file
           end-if
           perform 530-size-one-step
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count.

       510-read-one-trend.
           read trend-file
              at end set trend-eof to true
              not at end
                 if trr-p90-seconds is numeric then
                    perform 520-post-one-trend
                            varying plan-idx from 1 by 1
                            until plan-idx > plan-count
                 end-if
           end-read.

       520-post-one-trend.
           if ple-program(plan-idx) is equal to trr-program then
              evaluate true
                 when trr-month is greater than
                      ple-p90-month(plan-idx)
                    move trr-month to ple-p90-month(plan-idx)
                    move trr-p90-seconds to
                         ple-p90-seconds(plan-idx)
                    move "T" to ple-p90-source(plan-idx)
                 when trr-month is equal to ple-p90-month(plan-idx)
                      and trr-p90-seconds is greater than
                      ple-p90-seconds(plan-idx)
                    move trr-p90-seconds to
                         ple-p90-seconds(plan-idx)
                 when other
                    continue
              end-evaluate
           end-if.

       530-size-one-step.
           if ple-p90-source(plan-idx) is not equal to "T" then
              move ple-open-hhmm(plan-idx) to hhmm-work
              perform 800-hhmm-to-minutes
              move minutes-work to window-minutes
              move ple-close-hhmm(plan-idx) to hhmm-work
              perform 800-hhmm-to-minutes
              if minutes-work is less than window-minutes then
                 add 1440 to minutes-work
              end-if
              compute ple-p90-seconds(plan-idx) =
                       (minutes-work - window-minutes) * 60
              move "W" to ple-p90-source(plan-idx)
           end-if.

      * One pass placing every rerun step whose predecessor is not
      * rerunning or is already placed; repeated until a pass places
      * nothing.  Anything left unplaced sits on a predecessor loop.
       550-order-one-pass.
           move "N" to changed-sw
           perform 560-place-one-step
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count.

       560-place-one-step.
           if ple-rerun(plan-idx) and not ple-placed(plan-idx) then
              move ple-pred-idx(plan-idx) to pred-idx
              if pred-idx is equal to zero then
                 perform 570-place-step
              else
              if not ple-rerun(pred-idx) or ple-placed(pred-idx)
                 then
                 perform 570-place-step
              end-if
              end-if
           end-if.

       570-place-step.
           set ple-placed(plan-idx) to true
           add 1 to rerun-count
           move plan-idx to rot-plan-idx(rerun-count)
           set something-changed to true.

       600-night-status.
           display spaces
           display "STEP     WINDOW     NIGHT STATUS  RC   CONDITION"
           perform 610-one-step-status
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count.

       610-one-step-status.
           display ple-program(plan-idx) " "
                   ple-open-hhmm(plan-idx) "-"
                   ple-close-hhmm(plan-idx) "  "
                   ple-status(plan-idx) "    "
                   ple-return-code(plan-idx) " "
                   ple-condition(plan-idx).

       650-rerun-list.
           display spaces
           if rerun-count is equal to zero and broken-count is
              equal to zero then
              display "NO RERUN NEEDED"
           else
              move plan-from-hhmm to hhmm-work
              perform 800-hhmm-to-minutes
              move minutes-work to plan-from-minutes
              move online-start-hhmm to hhmm-work
              perform 800-hhmm-to-minutes
              move minutes-work to online-start-minutes
              if online-start-minutes is not greater than
                 plan-from-minutes then
                 add 1440 to online-start-minutes
              end-if
              compute available-seconds =
                       (online-start-minutes - plan-from-minutes) *
                       60
              move available-seconds to available-out
              display "RERUN ORDER (ONE STEP AT A TIME FROM "
                      plan-from-hhmm ", " available-out
                      " SECONDS TO THE ONLINE DAY)"
              display "SEQ STEP     WINDOW     REASON                 "
                      "    EST-SECS S  START  END"
              perform 660-one-rerun-line
                      varying rerun-idx from 1 by 1
                      until rerun-idx > rerun-count
              perform 690-report-loop
                      varying plan-idx from 1 by 1
                      until plan-idx > plan-count
           end-if.

       660-one-rerun-line.
           move rot-plan-idx(rerun-idx) to plan-idx
           if ple-cause(plan-idx) is equal to ple-program(plan-idx)
              then
              move ple-status(plan-idx) to reason-text
           else
              move spaces to reason-text
              string "DOWNSTREAM OF " delimited by size
                     ple-cause(plan-idx) delimited by space
                     into reason-text
           end-if
           move elapsed-so-far to step-start-seconds
           add ple-p90-seconds(plan-idx) to elapsed-so-far
           compute clock-minutes =
                    plan-from-minutes + step-start-seconds / 60
           perform 810-minutes-to-hhmm
           move hhmm-work to projected-start-hhmm
           compute clock-minutes =
                    plan-from-minutes + (elapsed-so-far + 59) / 60
           perform 810-minutes-to-hhmm
           move hhmm-work to projected-end-hhmm
           move ple-p90-seconds(plan-idx) to seconds-out
           display rerun-idx "  " ple-program(plan-idx) " "
                   ple-open-hhmm(plan-idx) "-"
                   ple-close-hhmm(plan-idx) "  " reason-text " "
                   seconds-out " " ple-p90-source(plan-idx) "  "
                   projected-start-hhmm "   " projected-end-hhmm
                   with no advancing
           if elapsed-so-far is greater than available-seconds then
              add 1 to late-count
              display "  ** ENDS AFTER ONLINE START **"
           else
              display spaces
           end-if.

       690-report-loop.
           if ple-rerun(plan-idx) and not ple-placed(plan-idx) then
              add 1 to loop-count
              display "  ** " ple-program(plan-idx) " NOT PLACED -"
                      " PREDECESSOR LOOP THROUGH "
                      ple-predecessor(plan-idx) " **"
           end-if.

       700-write-deck.
           open output rerun-deck-file
           if not rerun-deck-ok then
              display "RERUNDK NOT AVAILABLE - NO RERUN DECK WRITTEN"
           else
              if rerun-count is equal to zero then
                 move spaces to rerun-deck-card
                 string "//*  NOTHING TO RERUN FOR NIGHT "
                        delimited by size
                        night-date delimited by size
                        into rerun-deck-card
                 write rerun-deck-card
              else
                 move "//RERUN    JOB 1,NOTIFY=&SYSUID" to
                      rerun-deck-card
                 write rerun-deck-card
                 move spaces to rerun-deck-card
                 string "//*  RERUN OF NIGHT " delimited by size
                        night-date delimited by size
                        " PLANNED BY RERUNPLN" delimited by size
                        into rerun-deck-card
                 write rerun-deck-card
                 perform 710-write-one-step
                         varying rerun-idx from 1 by 1
                         until rerun-idx > rerun-count
              end-if
              close rerun-deck-file
           end-if.

       710-write-one-step.
           move rot-plan-idx(rerun-idx) to plan-idx
           move rerun-idx to step-number
           move spaces to dkl-step-name
           string "R" delimited by size
                  step-number delimited by size
                  into dkl-step-name
           move spaces to deck-operand
           move ple-program(plan-idx) to dko-procedure
           if rerun-idx is greater than 1 then
              move ",COND=(4,LT)" to dko-condition
           end-if
           move spaces to dkl-operand
           string dko-procedure delimited by space
                  dko-condition delimited by space
                  into dkl-operand
           move deck-line to rerun-deck-card
           write rerun-deck-card.

       800-hhmm-to-minutes.
           compute minutes-work = hhmm-hh * 60 + hhmm-mm.

       810-minutes-to-hhmm.
           divide clock-minutes by 1440 giving clock-quotient
                  remainder minutes-work
           divide minutes-work by 60 giving hhmm-hh
                  remainder hhmm-mm.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
