      *   - SATISFIED: everything else.
      *
      * The night checked is the newest calendar date on RUNLOG, so
      * the checker always judges the most recent window.  Only an
      * END event ends a step; an ABEND leaves it unfinished, so a
      * successor that started anyway is out of sequence.  The
      * checker logs its own START only after it has read the night,
      * so its own record never moves the night forward, and its END
      * carries the return code and condition for RUNRPT.
      *
      * Plan card (RUNPLAN):
      *   program(8) window-open(4 hhmm) window-close(4 hhmm)
      *//RUN     EXEC PGM=SCHEDCHK
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//RUNPLAN   DD DSN=&SYSUID..CONTROL(RUNPLAN),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
           02 rpc-holiday-runs                 pic x.
           02 filler                           pic x(49).
      *
      * The record RUNLOG appends: timestamp, program, event, counts,
      * return code and condition.
       fd  run-log-file record contains 80 characters
                        recording mode f.
       01  run-log-record.
           02 rlr-program                      pic x(8).
           02 filler                           pic x.
           02 rlr-event                        pic x(5).
           02 filler                           pic x(25).
           02 rlr-return-code                  pic x(4).
           02 filler                           pic x.
           02 rlr-condition                    pic x(20).
           02 filler                           pic x.

       working-storage section.

       01 seq-count                            pic 99 value zero.
       01 satisfied-count                      pic 99 value zero.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "SCHEDCHK".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  BATCH-SCHEDULE COMPLIANCE CHECK"
           perform 200-load-plan
           if plan-count is equal to zero then
              display "RUNPLAN EMPTY OR MISSING - NOTHING TO CHECK"
              move "NO RUN PLAN" to runlog-condition
              move 4 to return-code
              perform 900-abend-run
           end-if
           perform 300-find-night-date
           perform 350-post-log-events
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "NIGHT CHECKED: " night-date
           if night-date is not equal to low-values and
              night-date is numeric then
           display "OUT OF SEQUENCE: " seq-count
           if missing-required-count is greater than zero then
              display "REQUIRED JOB(S) MISSING - RETURN CODE 8"
              move "REQUIRED JOB MISSING" to runlog-condition
              move 8 to return-code
           end-if
           move plan-count to runlog-read
           move satisfied-count to runlog-written
           compute runlog-rejected = missing-count + late-count +
                                     seq-count
           move return-code to runlog-return-code
           move "E" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  SCHEDULE CHECK ENDS  ********"
           stop run.

                    move rlr-timestamp to ple-start-ts(plan-idx)
                 end-if
              else
              if rlr-event(1:5) is equal to "END  " then
                 move rlr-timestamp to ple-end-ts(plan-idx)
              end-if
              end-if
           end-if.

       400-judge-one-step.
              when other
                 continue
           end-evaluate.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
