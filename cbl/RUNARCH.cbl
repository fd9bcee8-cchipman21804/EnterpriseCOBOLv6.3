      *   - a program whose 90th percentile has crept past eighty
      *     percent of the batch-window limit is flagged, which is
      *     how the COMMBLDG portfolio growth finally shows up in a
      *     report instead of a hunch;
      *   - each group is also appended to the RUNTRND extract, the
      *     elapsed-time history RERUNPLN sizes a rerun night from.
      *
      * Trend extract (RUNTRND, appended, optional):
      *   program(8) month(6 yyyymm) runs(3) median-seconds(6)
      *   p90-seconds(6), one space between fields.
      *
      * The retention period and the batch-window limit are taken
      * from the PARMMNT parameter master through PARMLKUP (program
      * RUNARCH, parameters RETENTION-DAYS and WINDOW-MINUTES) as
      * they stand today; one not on the master keeps its default
      * of 30 days or 120 minutes.  The ARCPARM card still overrides
      * either one for a single run, and the run prints which value
      * it used.
      *
      * Control card (ARCPARM), optional:
      *   retention-days(3) window-limit-minutes(4)
      *
      ******************************************************************
      *
      *//NEWLOG    DD DSN=&SYSUID..RUNLOG.NEW,DISP=(NEW,CATLG)
      *//ARCHIVE   DD DSN=&SYSUID..RUNARCH(+1),DISP=(NEW,CATLG)
      *//ARCPARM   DD DSN=&SYSUID..CONTROL(ARCPARM),DISP=SHR
      *//PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      *//RUNTRND   DD DSN=&SYSUID..RUNTRND,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *// ELSE
           select arc-parm-file assign to ARCPARM
                    organization is sequential
                    file status is arc-parm-status.
      *
           select trend-file assign to RUNTRND
                    organization is sequential
                    file status is trend-status.

       data division.
       file section.
           02 rlr-records-written              pic x(7).
           02 filler                           pic x.
           02 rlr-records-rejected             pic x(7).
           02 filler                           pic x.
           02 rlr-return-code                  pic x(4).
           02 filler                           pic x.
           02 rlr-condition                    pic x(20).
           02 filler                           pic x.
      *
       fd  new-log-file record contains 80 characters
                        recording mode f.
           02 filler                           pic x.
           02 apc-window-in                    pic x(4).
           02 filler                           pic x(72).
      *
       fd  trend-file record contains 80 characters
                      recording mode f.
       01  trend-record.
           02 trr-program                      pic x(8).
           02 filler                           pic x.
           02 trr-month                        pic x(6).
           02 filler                           pic x.
           02 trr-run-count                    pic 9(3).
           02 filler                           pic x.
           02 trr-median-seconds               pic 9(6).
           02 filler                           pic x.
           02 trr-p90-seconds                  pic 9(6).
           02 filler                           pic x(47).

       working-storage section.

           88 archive-ok                       value "00".
       01 arc-parm-status                      pic xx value "00".
           88 arc-parm-ok                      value "00".
       01 trend-status                         pic xx value "00".
           88 trend-ok                         value "00".
       01 trend-open-sw                        pic x value "N".
           88 trend-open                       value "Y".

       01 log-eof-sw                           pic x value "N".
           88 log-eof                          value "Y".

       01 retention-days                       pic 999 value 30.
       01 window-limit-minutes                 pic 9(4) value 120.

      * PARMLKUP resolution of the retention and window limit.
       01 parm-program                         pic x(8)
                                               value "RUNARCH".
       01 parm-name                            pic x(16).
       01 parm-as-of-date                      pic 9(8).
       01 parm-found-flag                      pic x.
           88 parm-found                       value "Y".
       01 parm-value                           pic x(20).
       01 parm-effective-date                  pic 9(8).
       01 parm-source                          pic x(30).
       01 retention-source                     pic x(30).
       01 window-source                        pic x(30).
       01 window-limit-seconds                 pic 9(6).
       01 creep-threshold-seconds              pic 9(6).

           display "********  ARCHIVAL ROLL ENDS  ********"
           stop run.

      * The master's values as of today first, then the card.
       200-read-parm-card.
           move function current-date(1:8) to parm-as-of-date
           move "RETENTION-DAYS" to parm-name
           perform 210-look-up-parameter
           if parm-found then
              compute retention-days = function numval(parm-value)
           end-if
           move parm-source to retention-source
           move "WINDOW-MINUTES" to parm-name
           perform 210-look-up-parameter
           if parm-found then
              compute window-limit-minutes =
                       function numval(parm-value)
           end-if
           move parm-source to window-source
           open input arc-parm-file
           if arc-parm-ok then
              read arc-parm-file
                       equal to zero then
                       compute retention-days =
                                function numval(apc-retention-in)
                       move "(ARCPARM CARD OVERRIDE)" to
                            retention-source
                    end-if
                    if function test-numval(apc-window-in) is equal
                       to zero then
                       compute window-limit-minutes =
                                function numval(apc-window-in)
                       move "(ARCPARM CARD OVERRIDE)" to
                            window-source
                    end-if
              end-read
              close arc-parm-file
           end-if
           display "RETENTION " retention-days " DAYS    "
                   retention-source
           display "WINDOW LIMIT " window-limit-minutes " MINUTES  "
                   window-source.

      * A value on the master that does not edit as a number is
      * reported and the default kept.
       210-look-up-parameter.
           call "PARMLKUP" using parm-program, parm-name,
                parm-as-of-date, parm-found-flag, parm-value,
                parm-effective-date
           move spaces to parm-source
           evaluate true
              when not parm-found
                 move "(COMPILED DEFAULT)" to parm-source
              when function test-numval(parm-value) is not equal
                   to zero
                 move "N" to parm-found-flag
                 display "PARAMETER " parm-name " VALUE " parm-value
                         " NOT NUMERIC - DEFAULT KEPT"
                 move "(COMPILED DEFAULT)" to parm-source
              when other
                 string "(PARMMST EFFECTIVE "
                        delimited by size
                        parm-effective-date delimited by size
                        ")" delimited by size
                        into parm-source
           end-evaluate.

       250-open-files.
           open input run-log-file
      * Every archived record feeds the trend statistics on its way
      * past: a START opens a stamp, an END pairs with it and posts
      * the elapsed time and volumes to the program's month group.
      * An ABEND posts nothing -- a failed run is not a trend -- and
      * the rerun's START takes over the stamp.
       400-post-to-trends.
           if rlr-event(1:5) is equal to "START" then
              perform 410-open-start-stamp
           else
           if rlr-event(1:5) is equal to "END  " then
              perform 430-close-start-stamp
           end-if
           end-if.

       410-open-start-stamp.
                   "        READ     WRITTEN    REJECTED"
           if group-count is equal to zero then
              display "  (NOTHING ROLLED THIS RUN)"
           else
              open extend trend-file
              if not trend-ok then
                 open output trend-file
              end-if
              if trend-ok then
                 set trend-open to true
              else
                 display "RUNTRND NOT AVAILABLE - NO TREND EXTRACT"
              end-if
           end-if
           perform 610-report-one-group
                   varying group-idx from 1 by 1
                   until group-idx > group-count
           if trend-open then
              close trend-file
           end-if.

       610-report-one-group.
           perform 620-sort-samples
              display "  ** CREEPING TOWARD THE WINDOW LIMIT **"
           else
              display spaces
           end-if
           if trend-open then
              move spaces to trend-record
              move tg-program(group-idx) to trr-program
              move tg-month(group-idx) to trr-month
              move tg-run-count(group-idx) to trr-run-count
              move median-seconds to trr-median-seconds
              move p90-seconds to trr-p90-seconds
              write trend-record
           end-if.

       620-sort-samples.
