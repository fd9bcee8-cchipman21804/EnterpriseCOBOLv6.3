       identification division.
       program-id.    parmrpt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *         Business Parameters In Force As Of A Date              *
      *                                                                *
      ******************************************************************
      *
      * Shows every parameter on the PARMMNT parameter master as it
      * stood on a given date -- the value a program calling
      * PARMLKUP with that date would have been handed -- so an old
      * run's behavior can be explained from the night it ran:
      *
      *   - one line per program and parameter: the value in force,
      *     the date it took effect, who keyed it and when;
      *   - a parameter whose first value takes effect after the
      *     date shows as NOT YET IN EFFECT (the program ran on its
      *     own default);
      *   - the next scheduled change, if one is on file, shows
      *     under the value in force.
      *
      * Optional PARMDATE card: as-of-date(8) program(8) -- the
      * date defaults to today, and a program limits the report to
      * that program's parameters.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//PARMRPT  JOB 1,NOTIFY=&SYSUID
      *//RUN     EXEC PGM=PARMRPT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      *//PARMDATE  DD DSN=&SYSUID..INPUT(PARMDATE),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select parameter-master assign to PARMMST
                    organization is sequential
                    file status is parameter-master-status.
      *
           select report-date-file assign to PARMDATE
                    organization is sequential
                    file status is report-date-status.

       data division.
       file section.
       fd  parameter-master record contains 80 characters
                            recording mode f.
       01  parameter-master-record.
           02 pmr-program                      pic x(8).
           02 filler                           pic x.
           02 pmr-parm-name                    pic x(16).
           02 filler                           pic x.
           02 pmr-effective-date               pic 9(8).
           02 filler                           pic x.
           02 pmr-value                        pic x(20).
           02 filler                           pic x.
           02 pmr-changed-by                   pic x(8).
           02 filler                           pic x.
           02 pmr-changed-on                   pic 9(8).
           02 filler                           pic x(7).
      *
       fd  report-date-file record contains 80 characters
                            recording mode f.
       01  report-date-card.
           02 rdc-as-of-date                   pic x(8).
           02 filler                           pic x.
           02 rdc-program                      pic x(8).
           02 filler                           pic x(63).

       working-storage section.

       01 parameter-master-status              pic xx value "00".
           88 parameter-master-ok              value "00".
       01 report-date-status                   pic xx value "00".
           88 report-date-ok                   value "00".
       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".

       01 as-of-date                           pic 9(8).
       01 program-filter                       pic x(8) value spaces.

      * The parameter being gathered: the master is in program,
      * parameter, effective-date order, so a parameter's values
      * arrive together and the break comes when the name changes.
       01 current-program                      pic x(8) value spaces.
       01 current-parm-name                    pic x(16) value spaces.
       01 in-force-sw                          pic x.
           88 value-in-force                   value "Y".
       01 in-force-value                       pic x(20).
       01 in-force-date                        pic 9(8).
       01 in-force-changed-by                  pic x(8).
       01 in-force-changed-on                  pic 9(8).
       01 next-change-sw                       pic x.
           88 next-change-found                value "Y".
       01 next-change-value                    pic x(20).
       01 next-change-date                     pic 9(8).
       01 values-on-file                       pic 999.

       01 records-read-count                   pic 9(5) value zero.
       01 parms-reported-count                 pic 9(4) value zero.
       01 not-in-effect-count                  pic 9(4) value zero.
       01 count-out                            pic z,zz9.
       01 values-out                           pic zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "PARMRPT".
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
           perform 150-read-date-card
           display "********  BUSINESS PARAMETERS IN FORCE AS OF "
                   as-of-date "  ********"
           if program-filter is not equal to spaces then
              display "PROGRAM " program-filter " ONLY"
           end-if
           display "PROGRAM  PARAMETER        VALUE               "
                   " EFFECTIVE CHANGED-BY CHANGED-ON VALUES"
           open input parameter-master
           if not parameter-master-ok then
              display "PARMMST NOT AVAILABLE - NOTHING TO REPORT"
              move "PARMMST MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 200-read-master until master-eof
           close parameter-master
           if current-parm-name is not equal to spaces then
              perform 300-report-one-parameter
           end-if
           display spaces
           move parms-reported-count to count-out
           display "PARAMETERS REPORTED : " count-out
           move not-in-effect-count to count-out
           display "NOT YET IN EFFECT   : " count-out
           move "E" to runlog-event
           move records-read-count to runlog-read
           move parms-reported-count to runlog-written
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  END OF PARAMETER REPORT  ********"
           stop run.

       150-read-date-card.
           move function current-date(1:8) to as-of-date
           open input report-date-file
           if report-date-ok then
              read report-date-file
                 at end continue
                 not at end
                    if rdc-as-of-date is numeric then
                       move rdc-as-of-date to as-of-date
                    end-if
                    move rdc-program to program-filter
              end-read
              close report-date-file
           end-if.

       200-read-master.
           read parameter-master
              at end set master-eof to true
              not at end perform 210-post-master-record
           end-read.

       210-post-master-record.
           add 1 to records-read-count
           if program-filter is equal to spaces or
              pmr-program is equal to program-filter then
              if pmr-program is not equal to current-program or
                 pmr-parm-name is not equal to current-parm-name then
                 if current-parm-name is not equal to spaces then
                    perform 300-report-one-parameter
                 end-if
                 move pmr-program to current-program
                 move pmr-parm-name to current-parm-name
                 move "N" to in-force-sw
                 move "N" to next-change-sw
                 move zero to values-on-file
              end-if
              perform 220-take-value
           end-if.

      * The latest value not after the as-of date is in force; the
      * earliest one after it is the next change.
       220-take-value.
           add 1 to values-on-file
           if pmr-effective-date is not greater than as-of-date then
              set value-in-force to true
              move pmr-value to in-force-value
              move pmr-effective-date to in-force-date
              move pmr-changed-by to in-force-changed-by
              move pmr-changed-on to in-force-changed-on
           else
              if not next-change-found then
                 set next-change-found to true
                 move pmr-value to next-change-value
                 move pmr-effective-date to next-change-date
              end-if
           end-if.

       300-report-one-parameter.
           add 1 to parms-reported-count
           move values-on-file to values-out
           if value-in-force then
              display current-program " " current-parm-name " "
                      in-force-value " " in-force-date "  "
                      in-force-changed-by "   " in-force-changed-on
                      "   " values-out
           else
              add 1 to not-in-effect-count
              display current-program " " current-parm-name " "
                      "NOT YET IN EFFECT" "                       "
                      "       " values-out
           end-if
           if next-change-found then
              display "                          NEXT "
                      next-change-value " FROM " next-change-date
           end-if.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
