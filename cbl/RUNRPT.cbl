      * used to cost the first hour of every morning, which runs
      * started and never finished.
      *
      * Each END record carries the program's return code and a
      * short condition, and a program stopped on an error path
      * writes an ABEND record instead of an END.  Both show on the
      * summary line.  Every run that ended nonzero, abended or never
      * finished is also written to the operator exceptions file
      * (OPEREXC) with a severity, so the morning operator works from
      * one list instead of each job's SYSOUT:
      *
      *   W  ended with return code 1-7;
      *   E  ended with return code 8-11;
      *   S  return code 12 or over, ABEND, or started and never
      *      finished.
      *
      * Exception record (OPEREXC, 80 bytes):
      *   timestamp(14) program(8) severity(1) event(5)
      *   return-code(4) condition(20)
      *   with one space between fields.  The timestamp is the start
      *   of a run that never finished, otherwise the closing record.
      *
      *//RUNRPT  JOB 1,NOTIFY=&SYSUID
      *//RUN     EXEC PGM=RUNRPT
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=SHR
      *//OPEREXC   DD DSN=&SYSUID..OPEREXC,DISP=(NEW,CATLG,DELETE),
      *//             SPACE=(TRK,(1,1)),
      *//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *
      ******************************************************************
           select run-log-file assign to RUNLOG
                    organization is sequential
                    file status is run-log-status.
      *
           select exception-file assign to OPEREXC
                    organization is sequential
                    file status is exception-status.

       data division.
       file section.
           02 rlr-records-written              pic 9(7).
           02 filler                           pic x.
           02 rlr-records-rejected             pic 9(7).
           02 filler                           pic x.
           02 rlr-return-code                  pic x(4).
           02 filler                           pic x.
           02 rlr-condition                    pic x(20).
           02 filler                           pic x.
      *
       fd  exception-file record contains 80 characters
                          recording mode f.
       01  exception-record                    pic x(80).

       working-storage section.

       01 run-log-status                       pic xx value "00".
           88 run-log-ok                       value "00".
       01 exception-status                     pic xx value "00".
           88 exception-ok                     value "00".
       01 log-eof-sw                           pic x value "N".
           88 log-eof                          value "Y".
       01 exception-open-sw                    pic x value "N".
           88 exception-open                   value "Y".

      * Starts still waiting for their end record.  A second start
      * for the same program before its end counts the first one as
              03 ost-timestamp                 pic x(14).

       01 runs-completed                       pic 999 value zero.
       01 runs-abended                         pic 999 value zero.
       01 runs-unfinished                      pic 999 value zero.
       01 exceptions-written                   pic 999 value zero.

      * The closing record's return code; records written before the
      * code was carried hold spaces there and count as zero.
       01 run-return-code                      pic 9(4) value zero.

      * One operator exception, built here and written to OPEREXC.
       01 exception-line.
           02 exc-timestamp                    pic x(14).
           02 filler                           pic x value space.
           02 exc-program                      pic x(8).
           02 filler                           pic x value space.
           02 exc-severity                     pic x.
           02 filler                           pic x value space.
           02 exc-event                        pic x(5).
           02 filler                           pic x value space.
           02 exc-return-code                  pic x(4).
           02 filler                           pic x value space.
           02 exc-condition                    pic x(20).
           02 filler                           pic x(23) value spaces.

      * Elapsed-time work fields: days via integer-of-date plus the
      * hh/mm/ss difference.
           display "**********  NIGHTLY BATCH-WINDOW SUMMARY  "
                   "**********"
           display "PROGRAM  START          END            ELAPSED-S"
                   "     READ  WRITTEN REJECTED   RC  CONDITION"
           open output exception-file
           if exception-ok then
              set exception-open to true
           else
              display "OPEREXC NOT AVAILABLE - NO EXCEPTIONS FILE"
           end-if
           open input run-log-file
           if not run-log-ok then
              display "RUNLOG NOT AVAILABLE - NOTHING TO SUMMARIZE"
              move function current-date(1:14) to exc-timestamp
              move "RUNRPT" to exc-program
              move "START" to exc-event
              move "S" to exc-severity
              move spaces to exc-return-code
              move "RUNLOG NOT AVAILABLE" to exc-condition
              perform 600-write-exception
              perform 700-close-exceptions
              stop run
           end-if
           perform 200-read-log-record until log-eof
           perform 500-report-unfinished
                   varying open-start-idx from 1 by 1
                   until open-start-idx > open-start-count
           perform 700-close-exceptions
           display spaces
           display "RUNS COMPLETED : " runs-completed
           display "RUNS ABENDED   : " runs-abended
           display "RUNS UNFINISHED: " runs-unfinished
           display "EXCEPTIONS     : " exceptions-written
           display "**********  END OF BATCH-WINDOW SUMMARY  "
                   "**********"
           stop run.
           evaluate rlr-event
              when "START" perform 300-post-start
              when "END  " perform 400-post-end
              when "ABEND" perform 450-post-abend
              when other continue
           end-evaluate.

      *
      * A start already waiting means the earlier run never wrote
      * its end record -- report it and let this start replace it.
              move start-found-idx to open-start-idx
              perform 510-one-unfinished-run
              move rlr-timestamp to ost-timestamp(start-found-idx)
           else
              if open-start-count is less than 50 then
           end-if.

       400-post-end.
           perform 420-take-return-code
           perform 310-find-open-start
           if not start-found then
              display rlr-program " " rlr-timestamp
                      ost-timestamp(start-found-idx) " "
                      rlr-timestamp "  " elapsed-out " "
                      rlr-records-read " " rlr-records-written "  "
                      rlr-records-rejected "  " rlr-return-code "  "
                      rlr-condition
              move spaces to ost-timestamp(start-found-idx)
           end-if
           if run-return-code is greater than zero then
              evaluate true
                 when run-return-code is less than 8
                    move "W" to exc-severity
                 when run-return-code is less than 12
                    move "E" to exc-severity
                 when other
                    move "S" to exc-severity
              end-evaluate
              perform 610-exception-from-record
           end-if.

       410-compute-elapsed.
                    stw-hh * 3600 + stw-mm * 60 + stw-ss
           compute elapsed-seconds = end-seconds - start-seconds.

       420-take-return-code.
           if rlr-return-code is numeric then
              move rlr-return-code to run-return-code
           else
              move zero to run-return-code
           end-if.

      * An abend closes the run it belongs to, so a rerun's START is
      * not also reported as the first attempt never finishing.
       450-post-abend.
           perform 420-take-return-code
           add 1 to runs-abended
           perform 310-find-open-start
           if not start-found then
              display rlr-program " " rlr-timestamp
                      "  *** ABENDED ***  (NO MATCHING START) "
                      rlr-return-code " " rlr-condition
           else
              perform 410-compute-elapsed
              move elapsed-seconds to elapsed-out
              display rlr-program " "
                      ost-timestamp(start-found-idx) " "
                      rlr-timestamp "  " elapsed-out " "
                      rlr-records-read " " rlr-records-written "  "
                      rlr-records-rejected "  " rlr-return-code "  "
                      rlr-condition
              display "         *** ABENDED ***"
              move spaces to ost-timestamp(start-found-idx)
           end-if
           move "S" to exc-severity
           perform 610-exception-from-record.

       500-report-unfinished.
           if ost-timestamp(open-start-idx) is not equal to spaces
              then
              perform 510-one-unfinished-run
           end-if.

       510-one-unfinished-run.
           add 1 to runs-unfinished
           display ost-program(open-start-idx) " "
                   ost-timestamp(open-start-idx)
                   "  *** DID NOT FINISH ***"
           move ost-timestamp(open-start-idx) to exc-timestamp
           move ost-program(open-start-idx) to exc-program
           move "START" to exc-event
           move "S" to exc-severity
           move spaces to exc-return-code
           move "DID NOT FINISH" to exc-condition
           perform 600-write-exception.

       600-write-exception.
           if exception-open then
              write exception-record from exception-line
              add 1 to exceptions-written
           end-if.

      * The severity is set by the caller; the rest comes from the
      * END or ABEND record being posted.
       610-exception-from-record.
           move rlr-timestamp to exc-timestamp
           move rlr-program to exc-program
           move rlr-event to exc-event
           move rlr-return-code to exc-return-code
           move rlr-condition to exc-condition
           perform 600-write-exception.

       700-close-exceptions.
           if exception-open then
              close exception-file
           end-if.
