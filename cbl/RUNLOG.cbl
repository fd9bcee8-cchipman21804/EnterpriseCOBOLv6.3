      * record to the shared RUNLOG dataset:
      *
      *   timestamp(14) program(8) event(5) read(7) written(7)
      *   rejected(7) return-code(4) condition(20)
      *
      * The subprogram never takes the caller down: if RUNLOG cannot
      * be opened the call is quietly a no-op, because a missing log
      * Calling convention:
      *   CALL "RUNLOG" USING event, program-name,
      *                       records-read, records-written,
      *                       records-rejected, return-code,
      *                       condition
      *   where event is "S" (start), "E" (end) or "A" (abend, from
      *   a program's error path just before it stops); the counts,
      *   the return code and the condition text only mean anything
      *   on the end and abend calls.  The return code passed in is
      *   handed straight back in RETURN-CODE, so the call cannot
      *   wipe out the code the caller is about to end with.
      *
      ******************************************************************

           02 rlr-records-written              pic 9(7).
           02 filler                           pic x.
           02 rlr-records-rejected             pic 9(7).
           02 filler                           pic x.
           02 rlr-return-code                  pic 9(4).
           02 filler                           pic x.
           02 rlr-condition                    pic x(20).
           02 filler                           pic x.

       working-storage section.

       01 lk-records-read                      pic 9(7).
       01 lk-records-written                   pic 9(7).
       01 lk-records-rejected                  pic 9(7).
       01 lk-return-code                       pic 9(4).
       01 lk-condition                         pic x(20).

       procedure division using lk-event, lk-program-name,
                                lk-records-read, lk-records-written,
                                lk-records-rejected, lk-return-code,
                                lk-condition.
       100-log-one-event.
           move lk-return-code to return-code
           open extend run-log-file
           if not run-log-ok then
              open output run-log-file
           move spaces to run-log-record
           move dt-stamp to rlr-timestamp
           move lk-program-name to rlr-program
           evaluate lk-event
              when "S" move "START" to rlr-event
              when "A" move "ABEND" to rlr-event
              when other move "END  " to rlr-event
           end-evaluate
           move lk-records-read to rlr-records-read
           move lk-records-written to rlr-records-written
           move lk-records-rejected to rlr-records-rejected
           move lk-return-code to rlr-return-code
           move lk-condition to rlr-condition
           write run-log-record
           close run-log-file
           goback.
