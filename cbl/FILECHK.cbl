      *     figure -- the generations must agree with the trace.
      *
      * Any exception sets return code 8, so the scheduler stops the
      * chain instead of feeding a bad master downstream.  The audit
      * logs its own START and END to RUNLOG; the END record carries
      * the return code and the condition, so RUNRPT and the operator
      * exceptions file show a bad generation for what it is.  Only
      * an END record counts for reconciliation -- an ABEND record
      * from the applying program is never taken as its trace.
      *
      * Profile deck (FILEPROF):
      *   M pgm(8) rec-len(3) key-pos(3) key-len(2) order(1 A/D/N)
      *   F pos(3) len(2) rule(1 N/D/A)      any number of F cards
      *
      * The deck is generated from the DSNMNT dataset registry by a
      * DSNXRF P card, so a record length or key is changed on the
      * registry and the profile member regenerated -- not edited by
      * hand.
      *
      ******************************************************************
      *
      *                Job Control Language
      *//FILEPROF  DD DSN=&SYSUID..CONTROL(CUSTPROF),DISP=SHR
      *//CURRGEN   DD DSN=&SYSUID..CUSTMAST(0),DISP=SHR
      *//PREVGEN   DD DSN=&SYSUID..CUSTMAST(-1),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *// ELSE
           02 mpc-key-len-in                   pic x(2).
           02 filler                           pic x.
           02 mpc-order                        pic x.
           02 filler                           pic x(57).
       01  field-profile-card redefines profile-card.
           02 filler                           pic xx.
           02 fpc-pos-in                       pic x(3).
           02 rlr-records-written              pic x(7).
           02 filler                           pic x.
           02 rlr-records-rejected             pic x(7).
           02 filler                           pic x.
           02 rlr-return-code                  pic x(4).
           02 filler                           pic x.
           02 rlr-condition                    pic x(20).
           02 filler                           pic x.

       working-storage section.


       01 count-out                            pic z,zzz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "FILECHK".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  MASTER-FILE INTEGRITY AUDIT  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-profile
           if not profile-loaded then
              display "FILEPROF HAS NO M CARD - NOTHING TO AUDIT"
              move "NO PROFILE M CARD" to runlog-condition
              move 4 to return-code
              perform 900-abend-run
           end-if
           display "PROFILE: PGM " prof-program " LRECL "
                   prof-rec-len " KEY AT " prof-key-pos " FOR "
           if exception-count is greater than zero then
              display "RETURN CODE 8 - DO NOT FEED THIS GENERATION"
                      " DOWNSTREAM"
              move "BAD GENERATION" to runlog-condition
              move 8 to return-code
           else
              display "GENERATION CLEAN"
           end-if
           move curr-count to runlog-read
           move exception-count to runlog-rejected
           move return-code to runlog-return-code
           move "E" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  INTEGRITY AUDIT ENDS  ********"
           stop run.

                         " WITH THE TRACE (READ " count-out ") **"
              end-if
           end-if.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
