       identification division.
       program-id.    parmmnt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *           Business-Parameter Master Maintenance                *
      *                                                                *
      ******************************************************************
      *
      * Grace periods, fees and tolerances used to live in whatever
      * control card or compiled-in value each program happened to
      * use, and nobody could say what value was in force on a
      * given night.  The parameter master keeps every value each
      * parameter has ever had, keyed by program, parameter name
      * and the date the value takes effect; programs resolve their
      * parameters at start-up through PARMLKUP with their run date,
      * and PARMRPT shows every parameter as of any date.
      *
      * A change is never an overwrite.  A new value is added under
      * the date it takes effect, so the old value stays on the
      * master for every night before that date.  A value not yet
      * in effect may be corrected or withdrawn; one already in
      * force before today may not -- history is what explains an
      * old run -- and the correction is a new dated value instead.
      * For the same reason a new value may not be added with an
      * effective date before today; it would change what the
      * master says was in force on nights that have already run.
      *
      * Every change applied is written to the PARMAUDT audit trail
      * with the time, who keyed it, and the value before and
      * after.
      *
      * Parameter master (PARMMST, 80 bytes):
      *   program(8) parameter(16) effective-date(8) value(20)
      *   changed-by(8) changed-on(8)
      *   with one space between fields; kept in program,
      *   parameter, effective-date order.
      * Transaction card (PARMTRN):
      *   action(1: A add a dated value, C correct a value not yet
      *   in force, D withdraw a value not yet in force) program(8)
      *   parameter(16) effective-date(8) value(20) changed-by(8)
      *   with one space between fields.
      * Audit trail (PARMAUDT, 120 bytes):
      *   timestamp(14) changed-by(8) action(1) program(8)
      *   parameter(16) effective-date(8) old-value(20)
      *   new-value(20)
      *   with one space between fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//PARMMNT  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(PARMMNT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(PARMMNT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=PARMMNT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      *//NEWPARM   DD DSN=&SYSUID..PARMMST(+1),DISP=(NEW,CATLG)
      *//PARMTRN   DD DSN=&SYSUID..INPUT(PARMTRN),DISP=SHR
      *//PARMAUDT  DD DSN=&SYSUID..PARMAUDT,DISP=MOD,
      *//             DCB=(RECFM=FB,LRECL=120)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select parameter-master-in assign to PARMMST
                    organization is sequential
                    file status is master-in-status.
      *
           select parameter-master-out assign to NEWPARM
                    organization is sequential
                    file status is master-out-status.
      *
           select parameter-trans-file assign to PARMTRN
                    organization is sequential
                    file status is trans-status.
      *
           select parameter-audit-file assign to PARMAUDT
                    organization is sequential
                    file status is audit-status.

       data division.
       file section.
       fd  parameter-master-in record contains 80 characters
                               recording mode f.
       01  parameter-master-in-record          pic x(80).
      *
       fd  parameter-master-out record contains 80 characters
                                recording mode f.
       01  parameter-master-out-record         pic x(80).
      *
       fd  parameter-trans-file record contains 80 characters
                                recording mode f.
       01  parameter-trans-card.
           02 ptc-action                       pic x.
           02 filler                           pic x.
           02 ptc-program                      pic x(8).
           02 filler                           pic x.
           02 ptc-parm-name                    pic x(16).
           02 filler                           pic x.
           02 ptc-effective-date               pic x(8).
           02 filler                           pic x.
           02 ptc-value                        pic x(20).
           02 filler                           pic x.
           02 ptc-changed-by                   pic x(8).
           02 filler                           pic x(14).
      *
       fd  parameter-audit-file record contains 120 characters
                                recording mode f.
       01  parameter-audit-record              pic x(120).

       working-storage section.

       01 master-in-status                     pic xx value "00".
           88 master-in-ok                     value "00".
       01 master-out-status                    pic xx value "00".
           88 master-out-ok                    value "00".
       01 trans-status                         pic xx value "00".
           88 trans-ok                         value "00".
       01 audit-status                         pic xx value "00".
           88 audit-ok                         value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 trans-eof-sw                         pic x value "N".
           88 trans-eof                        value "Y".
       01 entry-found-sw                       pic x.
           88 entry-found                      value "Y".
       01 card-valid-sw                        pic x.
           88 card-valid                       value "Y".
       01 audit-open-sw                        pic x value "N".
           88 audit-open                       value "Y".

      * The master in storage, in key order.  The entry matches the
      * master record, so a record moves in and out as a group.
       01 parm-count                           pic 9(4) value zero.
       01 parm-idx                             pic 9(4).
       01 parm-found-idx                       pic 9(4).
       01 parm-insert-idx                      pic 9(4).
       01 parm-table.
           02 parm-entry occurs 1000 times.
              03 pme-key.
                 04 pme-program                pic x(8).
                 04 filler                     pic x.
                 04 pme-parm-name              pic x(16).
                 04 filler                     pic x.
                 04 pme-effective-date         pic 9(8).
              03 filler                        pic x.
              03 pme-value                     pic x(20).
              03 filler                        pic x.
              03 pme-changed-by                pic x(8).
              03 filler                        pic x.
              03 pme-changed-on                pic 9(8).
              03 filler                        pic x(7).

      * The card's key, laid out as pme-key for comparison.
       01 trans-key.
           02 trk-program                      pic x(8).
           02 filler                           pic x value space.
           02 trk-parm-name                    pic x(16).
           02 filler                           pic x value space.
           02 trk-effective-date               pic 9(8).

       01 audit-line.
           02 aud-timestamp                    pic x(14).
           02 filler                           pic x value space.
           02 aud-changed-by                   pic x(8).
           02 filler                           pic x value space.
           02 aud-action                       pic x.
           02 filler                           pic x value space.
           02 aud-program                      pic x(8).
           02 filler                           pic x value space.
           02 aud-parm-name                    pic x(16).
           02 filler                           pic x value space.
           02 aud-effective-date               pic 9(8).
           02 filler                           pic x value space.
           02 aud-old-value                    pic x(20).
           02 filler                           pic x value space.
           02 aud-new-value                    pic x(20).
           02 filler                           pic x(18) value spaces.

       01 run-timestamp                        pic x(14).
       01 run-date                             pic 9(8).
       01 reject-reason                        pic x(40).
       01 trans-applied-count                  pic 9(4) value zero.
       01 trans-rejected-count                 pic 9(4) value zero.
       01 count-out                            pic z,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "PARMMNT".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  PARAMETER MASTER MAINTENANCE  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date(1:14) to run-timestamp
           move run-timestamp(1:8) to run-date
           perform 200-load-master
           perform 300-apply-transactions
           perform 500-write-new-master
           display spaces
           move parm-count to count-out
           display "VALUES ON MASTER     : " count-out
           move trans-applied-count to count-out
           display "TRANSACTIONS APPLIED : " count-out
           move trans-rejected-count to count-out
           display "TRANSACTIONS REJECTED: " count-out
           if trans-rejected-count is greater than zero then
              move 4 to return-code
              move "CARD(S) REJECTED" to runlog-condition
           end-if
           move "E" to runlog-event
           move trans-applied-count to runlog-read
           move parm-count to runlog-written
           move trans-rejected-count to runlog-rejected
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  PARAMETER MAINTENANCE ENDS  ********"
           stop run.

      * A missing PARMMST DD just means the master is being built
      * for the first time.
       200-load-master.
           open input parameter-master-in
           if master-in-ok then
              perform 210-read-master until master-eof
              close parameter-master-in
           else
              display "PARMMST NOT AVAILABLE - STARTING A NEW MASTER"
           end-if.

       210-read-master.
           read parameter-master-in
              at end set master-eof to true
              not at end
                 if parm-count is less than 1000 then
                    add 1 to parm-count
                    move parameter-master-in-record to
                         parm-entry(parm-count)
                 else
                    display "PARAMETER TABLE FULL - "
                            parameter-master-in-record(1:34)
                            " DROPPED"
                 end-if
           end-read.

       300-apply-transactions.
           open input parameter-trans-file
           if not trans-ok then
              display "PARMTRN NOT AVAILABLE - NO CHANGES APPLIED"
           else
              open extend parameter-audit-file
              if not audit-ok then
                 open output parameter-audit-file
              end-if
              if audit-ok then
                 set audit-open to true
              else
                 display "PARMAUDT NOT AVAILABLE - NO CHANGES APPLIED"
                         " WITHOUT AN AUDIT TRAIL"
              end-if
              perform 310-read-transaction until trans-eof
              close parameter-trans-file
              if audit-open then
                 close parameter-audit-file
              end-if
           end-if.

       310-read-transaction.
           read parameter-trans-file
              at end set trans-eof to true
              not at end perform 320-apply-one-transaction
           end-read.

       320-apply-one-transaction.
           perform 400-validate-card
           if card-valid then
              move ptc-program to trk-program
              move ptc-parm-name to trk-parm-name
              move ptc-effective-date to trk-effective-date
              perform 330-find-entry
              evaluate ptc-action
                 when "A" perform 340-add-value
                 when "C" perform 350-correct-value
                 when "D" perform 360-withdraw-value
              end-evaluate
           end-if.

      * parm-found-idx is the entry with the card's key, or zero;
      * parm-insert-idx is where the key belongs when it is new.
       330-find-entry.
           move "N" to entry-found-sw
           move zero to parm-found-idx
           compute parm-insert-idx = parm-count + 1
           perform 335-check-one-entry
                   varying parm-idx from 1 by 1
                   until parm-idx > parm-count or entry-found.

       335-check-one-entry.
           if pme-key(parm-idx) is equal to trans-key then
              set entry-found to true
              move parm-idx to parm-found-idx
           else
           if pme-key(parm-idx) is greater than trans-key and
              parm-insert-idx is greater than parm-count then
              move parm-idx to parm-insert-idx
           end-if
           end-if.

       340-add-value.
           evaluate true
              when entry-found
                 move "VALUE ALREADY ON FILE FOR THAT DATE" to
                      reject-reason
                 perform 490-reject-card
              when trk-effective-date is less than run-date
                 move "BACKDATED - EFFECTIVE DATE BEFORE TODAY" to
                      reject-reason
                 perform 490-reject-card
              when parm-count is not less than 1000
                 move "PARAMETER TABLE FULL" to reject-reason
                 perform 490-reject-card
              when other
                 perform 345-slide-entry-down
                         varying parm-idx from parm-count by -1
                         until parm-idx < parm-insert-idx
                 add 1 to parm-count
                 move spaces to parm-entry(parm-insert-idx)
                 move trans-key to pme-key(parm-insert-idx)
                 move ptc-value to pme-value(parm-insert-idx)
                 move ptc-changed-by to
                      pme-changed-by(parm-insert-idx)
                 move run-date to pme-changed-on(parm-insert-idx)
                 move spaces to aud-old-value
                 move ptc-value to aud-new-value
                 perform 480-audit-and-accept
           end-evaluate.

       345-slide-entry-down.
           move parm-entry(parm-idx) to parm-entry(parm-idx + 1).

       350-correct-value.
           evaluate true
              when not entry-found
                 move "NO VALUE ON FILE FOR THAT DATE" to
                      reject-reason
                 perform 490-reject-card
              when pme-effective-date(parm-found-idx) is less than
                   run-date
                 move "ALREADY IN FORCE - ADD A NEW DATED VALUE" to
                      reject-reason
                 perform 490-reject-card
              when other
                 move pme-value(parm-found-idx) to aud-old-value
                 move ptc-value to aud-new-value
                 move ptc-value to pme-value(parm-found-idx)
                 move ptc-changed-by to
                      pme-changed-by(parm-found-idx)
                 move run-date to pme-changed-on(parm-found-idx)
                 perform 480-audit-and-accept
           end-evaluate.

       360-withdraw-value.
           evaluate true
              when not entry-found
                 move "NO VALUE ON FILE FOR THAT DATE" to
                      reject-reason
                 perform 490-reject-card
              when pme-effective-date(parm-found-idx) is less than
                   run-date
                 move "ALREADY IN FORCE - ADD A NEW DATED VALUE" to
                      reject-reason
                 perform 490-reject-card
              when other
                 move pme-value(parm-found-idx) to aud-old-value
                 move spaces to aud-new-value
                 perform 365-slide-entry-up
                         varying parm-idx from parm-found-idx by 1
                         until parm-idx is not less than parm-count
                 subtract 1 from parm-count
                 perform 480-audit-and-accept
           end-evaluate.

       365-slide-entry-up.
           move parm-entry(parm-idx + 1) to parm-entry(parm-idx).

      * The first field that fails names the reason.  Nothing is
      * applied without somewhere to record who applied it.
       400-validate-card.
           move "N" to card-valid-sw
           evaluate true
              when not audit-open
                 move "NO AUDIT TRAIL" to reject-reason
              when ptc-action is not equal to "A" and
                   ptc-action is not equal to "C" and
                   ptc-action is not equal to "D"
                 move "ACTION MUST BE A, C OR D" to reject-reason
              when ptc-program is equal to spaces
                 move "PROGRAM BLANK" to reject-reason
              when ptc-parm-name is equal to spaces
                 move "PARAMETER NAME BLANK" to reject-reason
              when ptc-effective-date is not numeric
                 move "EFFECTIVE DATE NOT YYYYMMDD" to reject-reason
              when function test-date-yyyymmdd
                   (function numval(ptc-effective-date)) is not
                   equal to zero
                 move "EFFECTIVE DATE NOT A DATE" to reject-reason
              when ptc-action is not equal to "D" and
                   ptc-value is equal to spaces
                 move "VALUE BLANK" to reject-reason
              when ptc-changed-by is equal to spaces
                 move "CHANGED-BY BLANK" to reject-reason
              when other
                 move "Y" to card-valid-sw
           end-evaluate
           if not card-valid then
              perform 490-reject-card
           end-if.

       480-audit-and-accept.
           move run-timestamp to aud-timestamp
           move ptc-changed-by to aud-changed-by
           move ptc-action to aud-action
           move trk-program to aud-program
           move trk-parm-name to aud-parm-name
           move trk-effective-date to aud-effective-date
           write parameter-audit-record from audit-line
           add 1 to trans-applied-count
           display "APPLIED  " ptc-action " " trk-program " "
                   trk-parm-name " " trk-effective-date " "
                   aud-old-value " -> " aud-new-value.

       490-reject-card.
           add 1 to trans-rejected-count
           display "REJECTED " parameter-trans-card(1:36) " - "
                   reject-reason.

       500-write-new-master.
           open output parameter-master-out
           if master-out-ok then
              perform 510-write-one-entry
                      varying parm-idx from 1 by 1
                      until parm-idx > parm-count
              close parameter-master-out
           else
              display "NEWPARM NOT AVAILABLE - MASTER NOT WRITTEN"
           end-if.

       510-write-one-entry.
           write parameter-master-out-record from
                 parm-entry(parm-idx).
