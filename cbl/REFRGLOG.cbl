       identification division.
       program-id.    refrglog.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *       Refrigerant Service Log and Leak-Rate Compliance         *
      *                                                                *
      ******************************************************************
      *
      * CHILMNT knows every chiller by building and plant position;
      * this program carries what the leak-rate rules need about the
      * refrigerant in each of those machines:
      *
      *   - a refrigerant master (RFGMST, a GDG) keyed like the
      *     CHILMNT service master -- building and position -- with
      *     refrigerant type, full charge, appliance category, the
      *     last addition and its leak rate, and the state of any
      *     open leak event;
      *   - every addition, recovery, repair and verification test
      *     is appended to the RFGLOG service history with its date
      *     and technician;
      *   - each addition computes the annualized leak rate by the
      *     rule's annualizing method:
      *
      *       rate = lbs added / full charge
      *              * 365 / days since the previous addition
      *              * 100
      *
      *     with the days capped at 365 (and taken as 365 for a
      *     first addition).  A machine holding 50 lbs or more whose
      *     rate crosses its category threshold -- comfort cooling
      *     10%, commercial refrigeration 20%, industrial process
      *     30% -- opens a leak event: repair due within 30 days,
      *     then a follow-up verification test due within 10 days of
      *     the repair.  A failed test reopens the repair against
      *     the original deadline;
      *   - the cylinder inventory (RFGINV, a GDG) carries virgin
      *     and recovered pounds on hand by refrigerant type.
      *     Additions draw virgin stock, recoveries add recovered
      *     stock, and C cards receive cylinders or ship recovered
      *     refrigerant to the reclaimer.
      *
      * The compliance report lists the machines over threshold,
      * every repair or verification deadline overdue or due within
      * 14 days, and the cylinder inventory by refrigerant type.
      *
      * Transaction card (RFGTRN):
      *   action(1) bldg-id(8) position(1) date(8) lbs(6) tech(3)
      *   refrigerant(6) code(1), one space between fields.
      *   M = machine setup or change: lbs is the full charge, code
      *       the appliance category (C comfort cooling, R
      *       commercial refrigeration, I industrial process); the
      *       machine must be on the CHILMNT service master
      *   A = charge added        R = refrigerant recovered
      *   P = leak repair completed
      *   V = verification test, code P pass or F fail
      *   C = cylinder stock for the refrigerant column, building
      *       and position blank: code I received (virgin), O
      *       recovered shipped to the reclaimer
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//REFRGLOG JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(REFRGLOG),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(REFRGLOG),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=REFRGLOG
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//RFGMST    DD DSN=&SYSUID..RFGMST(0),DISP=SHR
      *//NEWRFG    DD DSN=&SYSUID..RFGMST(+1),DISP=(NEW,CATLG)
      *//RFGINV    DD DSN=&SYSUID..RFGINV(0),DISP=SHR
      *//NEWINV    DD DSN=&SYSUID..RFGINV(+1),DISP=(NEW,CATLG)
      *//RFGTRN    DD DSN=&SYSUID..INPUT(RFGTRN),DISP=SHR
      *//RFGLOG    DD DSN=&SYSUID..RFGLOG,DISP=MOD
      *//CHILMST   DD DSN=&SYSUID..CHILMNT(0),DISP=SHR
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
           select refrigerant-master-in assign to RFGMST
                    organization is sequential
                    file status is rfg-master-in-status.
      *
           select refrigerant-master-out assign to NEWRFG
                    organization is sequential
                    file status is rfg-master-out-status.
      *
           select cylinder-inv-in assign to RFGINV
                    organization is sequential
                    file status is cylinder-inv-in-status.
      *
           select cylinder-inv-out assign to NEWINV
                    organization is sequential
                    file status is cylinder-inv-out-status.
      *
           select refrigerant-trans-file assign to RFGTRN
                    organization is sequential
                    file status is rfg-trans-status.
      *
           select service-log-file assign to RFGLOG
                    organization is sequential
                    file status is service-log-status.
      *
           select chiller-master-in assign to CHILMST
                    organization is sequential
                    file status is chiller-master-status.

       data division.
       file section.
      *
      * Refrigerant master record.  Leak status blank = no open
      * event, L = over threshold awaiting repair, V = repaired
      * awaiting verification.
       fd  refrigerant-master-in record contains 80 characters
                                 recording mode f.
       01  refrigerant-master-in-record.
           02 rmi-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 rmi-position                     pic 9.
           02 filler                           pic x(70).
      *
       fd  refrigerant-master-out record contains 80 characters
                                  recording mode f.
       01  refrigerant-master-out-record       pic x(80).
      *
       fd  cylinder-inv-in record contains 80 characters
                           recording mode f.
       01  cylinder-inv-in-record.
           02 civ-refrigerant                  pic x(6).
           02 filler                           pic x.
           02 civ-virgin-lbs                   pic 9(5)v9.
           02 filler                           pic x.
           02 civ-recovered-lbs                pic 9(5)v9.
           02 filler                           pic x(60).
      *
       fd  cylinder-inv-out record contains 80 characters
                            recording mode f.
       01  cylinder-inv-out-record             pic x(80).
      *
       fd  refrigerant-trans-file record contains 80 characters
                                  recording mode f.
       01  refrigerant-trans-card.
           02 rtc-action                       pic x.
           02 filler                           pic x.
           02 rtc-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 rtc-position                     pic x.
           02 filler                           pic x.
           02 rtc-date-in                      pic x(8).
           02 filler                           pic x.
           02 rtc-lbs-in                       pic x(6).
           02 filler                           pic x.
           02 rtc-technician                   pic x(3).
           02 filler                           pic x.
           02 rtc-refrigerant                  pic x(6).
           02 filler                           pic x.
           02 rtc-code                         pic x.
           02 filler                           pic x(39).
      *
      * One appended record per addition, recovery, repair, test and
      * cylinder movement.
       fd  service-log-file record contains 80 characters
                            recording mode f.
       01  service-log-record.
           02 slr-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 slr-position                     pic x.
           02 filler                           pic x.
           02 slr-date                         pic 9(8).
           02 filler                           pic x.
           02 slr-action                       pic x.
           02 filler                           pic x.
           02 slr-lbs                          pic 9(5)v9.
           02 filler                           pic x.
           02 slr-technician                   pic x(3).
           02 filler                           pic x.
           02 slr-refrigerant                  pic x(6).
           02 filler                           pic x.
           02 slr-leak-rate                    pic 9(3)v9.
           02 filler                           pic x.
           02 slr-code                         pic x.
           02 filler                           pic x(34).
      *
      * Only the key matters here; the rest is CHILMNT's business.
       fd  chiller-master-in record contains 80 characters
                             recording mode f.
       01  chiller-master-in-record.
           02 cmi-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 cmi-position                     pic 9.
           02 filler                           pic x(70).

       working-storage section.

       01 rfg-master-in-status                 pic xx value "00".
           88 rfg-master-in-ok                 value "00".
       01 rfg-master-out-status                pic xx value "00".
           88 rfg-master-out-ok                value "00".
       01 cylinder-inv-in-status               pic xx value "00".
           88 cylinder-inv-in-ok               value "00".
       01 cylinder-inv-out-status              pic xx value "00".
           88 cylinder-inv-out-ok              value "00".
       01 rfg-trans-status                     pic xx value "00".
           88 rfg-trans-ok                     value "00".
       01 service-log-status                   pic xx value "00".
           88 service-log-ok                   value "00".
       01 chiller-master-status                pic xx value "00".
           88 chiller-master-ok                value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 inv-eof-sw                           pic x value "N".
           88 inv-eof                          value "Y".
       01 trans-eof-sw                         pic x value "N".
           88 trans-eof                        value "Y".
       01 chiller-eof-sw                       pic x value "N".
           88 chiller-eof                      value "Y".
       01 machine-found-sw                     pic x.
           88 machine-found                    value "Y".
       01 cylinder-found-sw                    pic x.
           88 cylinder-found                   value "Y".
       01 chiller-known-sw                     pic x.
           88 chiller-known                    value "Y".
       01 chillers-loaded-sw                   pic x value "N".
           88 chillers-loaded                  value "Y".

      * The refrigerant master rides in storage for the run; the
      * entry layout matches the first 69 bytes of the record.
       01 machine-count                        pic 999 value zero.
       01 machine-idx                          pic 999.
       01 machine-found-idx                    pic 999.
       01 refrigerant-table.
           02 refrigerant-entry occurs 200 times.
              03 rfe-bldg-id                   pic x(8).
              03 filler                        pic x.
              03 rfe-position                  pic 9.
              03 filler                        pic x.
              03 rfe-refrigerant               pic x(6).
              03 filler                        pic x.
              03 rfe-full-charge               pic 9(5)v9.
              03 filler                        pic x.
              03 rfe-category                  pic x.
                 88 rfe-comfort-cooling        value "C".
                 88 rfe-commercial-refrig      value "R".
                 88 rfe-industrial-process     value "I".
              03 filler                        pic x.
              03 rfe-last-add-date             pic 9(8).
              03 filler                        pic x.
              03 rfe-last-leak-rate            pic 9(3)v9.
              03 filler                        pic x.
              03 rfe-exceed-date               pic 9(8).
              03 filler                        pic x.
              03 rfe-repair-date               pic 9(8).
              03 filler                        pic x.
              03 rfe-verify-date               pic 9(8).
              03 filler                        pic x.
              03 rfe-leak-status               pic x.
                 88 rfe-no-open-leak           value " ".
                 88 rfe-awaiting-repair        value "L".
                 88 rfe-awaiting-verify        value "V".

      * Cylinder inventory by refrigerant type.
       01 cylinder-count                       pic 99 value zero.
       01 cylinder-idx                         pic 99.
       01 cylinder-found-idx                   pic 99.
       01 cylinder-table.
           02 cylinder-entry occurs 30 times.
              03 cye-refrigerant               pic x(6).
              03 filler                        pic x.
              03 cye-virgin-lbs                pic 9(5)v9.
              03 filler                        pic x.
              03 cye-recovered-lbs             pic 9(5)v9.

      * CHILMNT machines, for the M card check.
       01 chiller-count                        pic 999 value zero.
       01 chiller-idx                          pic 999.
       01 chiller-key-table.
           02 chiller-key occurs 200 times.
              03 cke-bldg-id                   pic x(8).
              03 cke-position                  pic 9.

      * Rule constants.
       01 subject-charge-lbs                   pic 9(3) value 50.
       01 comfort-threshold-pct                pic 99v9 value 10.0.
       01 commercial-threshold-pct             pic 99v9 value 20.0.
       01 industrial-threshold-pct             pic 99v9 value 30.0.
       01 repair-window-days                   pic 99 value 30.
       01 verify-window-days                   pic 99 value 10.
       01 warning-window-days                  pic 99 value 14.
       01 threshold-pct                        pic 99v9.

       01 seek-bldg-id                         pic x(8).
       01 seek-position                        pic 9.
       01 seek-refrigerant                     pic x(6).
       01 trans-date                           pic 9(8).
       01 trans-date-parts redefines trans-date.
           02 tdp-year                         pic 9(4).
           02 tdp-month                        pic 99.
           02 tdp-day                          pic 99.
       01 trans-lbs                            pic 9(5)v9.
       01 trans-reason                         pic x(36).
       01 days-since-add                       pic s9(7)
                                               sign is leading
                                               separate.
       01 leak-rate                            pic 9(5)v9.
       01 deadline-date                        pic 9(8).
       01 deadline-integer                     pic 9(7).
       01 days-left                            pic s9(7)
                                               sign is leading
                                               separate.
       01 run-date-integer                     pic 9(7).
       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).

       01 trans-applied-count                  pic 9(4) value zero.
       01 trans-rejected-count                 pic 9(4) value zero.
       01 events-opened-count                  pic 9(4) value zero.
       01 report-line-count                    pic 999.

       01 rate-out                             pic zz9.9.
       01 lbs-out                              pic zz,zz9.9.
       01 days-out                             pic ---,--9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "REFRGLOG".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  REFRIGERANT SERVICE LOG RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date to datetime
           compute run-date-integer =
                    function integer-of-date(dt-yyyymmdd)
           perform 200-load-refrigerant-master
           perform 250-load-cylinder-inventory
           perform 270-load-chiller-keys
           perform 300-apply-transactions
           perform 500-write-new-files
           perform 600-over-threshold-report
           perform 650-deadline-report
           perform 700-cylinder-report
           display spaces
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           display "LEAK EVENTS OPENED   : " events-opened-count
           move "E" to runlog-event
           compute runlog-read =
                    trans-applied-count + trans-rejected-count
           move machine-count to runlog-written
           move trans-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  REFRIGERANT LOG RUN ENDS  ********"
           stop run.

      * A missing RFGMST DD just means the master is being built for
      * the first time.
       200-load-refrigerant-master.
           open input refrigerant-master-in
           if rfg-master-in-ok then
              perform 210-read-master until master-eof
              close refrigerant-master-in
           else
              display "RFGMST NOT AVAILABLE - STARTING A NEW MASTER"
           end-if.

       210-read-master.
           read refrigerant-master-in
              at end set master-eof to true
              not at end perform 220-store-master
           end-read.

       220-store-master.
           if machine-count is less than 200 then
              add 1 to machine-count
              move refrigerant-master-in-record(1:69) to
                   refrigerant-entry(machine-count)
           else
              display "REFRIGERANT TABLE FULL - RECORD FOR "
                      rmi-bldg-id " POSITION " rmi-position
                      " DROPPED"
           end-if.

       250-load-cylinder-inventory.
           open input cylinder-inv-in
           if cylinder-inv-in-ok then
              perform 260-read-cylinder until inv-eof
              close cylinder-inv-in
           else
              display "RFGINV NOT AVAILABLE - STARTING A NEW"
                      " INVENTORY"
           end-if.

       260-read-cylinder.
           read cylinder-inv-in
              at end set inv-eof to true
              not at end
                 if cylinder-count is less than 30 then
                    add 1 to cylinder-count
                    move cylinder-inv-in-record(1:20) to
                         cylinder-entry(cylinder-count)
                 end-if
           end-read.

      * Without CHILMST the M card check is skipped and the run says
      * so.
       270-load-chiller-keys.
           open input chiller-master-in
           if chiller-master-ok then
              set chillers-loaded to true
              perform 280-read-chiller until chiller-eof
              close chiller-master-in
           else
              display "CHILMST NOT AVAILABLE - MACHINES NOT CHECKED"
                      " AGAINST THE CHILLER MASTER"
           end-if.

       280-read-chiller.
           read chiller-master-in
              at end set chiller-eof to true
              not at end
                 if chiller-count is less than 200 then
                    add 1 to chiller-count
                    move cmi-bldg-id to cke-bldg-id(chiller-count)
                    move cmi-position to cke-position(chiller-count)
                 end-if
           end-read.

       300-apply-transactions.
           open input refrigerant-trans-file
           if not rfg-trans-ok then
              display "RFGTRN NOT AVAILABLE - REPORT-ONLY RUN"
           else
              open extend service-log-file
              if not service-log-ok then
                 open output service-log-file
              end-if
              if not service-log-ok then
                 display "RFGLOG NOT AVAILABLE - HISTORY NOT WRITTEN"
              end-if
              perform 310-read-transaction until trans-eof
              close refrigerant-trans-file
              if service-log-ok then
                 close service-log-file
              end-if
           end-if.

       310-read-transaction.
           read refrigerant-trans-file
              at end set trans-eof to true
              not at end perform 320-apply-one-transaction
           end-read.

       320-apply-one-transaction.
           perform 330-validate-common-fields
           if trans-reason is not equal to spaces then
              add 1 to trans-rejected-count
              display "REJECTED " rtc-action " " rtc-bldg-id " POS "
                      rtc-position " - " trans-reason
           else
              evaluate rtc-action
                 when "M" perform 340-setup-machine
                 when "A" perform 360-post-addition
                 when "R" perform 380-post-recovery
                 when "P" perform 400-post-repair
                 when "V" perform 420-post-verification
                 when "C" perform 440-post-cylinder-stock
              end-evaluate
              if trans-reason is not equal to spaces then
                 add 1 to trans-rejected-count
                 display "REJECTED " rtc-action " " rtc-bldg-id
                         " POS " rtc-position " - " trans-reason
              else
                 add 1 to trans-applied-count
              end-if
           end-if.

      * Action, date, and (except on a C card) a numeric position
      * and a machine the action can apply to.
       330-validate-common-fields.
           move spaces to trans-reason
           move "N" to machine-found-sw
           if rtc-action is not equal to "M" and "A" and "R" and "P"
              and "V" and "C" then
              move "ACTION MUST BE M, A, R, P, V OR C" to
                   trans-reason
           else
           if rtc-date-in is not numeric then
              move "DATE NOT NUMERIC" to trans-reason
           else
              move rtc-date-in to trans-date
              if tdp-month is less than 1 or
                 tdp-month is greater than 12 or
                 tdp-day is less than 1 or tdp-day is greater than 31
                 then
                 move "DATE NOT A VALID YYYYMMDD" to trans-reason
              else
              if rtc-action is not equal to "C" then
                 perform 335-validate-machine-key
              end-if
              end-if
           end-if
           end-if.

       335-validate-machine-key.
           if rtc-position is not numeric then
              move "POSITION MUST BE NUMERIC" to trans-reason
           else
              move rtc-bldg-id to seek-bldg-id
              move rtc-position to seek-position
              perform 338-check-one-machine
                      varying machine-idx from 1 by 1
                      until machine-idx > machine-count
                      or machine-found
              if not machine-found and rtc-action is not equal to "M"
                 then
                 move "MACHINE NOT ON REFRIGERANT MASTER" to
                      trans-reason
              end-if
           end-if.

       338-check-one-machine.
           if rfe-bldg-id(machine-idx) is equal to seek-bldg-id and
              rfe-position(machine-idx) is equal to seek-position
              then
              set machine-found to true
              move machine-idx to machine-found-idx
           end-if.

      * Setup or change.  A change keeps the service history fields;
      * only type, charge and category are replaced.
       340-setup-machine.
           if function test-numval(rtc-lbs-in) is not equal to zero
              then
              move "FULL CHARGE NOT NUMERIC" to trans-reason
           else
           if rtc-refrigerant is equal to spaces then
              move "REFRIGERANT TYPE MISSING" to trans-reason
           else
           if rtc-code is not equal to "C" and "R" and "I" then
              move "CATEGORY MUST BE C, R OR I" to trans-reason
           else
              perform 345-check-chiller-master
              if trans-reason is equal to spaces then
                 if not machine-found then
                    perform 350-add-machine
                 end-if
                 if trans-reason is equal to spaces then
                    move rtc-refrigerant to
                         rfe-refrigerant(machine-found-idx)
                    compute rfe-full-charge(machine-found-idx) =
                             function numval(rtc-lbs-in)
                    move rtc-code to rfe-category(machine-found-idx)
                    move rfe-full-charge(machine-found-idx) to
                         lbs-out
                    display "SET UP   " seek-bldg-id " POS "
                            seek-position " " rtc-refrigerant
                            " CHARGE " lbs-out " LBS CATEGORY "
                            rtc-code
                 end-if
              end-if
           end-if
           end-if
           end-if.

       345-check-chiller-master.
           if chillers-loaded then
              move "N" to chiller-known-sw
              perform 348-check-one-chiller
                      varying chiller-idx from 1 by 1
                      until chiller-idx > chiller-count
                      or chiller-known
              if not chiller-known then
                 move "MACHINE NOT ON CHILMNT MASTER" to
                      trans-reason
              end-if
           end-if.

       348-check-one-chiller.
           if cke-bldg-id(chiller-idx) is equal to seek-bldg-id and
              cke-position(chiller-idx) is equal to seek-position
              then
              set chiller-known to true
           end-if.

       350-add-machine.
           if machine-count is not less than 200 then
              move "REFRIGERANT TABLE FULL" to trans-reason
           else
              add 1 to machine-count
              move machine-count to machine-found-idx
              move spaces to refrigerant-entry(machine-found-idx)
              move seek-bldg-id to rfe-bldg-id(machine-found-idx)
              move seek-position to rfe-position(machine-found-idx)
              move zero to rfe-last-add-date(machine-found-idx)
              move zero to rfe-last-leak-rate(machine-found-idx)
              move zero to rfe-exceed-date(machine-found-idx)
              move zero to rfe-repair-date(machine-found-idx)
              move zero to rfe-verify-date(machine-found-idx)
              set machine-found to true
           end-if.

      * The annualizing method: the charge added as a share of full
      * charge, scaled to a year by the days since the previous
      * addition (365 for the first, and never more than 365).
       360-post-addition.
           if function test-numval(rtc-lbs-in) is not equal to zero
              then
              move "POUNDS NOT NUMERIC" to trans-reason
           else
           if rtc-technician is equal to spaces then
              move "TECHNICIAN MISSING" to trans-reason
           else
           if rfe-full-charge(machine-found-idx) is equal to zero
              then
              move "NO FULL CHARGE ON MASTER" to trans-reason
           else
              compute trans-lbs = function numval(rtc-lbs-in)
              if rfe-last-add-date(machine-found-idx) is equal to
                 zero then
                 move 365 to days-since-add
              else
                 compute days-since-add =
                          function integer-of-date(trans-date) -
                          function integer-of-date
                          (rfe-last-add-date(machine-found-idx))
                 if days-since-add is greater than 365 then
                    move 365 to days-since-add
                 end-if
                 if days-since-add is less than 1 then
                    move 1 to days-since-add
                 end-if
              end-if
              compute leak-rate rounded =
                       trans-lbs / rfe-full-charge(machine-found-idx)
                       * 365 / days-since-add * 100
              if leak-rate is greater than 999.9 then
                 move 999.9 to leak-rate
              end-if
              move trans-date to rfe-last-add-date(machine-found-idx)
              move leak-rate to rfe-last-leak-rate(machine-found-idx)
              move rfe-refrigerant(machine-found-idx) to
                   seek-refrigerant
              perform 450-find-cylinder
              if cylinder-found and
                 cye-virgin-lbs(cylinder-found-idx) is not less than
                 trans-lbs then
                 subtract trans-lbs from
                          cye-virgin-lbs(cylinder-found-idx)
              else
                 display "  *** " seek-bldg-id " POS " seek-position
                         " - CHARGE EXCEEDS VIRGIN "
                         seek-refrigerant " ON HAND"
                 if cylinder-found then
                    move zero to cye-virgin-lbs(cylinder-found-idx)
                 end-if
              end-if
              move trans-lbs to lbs-out
              move leak-rate to rate-out
              display "ADDED    " seek-bldg-id " POS " seek-position
                      " " lbs-out " LBS - ANNUALIZED LEAK RATE "
                      rate-out "%"
              perform 370-check-threshold
              perform 460-write-service-log
           end-if
           end-if
           end-if.

      * A machine under the charge floor is not subject; one already
      * awaiting repair keeps its original deadline.
       370-check-threshold.
           evaluate true
              when rfe-commercial-refrig(machine-found-idx)
                 move commercial-threshold-pct to threshold-pct
              when rfe-industrial-process(machine-found-idx)
                 move industrial-threshold-pct to threshold-pct
              when other
                 move comfort-threshold-pct to threshold-pct
           end-evaluate
           if rfe-full-charge(machine-found-idx) is not less than
              subject-charge-lbs and
              leak-rate is greater than threshold-pct and
              not rfe-awaiting-repair(machine-found-idx) then
              set rfe-awaiting-repair(machine-found-idx) to true
              move trans-date to rfe-exceed-date(machine-found-idx)
              move zero to rfe-repair-date(machine-found-idx)
              move zero to rfe-verify-date(machine-found-idx)
              add 1 to events-opened-count
              compute deadline-date = function date-of-integer
                       (function integer-of-date(trans-date) +
                        repair-window-days)
              display "  *** OVER THRESHOLD - REPAIR DUE BY "
                      deadline-date
           end-if.

       380-post-recovery.
           if function test-numval(rtc-lbs-in) is not equal to zero
              then
              move "POUNDS NOT NUMERIC" to trans-reason
           else
           if rtc-technician is equal to spaces then
              move "TECHNICIAN MISSING" to trans-reason
           else
              compute trans-lbs = function numval(rtc-lbs-in)
              move rfe-refrigerant(machine-found-idx) to
                   seek-refrigerant
              perform 450-find-cylinder
              if not cylinder-found then
                 perform 455-add-cylinder
              end-if
              if cylinder-found then
                 add trans-lbs to cye-recovered-lbs(cylinder-found-idx)
              end-if
              move zero to leak-rate
              move trans-lbs to lbs-out
              display "RECOVERED " seek-bldg-id " POS " seek-position
                      " " lbs-out " LBS " seek-refrigerant
              perform 460-write-service-log
           end-if
           end-if.

       400-post-repair.
           if not rfe-awaiting-repair(machine-found-idx) then
              move "NO OPEN LEAK AWAITING REPAIR" to trans-reason
           else
              set rfe-awaiting-verify(machine-found-idx) to true
              move trans-date to rfe-repair-date(machine-found-idx)
              compute days-left =
                       function integer-of-date
                       (rfe-exceed-date(machine-found-idx)) +
                       repair-window-days -
                       function integer-of-date(trans-date)
              display "REPAIRED " seek-bldg-id " POS " seek-position
                      " - VERIFICATION TEST DUE IN "
                      verify-window-days " DAYS"
              if days-left is less than zero then
                 move days-left to days-out
                 display "  *** REPAIR WAS LATE BY " days-out
                         " DAYS"
              end-if
              move zero to trans-lbs
              move zero to leak-rate
              perform 460-write-service-log
           end-if.

       420-post-verification.
           if not rfe-awaiting-verify(machine-found-idx) then
              move "NO REPAIR AWAITING VERIFICATION" to trans-reason
           else
           if rtc-code is not equal to "P" and "F" then
              move "TEST RESULT MUST BE P OR F" to trans-reason
           else
              move trans-date to rfe-verify-date(machine-found-idx)
              if rtc-code is equal to "P" then
                 set rfe-no-open-leak(machine-found-idx) to true
                 display "VERIFIED " seek-bldg-id " POS "
                         seek-position " - LEAK EVENT CLOSED"
              else
                 set rfe-awaiting-repair(machine-found-idx) to true
                 move zero to rfe-repair-date(machine-found-idx)
                 display "FAILED   " seek-bldg-id " POS "
                         seek-position " - REPAIR REOPENED"
              end-if
              move zero to trans-lbs
              move zero to leak-rate
              perform 460-write-service-log
           end-if
           end-if.

       440-post-cylinder-stock.
           if function test-numval(rtc-lbs-in) is not equal to zero
              then
              move "POUNDS NOT NUMERIC" to trans-reason
           else
           if rtc-refrigerant is equal to spaces then
              move "REFRIGERANT TYPE MISSING" to trans-reason
           else
           if rtc-code is not equal to "I" and "O" then
              move "STOCK CODE MUST BE I OR O" to trans-reason
           else
              compute trans-lbs = function numval(rtc-lbs-in)
              move rtc-refrigerant to seek-refrigerant
              perform 450-find-cylinder
              if not cylinder-found then
                 perform 455-add-cylinder
              end-if
              if not cylinder-found then
                 move "CYLINDER TABLE FULL" to trans-reason
              else
              if rtc-code is equal to "I" then
                 add trans-lbs to cye-virgin-lbs(cylinder-found-idx)
                 move trans-lbs to lbs-out
                 display "RECEIVED " lbs-out " LBS "
                         seek-refrigerant
              else
              if cye-recovered-lbs(cylinder-found-idx) is less than
                 trans-lbs then
                 move "SHIPMENT EXCEEDS RECOVERED ON HAND" to
                      trans-reason
              else
                 subtract trans-lbs from
                          cye-recovered-lbs(cylinder-found-idx)
                 move trans-lbs to lbs-out
                 display "SHIPPED  " lbs-out " LBS RECOVERED "
                         seek-refrigerant " TO RECLAIMER"
              end-if
              end-if
              end-if
              if trans-reason is equal to spaces then
                 move spaces to seek-bldg-id
                 move zero to leak-rate
                 perform 460-write-service-log
              end-if
           end-if
           end-if
           end-if.

       450-find-cylinder.
           move "N" to cylinder-found-sw
           perform 452-check-one-cylinder
                   varying cylinder-idx from 1 by 1
                   until cylinder-idx > cylinder-count
                   or cylinder-found.

       452-check-one-cylinder.
           if cye-refrigerant(cylinder-idx) is equal to
              seek-refrigerant then
              set cylinder-found to true
              move cylinder-idx to cylinder-found-idx
           end-if.

       455-add-cylinder.
           if cylinder-count is less than 30 then
              add 1 to cylinder-count
              move cylinder-count to cylinder-found-idx
              move spaces to cylinder-entry(cylinder-found-idx)
              move seek-refrigerant to
                   cye-refrigerant(cylinder-found-idx)
              move zero to cye-virgin-lbs(cylinder-found-idx)
              move zero to cye-recovered-lbs(cylinder-found-idx)
              set cylinder-found to true
           end-if.

       460-write-service-log.
           if service-log-ok then
              move spaces to service-log-record
              move seek-bldg-id to slr-bldg-id
              if rtc-action is not equal to "C" then
                 move rtc-position to slr-position
                 move rfe-refrigerant(machine-found-idx) to
                      seek-refrigerant
              end-if
              move trans-date to slr-date
              move rtc-action to slr-action
              move trans-lbs to slr-lbs
              move rtc-technician to slr-technician
              move seek-refrigerant to slr-refrigerant
              move leak-rate to slr-leak-rate
              move rtc-code to slr-code
              write service-log-record
           end-if.

       500-write-new-files.
           open output refrigerant-master-out
           if rfg-master-out-ok then
              perform 510-write-one-machine
                      varying machine-idx from 1 by 1
                      until machine-idx > machine-count
              close refrigerant-master-out
           else
              display "NEWRFG NOT AVAILABLE - MASTER NOT WRITTEN"
           end-if
           open output cylinder-inv-out
           if cylinder-inv-out-ok then
              perform 520-write-one-cylinder
                      varying cylinder-idx from 1 by 1
                      until cylinder-idx > cylinder-count
              close cylinder-inv-out
           else
              display "NEWINV NOT AVAILABLE - INVENTORY NOT WRITTEN"
           end-if.

       510-write-one-machine.
           move spaces to refrigerant-master-out-record
           move refrigerant-entry(machine-idx) to
                refrigerant-master-out-record(1:69)
           write refrigerant-master-out-record.

       520-write-one-cylinder.
           move spaces to cylinder-inv-out-record
           move cylinder-entry(cylinder-idx) to
                cylinder-inv-out-record(1:20)
           write cylinder-inv-out-record.

       600-over-threshold-report.
           display spaces
           display "------  MACHINES OVER LEAK-RATE THRESHOLD  ------"
           display "  BLDG ID  POS TYPE   CHARGE   RATE  EXCEEDED"
                   " STATUS"
           move zero to report-line-count
           perform 610-report-one-machine
                   varying machine-idx from 1 by 1
                   until machine-idx > machine-count
           if report-line-count is equal to zero then
              display "  (NO OPEN LEAK EVENTS)"
           end-if.

       610-report-one-machine.
           if not rfe-no-open-leak(machine-idx) then
              add 1 to report-line-count
              move rfe-full-charge(machine-idx) to lbs-out
              move rfe-last-leak-rate(machine-idx) to rate-out
              if rfe-awaiting-repair(machine-idx) then
                 display "  " rfe-bldg-id(machine-idx) "  "
                         rfe-position(machine-idx) " "
                         rfe-refrigerant(machine-idx) " " lbs-out
                         " " rate-out "% "
                         rfe-exceed-date(machine-idx)
                         " AWAITING REPAIR"
              else
                 display "  " rfe-bldg-id(machine-idx) "  "
                         rfe-position(machine-idx) " "
                         rfe-refrigerant(machine-idx) " " lbs-out
                         " " rate-out "% "
                         rfe-exceed-date(machine-idx)
                         " REPAIRED " rfe-repair-date(machine-idx)
                         ", AWAITING VERIFICATION"
              end-if
           end-if.

      * Every open deadline overdue or falling inside the warning
      * window.
       650-deadline-report.
           display spaces
           display "------  COMPLIANCE DEADLINES OVERDUE OR DUE"
                   " WITHIN " warning-window-days " DAYS  ------"
           move zero to report-line-count
           perform 660-check-one-deadline
                   varying machine-idx from 1 by 1
                   until machine-idx > machine-count
           if report-line-count is equal to zero then
              display "  (NONE)"
           end-if.

       660-check-one-deadline.
           if rfe-awaiting-repair(machine-idx) then
              compute deadline-integer =
                       function integer-of-date
                       (rfe-exceed-date(machine-idx)) +
                       repair-window-days
              compute days-left = deadline-integer - run-date-integer
              if days-left is not greater than warning-window-days
                 then
                 compute deadline-date =
                          function date-of-integer(deadline-integer)
                 perform 670-display-deadline
              end-if
           end-if
           if rfe-awaiting-verify(machine-idx) then
              compute deadline-integer =
                       function integer-of-date
                       (rfe-repair-date(machine-idx)) +
                       verify-window-days
              compute days-left = deadline-integer - run-date-integer
              if days-left is not greater than warning-window-days
                 then
                 compute deadline-date =
                          function date-of-integer(deadline-integer)
                 perform 670-display-deadline
              end-if
           end-if.

       670-display-deadline.
           add 1 to report-line-count
           move days-left to days-out
           if rfe-awaiting-repair(machine-idx) then
              display "  " rfe-bldg-id(machine-idx) " POS "
                      rfe-position(machine-idx) " REPAIR DUE       "
                      deadline-date with no advancing
           else
              display "  " rfe-bldg-id(machine-idx) " POS "
                      rfe-position(machine-idx) " VERIFICATION DUE "
                      deadline-date with no advancing
           end-if
           if days-left is less than zero then
              display " ** OVERDUE " days-out " DAYS **"
           else
              display "  " days-out " DAYS LEFT"
           end-if.

       700-cylinder-report.
           display spaces
           display "------  CYLINDER INVENTORY BY REFRIGERANT  ------"
           display "  TYPE     VIRGIN LBS  RECOVERED LBS"
           perform 710-report-one-cylinder
                   varying cylinder-idx from 1 by 1
                   until cylinder-idx > cylinder-count
           if cylinder-count is equal to zero then
              display "  (NO CYLINDERS ON RECORD)"
           end-if.

       710-report-one-cylinder.
           move cye-virgin-lbs(cylinder-idx) to lbs-out
           display "  " cye-refrigerant(cylinder-idx) "  " lbs-out
                   with no advancing
           move cye-recovered-lbs(cylinder-idx) to lbs-out
           display "     " lbs-out.
