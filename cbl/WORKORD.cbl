       identification division.
       program-id.    workord.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *          Maintenance Work-Order Master and Generator           *
      *                                                                *
      ******************************************************************
      *
      * The schedulers each print what is due -- CHILMNT machines by
      * run-hours, DRIVEREG tension checks, age replacements and
      * condition replacements, SENSRCAL sensors to REPLACE -- and
      * each now writes the same lines to a WOREQ work-request
      * extract.  This program keeps the maintenance office's
      * work-order master (WOMST, a GDG) and does three things a run:
      *
      *   - applies the WOTRN close-out deck.  A C card completes an
      *     open order with the completion date, labor hours, parts
      *     and technician; an X card cancels it.  A completed order
      *     writes the posting card for the scheduler it came from:
      *       CHILMNT  S card (C condenser, O oil, V overhaul)
      *                to WOCHIL, read as part of CHILTRN
      *       DRIVEREG I card (tension check) or R card (belt
      *                replacement) to WODRIVE, read as part of
      *                DRIVETRN
      *       SENSRCAL replacement card (service code R) to WOSENS,
      *                read as part of CALREADS
      *     so the service posts back without being keyed again.
      *     The cards are added to the end of each deck, which
      *     holds them until the scheduler's next run has posted
      *     them and its job empties the deck;
      *   - turns every work request into a numbered open order,
      *     unless an order for the same source, asset key and task
      *     is already open, or was closed by this run.  The job
      *     empties the WOREQ extracts once they have been read, so
      *     a request is turned into an order only once;
      *   - writes the new master and lists what it opened, closed
      *     and posted.  Completed and cancelled orders closed more
      *     than the history retention period (400 days) ago are
      *     dropped from it, except the highest-numbered order,
      *     which is kept so numbering carries on.
      *
      * A request without a calendar due date (run-hour and
      * condition work) is given one from its priority: priority 1
      * in 2 days, priority 2 in 7, priority 3 in 30.  The asset id
      * is resolved through ASSETLKP -- by tag, or for a chiller by
      * building and plant position -- and left blank when the
      * asset master cannot say.
      *
      * WOBACKLG prints the weekly aging of the open orders.
      *
      * Close-out card (WOTRN):
      *   action(1) wo-number(6) date(8) hours(5) parts(20) tech(3)
      *   with one space between fields; hours keyed like 002.5.
      *   action C = complete, X = cancel.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//WORKORD  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(WORKORD),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(WORKORD),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=WORKORD
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//WOMST     DD DSN=&SYSUID..WORKORD(0),DISP=SHR
      *//NEWWO     DD DSN=&SYSUID..WORKORD(+1),DISP=(NEW,CATLG)
      *//WOTRN     DD DSN=&SYSUID..INPUT(WOTRN),DISP=SHR
      *//WOREQ     DD DSN=&SYSUID..WOREQ.CHILMNT,DISP=SHR
      *//          DD DSN=&SYSUID..WOREQ.DRIVEREG,DISP=SHR
      *//          DD DSN=&SYSUID..WOREQ.SENSRCAL,DISP=SHR
      *//WOCHIL    DD DSN=&SYSUID..WOPOST.CHILTRN,DISP=MOD
      *//WODRIVE   DD DSN=&SYSUID..WOPOST.DRIVETRN,DISP=MOD
      *//WOSENS    DD DSN=&SYSUID..WOPOST.CALREADS,DISP=MOD
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *//* THE REQUESTS HAVE BEEN TURNED INTO ORDERS: EMPTY THE
      *//* EXTRACTS SO THE NEXT RUN DOES NOT SEE THEM AGAIN.
      *// IF RUN.RC <= 4 THEN
      *//REQCHIL EXEC PGM=IEBGENER
      *//SYSUT1    DD DUMMY,DCB=(RECFM=FB,LRECL=80)
      *//SYSUT2    DD DSN=&SYSUID..WOREQ.CHILMNT,DISP=OLD
      *//SYSPRINT  DD SYSOUT=*
      *//SYSIN     DD DUMMY
      *//REQDRIVE EXEC PGM=IEBGENER
      *//SYSUT1    DD DUMMY,DCB=(RECFM=FB,LRECL=80)
      *//SYSUT2    DD DSN=&SYSUID..WOREQ.DRIVEREG,DISP=OLD
      *//SYSPRINT  DD SYSOUT=*
      *//SYSIN     DD DUMMY
      *//REQSENS EXEC PGM=IEBGENER
      *//SYSUT1    DD DUMMY,DCB=(RECFM=FB,LRECL=80)
      *//SYSUT2    DD DSN=&SYSUID..WOREQ.SENSRCAL,DISP=OLD
      *//SYSPRINT  DD SYSOUT=*
      *//SYSIN     DD DUMMY
      *// ENDIF
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select work-order-in assign to WOMST
                    organization is sequential
                    file status is work-order-in-status.
      *
           select work-order-out assign to NEWWO
                    organization is sequential
                    file status is work-order-out-status.
      *
           select close-out-file assign to WOTRN
                    organization is sequential
                    file status is close-out-status.
      *
           select work-request-file assign to WOREQ
                    organization is sequential
                    file status is work-request-status.
      *
           select chiller-posting-file assign to WOCHIL
                    organization is sequential
                    file status is chiller-posting-status.
      *
           select drive-posting-file assign to WODRIVE
                    organization is sequential
                    file status is drive-posting-status.
      *
           select sensor-posting-file assign to WOSENS
                    organization is sequential
                    file status is sensor-posting-status.

       data division.
       file section.
      *
      * Work-order master record.  Status O open, C completed, X
      * cancelled; the close-out fields are blank until it closes.
       fd  work-order-in record contains 160 characters
                         recording mode f.
       01  work-order-in-record.
           02 woi-wo-number                    pic 9(6).
           02 filler                           pic x.
           02 woi-status                       pic x.
           02 filler                           pic x(152).
      *
       fd  work-order-out record contains 160 characters
                          recording mode f.
       01  work-order-out-record               pic x(160).
      *
       fd  close-out-file record contains 80 characters
                          recording mode f.
       01  close-out-card.
           02 coc-action                       pic x.
           02 filler                           pic x.
           02 coc-wo-number-in                 pic x(6).
           02 filler                           pic x.
           02 coc-date-in                      pic x(8).
           02 filler                           pic x.
           02 coc-hours-in                     pic x(5).
           02 filler                           pic x.
           02 coc-parts                        pic x(20).
           02 filler                           pic x.
           02 coc-technician                   pic x(3).
           02 filler                           pic x(32).
      *
      * Work request as the schedulers write it.  A chiller's asset
      * key is its building id and plant position.
       fd  work-request-file record contains 80 characters
                             recording mode f.
       01  work-request-record.
           02 wrq-source                       pic x(8).
           02 filler                           pic x.
           02 wrq-asset-key.
              03 wrq-bldg-id                   pic x(8).
              03 filler                        pic x.
              03 wrq-position                  pic x.
           02 filler                           pic x.
           02 wrq-task                         pic x(4).
           02 filler                           pic x.
           02 wrq-priority                     pic x.
           02 filler                           pic x.
           02 wrq-due-date                     pic x(8).
           02 filler                           pic x.
           02 wrq-description                  pic x(40).
           02 filler                           pic x(4).
      *
      * CHILTRN service card.
       fd  chiller-posting-file record contains 80 characters
                                recording mode f.
       01  chiller-posting-card.
           02 cpc-action                       pic x.
           02 filler                           pic x.
           02 cpc-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 cpc-position                     pic x.
           02 filler                           pic x.
           02 cpc-svc-type                     pic x.
           02 filler                           pic x.
           02 cpc-date                         pic 9(8).
           02 filler                           pic x(57).
      *
      * DRIVETRN inspection or replacement card; the technician
      * rides in the center-distance column as on a keyed card.
       fd  drive-posting-file record contains 80 characters
                              recording mode f.
       01  drive-posting-card.
           02 dpc-action                       pic x.
           02 filler                           pic x.
           02 dpc-equip-tag                    pic x(10).
           02 filler                           pic x(13).
           02 dpc-technician                   pic x(3).
           02 filler                           pic x(11).
           02 dpc-date                         pic 9(8).
           02 filler                           pic x(33).
      *
      * CALREADS sensor-replacement card.
       fd  sensor-posting-file record contains 80 characters
                               recording mode f.
       01  sensor-posting-card.
           02 spc-tag                          pic x(10).
           02 filler                           pic x.
           02 spc-date                         pic 9(8).
           02 filler                           pic x(17).
           02 spc-service-code                 pic x.
           02 filler                           pic x(43).

       working-storage section.

       01 work-order-in-status                 pic xx value "00".
           88 work-order-in-ok                 value "00".
       01 work-order-out-status                pic xx value "00".
           88 work-order-out-ok                value "00".
       01 close-out-status                     pic xx value "00".
           88 close-out-ok                     value "00".
       01 work-request-status                  pic xx value "00".
           88 work-request-ok                  value "00".
       01 chiller-posting-status               pic xx value "00".
           88 chiller-posting-ok               value "00".
       01 drive-posting-status                 pic xx value "00".
           88 drive-posting-ok                 value "00".
       01 sensor-posting-status                pic xx value "00".
           88 sensor-posting-ok                value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 close-out-eof-sw                     pic x value "N".
           88 close-out-eof                    value "Y".
       01 request-eof-sw                       pic x value "N".
           88 request-eof                      value "Y".
       01 order-found-sw                       pic x.
           88 order-found                      value "Y".

      * The whole master rides in storage for the run; the entry
      * layout matches the first 144 bytes of the master record so
      * entries move as groups, plus a flag for orders this run
      * closed.
       01 order-count                          pic 9(4) value zero.
       01 order-idx                            pic 9(4).
       01 order-found-idx                      pic 9(4).
       01 work-order-table.
           02 order-entry occurs 2000 times.
              03 woe-image.
                 04 woe-wo-number              pic 9(6).
                 04 filler                     pic x.
                 04 woe-status                 pic x.
                    88 woe-open                value "O".
                    88 woe-closed              value "C" "X".
                 04 filler                     pic x.
                 04 woe-source                 pic x(8).
                 04 filler                     pic x.
                 04 woe-asset-key              pic x(10).
                 04 filler                     pic x.
                 04 woe-asset-id               pic x(10).
                 04 filler                     pic x.
                 04 woe-task                   pic x(4).
                 04 filler                     pic x.
                 04 woe-priority               pic x.
                 04 filler                     pic x.
                 04 woe-due-date               pic 9(8).
                 04 filler                     pic x.
                 04 woe-open-date              pic 9(8).
                 04 filler                     pic x.
                 04 woe-description            pic x(40).
                 04 filler                     pic x.
                 04 woe-close-date             pic 9(8).
                 04 filler                     pic x.
                 04 woe-labor-hours            pic 9(3)v9.
                 04 filler                     pic x.
                 04 woe-parts                  pic x(20).
                 04 filler                     pic x.
                 04 woe-technician             pic x(3).
              03 woe-closed-now-sw             pic x.
                 88 woe-closed-now             value "Y".

       01 next-wo-number                       pic 9(6) value zero.
       01 seek-wo-number                       pic 9(6).

       01 close-outs-applied-count             pic 9(4) value zero.
       01 close-outs-rejected-count            pic 9(4) value zero.
       01 requests-read-count                  pic 9(4) value zero.
       01 orders-opened-count                  pic 9(4) value zero.
       01 already-open-count                   pic 9(4) value zero.
       01 just-closed-count                    pic 9(4) value zero.
       01 requests-rejected-count              pic 9(4) value zero.
       01 postings-written-count               pic 9(4) value zero.
       01 orders-purged-count                  pic 9(4) value zero.

      * Completed and cancelled orders stay on the master this many
      * days after they close.
       01 history-retention-days               pic 999 value 400.
       01 close-date-integer                   pic 9(7).
       01 last-wo-number                       pic 9(6).
       01 purge-order-sw                       pic x.
           88 purge-order                      value "Y".

      * Due-date lead days by priority, for requests with no date.
       01 priority-1-lead-days                 pic 999 value 2.
       01 priority-2-lead-days                 pic 999 value 7.
       01 priority-3-lead-days                 pic 999 value 30.
       01 lead-days                            pic 999.

       01 run-date-integer                     pic 9(7).
       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).

       01 close-out-reason                     pic x(30).
       01 close-date                           pic 9(8).
       01 labor-hours                          pic 9(3)v9.
       01 close-date-check                     pic 9(8).
       01 close-date-parts redefines close-date-check.
           02 cdc-year                         pic 9(4).
           02 cdc-month                        pic 99.
           02 cdc-day                          pic 99.

      * ASSETLKP resolution of a request's asset.
       01 asset-lookup-id                      pic x(10).
       01 asset-found-flag                     pic x.
       01 asset-bldg-id                        pic x(8).
       01 asset-position                       pic x.
       01 asset-type                           pic x(4).
       01 asset-status                         pic x.

       01 hours-out                            pic zz9.9.
       01 count-out                            pic z,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "WORKORD".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  MAINTENANCE WORK-ORDER RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date to datetime
           compute run-date-integer =
                    function integer-of-date(dt-yyyymmdd)
           perform 200-load-work-orders
           perform 300-apply-close-outs
           perform 400-generate-orders
           perform 500-write-new-master
           display spaces
           display "CLOSE-OUTS APPLIED     : " close-outs-applied-count
           display "CLOSE-OUTS REJECTED    : "
                   close-outs-rejected-count
           display "POSTING CARDS WRITTEN  : " postings-written-count
           display "WORK REQUESTS READ     : " requests-read-count
           display "ORDERS OPENED          : " orders-opened-count
           display "ALREADY OPEN (SKIPPED) : " already-open-count
           display "CLOSED THIS RUN (SKIP) : " just-closed-count
           display "REQUESTS REJECTED      : " requests-rejected-count
           display "CLOSED ORDERS PURGED   : " orders-purged-count
           move "E" to runlog-event
           compute runlog-read =
                    requests-read-count + close-outs-applied-count +
                    close-outs-rejected-count
           compute runlog-written = order-count - orders-purged-count
           compute runlog-rejected =
                    requests-rejected-count + close-outs-rejected-count
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  WORK-ORDER RUN ENDS  ********"
           stop run.

      * A missing WOMST DD just means the master is being built for
      * the first time; numbering starts at 1.
       200-load-work-orders.
           open input work-order-in
           if work-order-in-ok then
              perform 210-read-master until master-eof
              close work-order-in
           else
              display "WOMST NOT AVAILABLE - STARTING A NEW MASTER"
           end-if
           add 1 to next-wo-number.

       210-read-master.
           read work-order-in
              at end set master-eof to true
              not at end perform 220-store-master
           end-read.

       220-store-master.
           if order-count is less than 2000 then
              add 1 to order-count
              move work-order-in-record(1:144) to
                   woe-image(order-count)
              move "N" to woe-closed-now-sw(order-count)
              if woi-wo-number is greater than next-wo-number then
                 move woi-wo-number to next-wo-number
              end-if
           else
              display "WORK-ORDER TABLE FULL AT ORDER "
                      woi-wo-number " - NOTHING DONE"
              move "WORKORD TABLE FULL" to runlog-condition
              move 8 to return-code
              close work-order-in
              perform 590-carry-master
              perform 900-abend-run
           end-if.

      * Posting cards are added to the end of each deck, so cards
      * the scheduler has not yet read are kept; the scheduler's
      * job empties its deck once it has posted them.
       300-apply-close-outs.
           open extend chiller-posting-file
           if not chiller-posting-ok then
              open output chiller-posting-file
           end-if
           open extend drive-posting-file
           if not drive-posting-ok then
              open output drive-posting-file
           end-if
           open extend sensor-posting-file
           if not sensor-posting-ok then
              open output sensor-posting-file
           end-if
           open input close-out-file
           if not close-out-ok then
              display "WOTRN NOT AVAILABLE - NO CLOSE-OUTS"
           else
              perform 310-read-close-out until close-out-eof
              close close-out-file
           end-if
           if chiller-posting-ok then
              close chiller-posting-file
           end-if
           if drive-posting-ok then
              close drive-posting-file
           end-if
           if sensor-posting-ok then
              close sensor-posting-file
           end-if.

       310-read-close-out.
           read close-out-file
              at end set close-out-eof to true
              not at end perform 320-apply-one-close-out
           end-read.

       320-apply-one-close-out.
           perform 330-validate-close-out
           if close-out-reason is not equal to spaces then
              add 1 to close-outs-rejected-count
              display "REJECTED " coc-action " " coc-wo-number-in
                      " - " close-out-reason
           else
              move coc-action to woe-status(order-found-idx)
              move close-date to woe-close-date(order-found-idx)
              move labor-hours to woe-labor-hours(order-found-idx)
              move coc-parts to woe-parts(order-found-idx)
              move coc-technician to woe-technician(order-found-idx)
              set woe-closed-now(order-found-idx) to true
              add 1 to close-outs-applied-count
              if coc-action is equal to "C" then
                 move labor-hours to hours-out
                 display "COMPLETED " woe-wo-number(order-found-idx)
                         " " woe-source(order-found-idx)
                         " " woe-asset-key(order-found-idx)
                         " " woe-task(order-found-idx)
                         " " hours-out " HRS " coc-technician
                 perform 350-write-posting-card
              else
                 display "CANCELLED " woe-wo-number(order-found-idx)
                         " " woe-source(order-found-idx)
                         " " woe-asset-key(order-found-idx)
                         " " woe-task(order-found-idx)
              end-if
           end-if.

      * The order must be open, the date a real yyyymmdd, and a
      * completion must carry its labor hours and technician.
       330-validate-close-out.
           move spaces to close-out-reason
           move "N" to order-found-sw
           if coc-action is not equal to "C" and
              coc-action is not equal to "X" then
              move "ACTION MUST BE C OR X" to close-out-reason
           else
           if coc-wo-number-in is not numeric then
              move "ORDER NUMBER NOT NUMERIC" to close-out-reason
           else
              move coc-wo-number-in to seek-wo-number
              perform 340-find-order
                      varying order-idx from 1 by 1
                      until order-idx > order-count or order-found
              if not order-found then
                 move "ORDER NOT ON MASTER" to close-out-reason
              else
              if not woe-open(order-found-idx) then
                 move "ORDER IS NOT OPEN" to close-out-reason
              else
              if coc-date-in is not numeric then
                 move "BAD CLOSE DATE" to close-out-reason
              else
                 move coc-date-in to close-date-check
                 move close-date-check to close-date
                 if cdc-month is less than 1 or
                    cdc-month is greater than 12 or
                    cdc-day is less than 1 or
                    cdc-day is greater than 31 then
                    move "BAD CLOSE DATE" to close-out-reason
                 else
                    perform 335-validate-labor
                 end-if
              end-if
              end-if
              end-if
           end-if
           end-if.

       335-validate-labor.
           move zero to labor-hours
           if coc-action is equal to "C" then
              if function test-numval(coc-hours-in) is not equal
                 to zero then
                 move "LABOR HOURS NOT NUMERIC" to close-out-reason
              else
              if coc-technician is equal to spaces then
                 move "TECHNICIAN MISSING" to close-out-reason
              else
                 compute labor-hours =
                          function numval(coc-hours-in)
              end-if
              end-if
           end-if.

       340-find-order.
           if woe-wo-number(order-idx) is equal to seek-wo-number then
              set order-found to true
              move order-idx to order-found-idx
           end-if.

      * The posting card for the scheduler that raised the order.
       350-write-posting-card.
           evaluate woe-source(order-found-idx)
              when "CHILMNT"
                 perform 360-post-chiller-service
              when "DRIVEREG"
                 perform 370-post-drive-service
              when "SENSRCAL"
                 perform 380-post-sensor-replacement
           end-evaluate.

       360-post-chiller-service.
           if chiller-posting-ok then
              move spaces to chiller-posting-card
              move "S" to cpc-action
              move woe-asset-key(order-found-idx)(1:8) to cpc-bldg-id
              move woe-asset-key(order-found-idx)(10:1) to
                   cpc-position
              evaluate woe-task(order-found-idx)
                 when "CNDC" move "C" to cpc-svc-type
                 when "OILA" move "O" to cpc-svc-type
                 when other  move "V" to cpc-svc-type
              end-evaluate
              move close-date to cpc-date
              write chiller-posting-card
              add 1 to postings-written-count
           else
              display "  WOCHIL NOT AVAILABLE - KEY THE CHILTRN S"
                      " CARD BY HAND"
           end-if.

       370-post-drive-service.
           if drive-posting-ok then
              move spaces to drive-posting-card
              if woe-task(order-found-idx) is equal to "TENS" then
                 move "I" to dpc-action
              else
                 move "R" to dpc-action
              end-if
              move woe-asset-key(order-found-idx) to dpc-equip-tag
              move coc-technician to dpc-technician
              move close-date to dpc-date
              write drive-posting-card
              add 1 to postings-written-count
           else
              display "  WODRIVE NOT AVAILABLE - KEY THE DRIVETRN"
                      " CARD BY HAND"
           end-if.

       380-post-sensor-replacement.
           if sensor-posting-ok then
              move spaces to sensor-posting-card
              move woe-asset-key(order-found-idx) to spc-tag
              move close-date to spc-date
              move "R" to spc-service-code
              write sensor-posting-card
              add 1 to postings-written-count
           else
              display "  WOSENS NOT AVAILABLE - KEY THE CALREADS"
                      " CARD BY HAND"
           end-if.

       400-generate-orders.
           display spaces
           display "--------  WORK ORDERS OPENED  --------"
           display "WO NO  SOURCE   ASSET KEY  ASSET ID   TASK P DUE"
                   "      DESCRIPTION"
           open input work-request-file
           if not work-request-ok then
              display "WOREQ NOT AVAILABLE - NO ORDERS GENERATED"
           else
              perform 410-read-request until request-eof
              close work-request-file
           end-if
           if orders-opened-count is equal to zero then
              display "  (NO NEW ORDERS)"
           end-if.

       410-read-request.
           read work-request-file
              at end set request-eof to true
              not at end perform 420-process-one-request
           end-read.

       420-process-one-request.
           add 1 to requests-read-count
           move "N" to order-found-sw
           perform 430-find-matching-order
                   varying order-idx from 1 by 1
                   until order-idx > order-count or order-found
           if wrq-source is not equal to "CHILMNT" and
              wrq-source is not equal to "DRIVEREG" and
              wrq-source is not equal to "SENSRCAL" then
              add 1 to requests-rejected-count
              display "REQUEST REJECTED - UNKNOWN SOURCE "
                      wrq-source " " wrq-asset-key
           else
           if wrq-asset-key is equal to spaces or
              wrq-task is equal to spaces then
              add 1 to requests-rejected-count
              display "REQUEST REJECTED - NO ASSET KEY OR TASK FROM "
                      wrq-source
           else
           if order-found and woe-open(order-found-idx) then
              add 1 to already-open-count
           else
           if order-found then
              add 1 to just-closed-count
           else
           if order-count is not less than 2000 then
              add 1 to requests-rejected-count
              display "REQUEST REJECTED - WORK-ORDER TABLE FULL"
           else
              perform 440-open-order
           end-if
           end-if
           end-if
           end-if
           end-if.

      * An open order for the same work, or one closed by this run,
      * stands in for the request.
       430-find-matching-order.
           if woe-source(order-idx) is equal to wrq-source and
              woe-asset-key(order-idx) is equal to wrq-asset-key and
              woe-task(order-idx) is equal to wrq-task then
              if woe-open(order-idx) or woe-closed-now(order-idx)
                 then
                 set order-found to true
                 move order-idx to order-found-idx
              end-if
           end-if.

       440-open-order.
           add 1 to order-count
           move spaces to woe-image(order-count)
           move "N" to woe-closed-now-sw(order-count)
           move next-wo-number to woe-wo-number(order-count)
           add 1 to next-wo-number
           move "O" to woe-status(order-count)
           move wrq-source to woe-source(order-count)
           move wrq-asset-key to woe-asset-key(order-count)
           move wrq-task to woe-task(order-count)
           move wrq-priority to woe-priority(order-count)
           if wrq-priority is not equal to "1" and
              wrq-priority is not equal to "2" then
              move "3" to woe-priority(order-count)
           end-if
           move dt-yyyymmdd to woe-open-date(order-count)
           move wrq-description to woe-description(order-count)
           move zero to woe-close-date(order-count)
           move zero to woe-labor-hours(order-count)
           if wrq-due-date is numeric and
              wrq-due-date is not equal to zeros then
              move wrq-due-date to woe-due-date(order-count)
           else
              evaluate woe-priority(order-count)
                 when "1" move priority-1-lead-days to lead-days
                 when "2" move priority-2-lead-days to lead-days
                 when other move priority-3-lead-days to lead-days
              end-evaluate
              compute woe-due-date(order-count) =
                       function date-of-integer
                       (run-date-integer + lead-days)
           end-if
           perform 450-resolve-asset-id
           add 1 to orders-opened-count
           display woe-wo-number(order-count) " "
                   woe-source(order-count) " "
                   woe-asset-key(order-count) " "
                   woe-asset-id(order-count) " "
                   woe-task(order-count) " "
                   woe-priority(order-count) " "
                   woe-due-date(order-count) " "
                   woe-description(order-count).

      * Chillers resolve by building and plant position, everything
      * else by tag.
       450-resolve-asset-id.
           if wrq-source is equal to "CHILMNT" then
              move spaces to asset-lookup-id
              move wrq-bldg-id to asset-bldg-id
              move wrq-position to asset-position
           else
              move wrq-asset-key to asset-lookup-id
           end-if
           call "ASSETLKP" using asset-lookup-id, asset-found-flag,
                asset-bldg-id, asset-position, asset-type,
                asset-status
           if asset-found-flag is equal to "Y" then
              move asset-lookup-id to woe-asset-id(order-count)
           end-if.

       500-write-new-master.
           compute last-wo-number = next-wo-number - 1
           open output work-order-out
           if work-order-out-ok then
              perform 510-write-one-order
                      varying order-idx from 1 by 1
                      until order-idx > order-count
              close work-order-out
           else
              display "NEWWO NOT AVAILABLE - MASTER NOT WRITTEN"
           end-if.

       510-write-one-order.
           perform 520-check-history-retention
           if purge-order then
              add 1 to orders-purged-count
           else
              move spaces to work-order-out-record
              move woe-image(order-idx) to
                   work-order-out-record(1:144)
              write work-order-out-record
           end-if.

      * A completed or cancelled order goes once its close date is
      * past the retention period.  An unreadable close date keeps
      * it, and so does being the highest number on the master.
       520-check-history-retention.
           move "N" to purge-order-sw
           if woe-closed(order-idx) and
              woe-wo-number(order-idx) is not equal to last-wo-number
              and woe-close-date(order-idx) is numeric then
              if function test-date-yyyymmdd(woe-close-date(order-idx))
                 is equal to zero then
                 compute close-date-integer =
                          function integer-of-date
                          (woe-close-date(order-idx))
                 if run-date-integer - close-date-integer is greater
                    than history-retention-days then
                    set purge-order to true
                 end-if
              end-if
           end-if.

      * NEWWO is cataloged even when the run stops short, so it gets
      * the current master unchanged.
       590-carry-master.
           move "N" to master-eof-sw
           open output work-order-out
           if work-order-out-ok then
              open input work-order-in
              if work-order-in-ok then
                 perform 595-carry-one-order until master-eof
                 close work-order-in
              end-if
              close work-order-out
              display "WOMST CARRIED FORWARD UNCHANGED"
           end-if.

       595-carry-one-order.
           read work-order-in
              at end set master-eof to true
              not at end
                 write work-order-out-record from work-order-in-record
           end-read.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
