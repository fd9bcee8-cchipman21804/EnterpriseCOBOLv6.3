      *              O oil analysis, V overhaul, on the given date
      *          D = delete machine
      *
      * A machine added by card must be a live CHLR asset on the
      * ASSETMNT equipment asset master at that building and plant
      * position (resolved through ASSETLKP); a machine auto-added
      * from PLANTHRS is kept, since the runtime is real, but is
      * flagged when the asset master does not know it.  With no
      * ASSETMST DD the check is skipped and the run says so.
      *
      * Every line of the due report is also written to the WOREQ
      * work-request extract, which WORKORD turns into numbered work
      * orders.  When an order is closed out, WORKORD writes the
      * matching S card to its CHILTRN posting deck, which the JCL
      * concatenates behind the hand-keyed deck, so the service
      * posts here without being keyed twice.
      *
      ******************************************************************
      *
      *                Job Control Language
      *//NEWCHIL   DD DSN=&SYSUID..CHILMNT(+1),DISP=(NEW,CATLG)
      *//PLANTHRS  DD DSN=&SYSUID..PLANTHRS,DISP=SHR
      *//CHILTRN   DD DSN=&SYSUID..INPUT(CHILTRN),DISP=SHR
      *//          DD DSN=&SYSUID..WOPOST.CHILTRN,DISP=SHR
      *//WOREQ     DD DSN=&SYSUID..WOREQ.CHILMNT,DISP=OLD
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *//* THE WORKORD POSTING CARDS HAVE BEEN POSTED: EMPTY THE
      *//* DECK SO WORKORD'S NEXT CARDS START IT AFRESH.
      *// IF RUN.RC <= 4 THEN
      *//POSTCLR EXEC PGM=IEBGENER
      *//SYSUT1    DD DUMMY,DCB=(RECFM=FB,LRECL=80)
      *//SYSUT2    DD DSN=&SYSUID..WOPOST.CHILTRN,DISP=OLD
      *//SYSPRINT  DD SYSOUT=*
      *//SYSIN     DD DUMMY
      *// ENDIF
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
           select chiller-trans-file assign to CHILTRN
                    organization is sequential
                    file status is chiller-trans-status.
      *
           select work-request-file assign to WOREQ
                    organization is sequential
                    file status is work-request-status.

       data division.
       file section.
           02 filler                           pic x.
           02 ctc-date-in                      pic x(8).
           02 filler                           pic x(57).
      *
      * Work request for WORKORD, one per due line.  The asset key
      * is the building id and plant position.
       fd  work-request-file record contains 80 characters
                             recording mode f.
       01  work-request-record.
           02 wrq-source                       pic x(8).
           02 filler                           pic x.
           02 wrq-asset-key.
              03 wrq-bldg-id                   pic x(8).
              03 filler                        pic x.
              03 wrq-position                  pic 9.
           02 filler                           pic x.
           02 wrq-task                         pic x(4).
           02 filler                           pic x.
           02 wrq-priority                     pic x.
           02 filler                           pic x.
           02 wrq-due-date                     pic 9(8).
           02 filler                           pic x.
           02 wrq-description                  pic x(40).
           02 filler                           pic x(4).

       working-storage section.

           88 plant-hours-ok                   value "00".
       01 chiller-trans-status                 pic xx value "00".
           88 chiller-trans-ok                 value "00".
       01 work-request-status                  pic xx value "00".
           88 work-request-ok                  value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
                                               sign is leading
                                               separate.
       01 due-count                            pic 999 value zero.
       01 request-task                         pic x(4).
       01 request-priority                     pic x.
       01 request-count                        pic 999 value zero.

      * ASSETLKP resolution of a machine by building and position.
       01 asset-lookup-id                      pic x(10).
       01 asset-found-flag                     pic x.
       01 asset-bldg-id                        pic x(8).
       01 asset-position                       pic x.
       01 asset-type                           pic x(4).
       01 asset-status                         pic x.
       01 asset-reject-reason                  pic x(30).
       01 asset-warned-sw                      pic x value "N".
           88 asset-warned                     value "Y".

       01 runtime-out                          pic z,zzz,zz9.
       01 since-out                            pic z,zzz,zz9.
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  CHILLER MAINTENANCE SCHEDULER  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-service-master
           perform 300-apply-transactions
           perform 400-post-plant-hours
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           display "RUNTIME RECORDS POSTED: " hours-posted-count
           display "WORK REQUESTS WRITTEN: " request-count
           move "E" to runlog-event
           move hours-posted-count to runlog-read
           move machine-count to runlog-written
           move trans-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  CHILLER SCHEDULER RUN ENDS  ********"
           stop run.

           end-if.

       340-add-machine.
           perform 345-check-asset-master
           if machine-found then
              add 1 to trans-rejected-count
              display "REJECTED ADD " ctc-bldg-id " POS "
              add 1 to trans-rejected-count
              display "REJECTED ADD " ctc-bldg-id
                      " - MASTER TABLE FULL"
           else
           if asset-reject-reason is not equal to spaces then
              add 1 to trans-rejected-count
              display "REJECTED ADD " ctc-bldg-id " POS "
                      ctc-position " - " asset-reject-reason
           else
              add 1 to machine-count
              move machine-count to machine-found-idx
              add 1 to trans-applied-count
              display "ADDED    " ctc-bldg-id " POS " ctc-position
           end-if
           end-if
           end-if.

      * The machine must be a live chiller asset at this building
      * and plant position.  A missing master is reported once and
      * the machine goes ahead.
       345-check-asset-master.
           move spaces to asset-reject-reason
           move spaces to asset-lookup-id
           move seek-bldg-id to asset-bldg-id
           move seek-position to asset-position
           call "ASSETLKP" using asset-lookup-id, asset-found-flag,
                asset-bldg-id, asset-position, asset-type,
                asset-status
           evaluate true
              when asset-found-flag is equal to "U"
                 if not asset-warned then
                    display "ASSETMST NOT AVAILABLE - MACHINES NOT"
                            " CHECKED AGAINST THE ASSET MASTER"
                    set asset-warned to true
                 end-if
              when asset-found-flag is not equal to "Y"
                 move "NO CHLR ASSET AT THIS POSITION" to
                      asset-reject-reason
              when asset-status is equal to "R"
                 move "ASSET IS RETIRED" to asset-reject-reason
           end-evaluate.

      * A service posting stamps the date and freezes the machine's
      * cumulative run-hours into the matching at-service field, so
      * the due report counts hours from that point forward.
                    add 1 to hours-autoadd-count
                    display "AUTO-ADDED " seek-bldg-id " POS "
                            seek-position " FROM PLANTHRS"
                    perform 345-check-asset-master
                    if asset-reject-reason is not equal to spaces
                       then
                       display "  *** " seek-bldg-id " POS "
                               seek-position " - "
                               asset-reject-reason
                    end-if
                 else
                    display "RUNTIME RECORD SKIPPED - MASTER FULL: "
                            phr-bldg-id " POS " phr-chiller-pos
           display "------  MACHINES DUE FOR SERVICE BY RUN-HOURS"
                   "  ------"
           move zero to due-count
           open output work-request-file
           if not work-request-ok then
              display "WOREQ NOT AVAILABLE - NO WORK REQUESTS"
                      " WRITTEN"
           end-if
           perform 610-check-one-machine-due
                   varying machine-idx from 1 by 1
                   until machine-idx > machine-count
           if due-count is equal to zero then
              display "  (NO MACHINES DUE)"
           end-if
           if work-request-ok then
              close work-request-file
           end-if.

       610-check-one-machine-due.
           display "  " che-bldg-id(machine-idx) " POS "
                   che-position(machine-idx)
                   " CONDENSER CLEANING DUE - " since-out
                   " HRS SINCE SERVICE (TOTAL " runtime-out ")"
           move "CNDC" to request-task
           move "3" to request-priority
           perform 650-write-work-request.

       630-display-oil-line.
           add 1 to due-count
           display "  " che-bldg-id(machine-idx) " POS "
                   che-position(machine-idx)
                   " OIL ANALYSIS DUE - " since-out
                   " HRS SINCE SERVICE (TOTAL " runtime-out ")"
           move "OILA" to request-task
           move "3" to request-priority
           perform 650-write-work-request.

       640-display-overhaul-line.
           add 1 to due-count
           display "  " che-bldg-id(machine-idx) " POS "
                   che-position(machine-idx)
                   " OVERHAUL DUE - " since-out
                   " HRS SINCE SERVICE (TOTAL " runtime-out ")"
           move "OVHL" to request-task
           move "2" to request-priority
           perform 650-write-work-request.

      * Run-hour work has no calendar due date of its own; WORKORD
      * sets one from the priority.
       650-write-work-request.
           if work-request-ok then
              move spaces to work-request-record
              move "CHILMNT" to wrq-source
              move che-bldg-id(machine-idx) to wrq-bldg-id
              move che-position(machine-idx) to wrq-position
              move request-task to wrq-task
              move request-priority to wrq-priority
              move zero to wrq-due-date
              evaluate request-task
                 when "CNDC"
                    string "CONDENSER CLEANING -" delimited by size
                           since-out delimited by size
                           " HRS" delimited by size
                           into wrq-description
                    end-string
                 when "OILA"
                    string "OIL ANALYSIS -" delimited by size
                           since-out delimited by size
                           " HRS" delimited by size
                           into wrq-description
                    end-string
                 when other
                    string "OVERHAUL -" delimited by size
                           since-out delimited by size
                           " HRS" delimited by size
                           into wrq-description
                    end-string
              end-evaluate
              write work-request-record
              add 1 to request-count
           end-if.
