       identification division.
       program-id.    wobacklg.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *             Weekly Open Work-Order Backlog Aging               *
      *                                                                *
      ******************************************************************
      *
      * Reads the WORKORD work-order master and prints every open
      * order, worst first, aged by days overdue against its due
      * date:
      *
      *   OVER 90 DAYS OVERDUE
      *   31-90 DAYS OVERDUE
      *   8-30 DAYS OVERDUE
      *   1-7 DAYS OVERDUE
      *   NOT YET DUE
      *
      * Each band lists its orders (number, source, asset, task,
      * priority, due date, days overdue, description), and the
      * report closes with the count per band and per source
      * scheduler -- the maintenance office's Monday backlog sheet.
      *
      * The aging runs as of today unless the optional WOPARM card
      * carries an as-of date (yyyymmdd in columns 1-8), which lets
      * a missed week be reprinted as it stood.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//WOBACKLG JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(WOBACKLG),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(WOBACKLG),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=WOBACKLG
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//WOMST     DD DSN=&SYSUID..WORKORD(0),DISP=SHR
      *//WOPARM    DD DSN=&SYSUID..CONTROL(WOPARM),DISP=SHR
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
           select work-order-file assign to WOMST
                    organization is sequential
                    file status is work-order-status.
      *
           select backlog-parm-file assign to WOPARM
                    organization is sequential
                    file status is backlog-parm-status.

       data division.
       file section.
      *
      * Work-order master record as WORKORD writes it.
       fd  work-order-file record contains 160 characters
                           recording mode f.
       01  work-order-record.
           02 wor-wo-number                    pic 9(6).
           02 filler                           pic x.
           02 wor-status                       pic x.
              88 wor-open                      value "O".
           02 filler                           pic x.
           02 wor-source                       pic x(8).
           02 filler                           pic x.
           02 wor-asset-key                    pic x(10).
           02 filler                           pic x.
           02 wor-asset-id                     pic x(10).
           02 filler                           pic x.
           02 wor-task                         pic x(4).
           02 filler                           pic x.
           02 wor-priority                     pic x.
           02 filler                           pic x.
           02 wor-due-date                     pic 9(8).
           02 filler                           pic x.
           02 wor-open-date                    pic 9(8).
           02 filler                           pic x.
           02 wor-description                  pic x(40).
           02 filler                           pic x(55).
      *
       fd  backlog-parm-file record contains 80 characters
                             recording mode f.
       01  backlog-parm-card.
           02 bpc-as-of-date                   pic x(8).
           02 filler                           pic x(72).

       working-storage section.

       01 work-order-status                    pic xx value "00".
           88 work-order-ok                    value "00".
       01 backlog-parm-status                  pic xx value "00".
           88 backlog-parm-ok                  value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".

      * Open orders only, with their days overdue and aging band.
       01 open-count                           pic 9(4) value zero.
       01 open-idx                             pic 9(4).
       01 open-order-table.
           02 ooe-entry occurs 2000 times.
              03 ooe-wo-number                 pic 9(6).
              03 ooe-source                    pic x(8).
              03 ooe-asset-key                 pic x(10).
              03 ooe-asset-id                  pic x(10).
              03 ooe-task                      pic x(4).
              03 ooe-priority                  pic x.
              03 ooe-due-date                  pic 9(8).
              03 ooe-description               pic x(40).
              03 ooe-days-overdue              pic s9(5) comp-3.
              03 ooe-band                      pic 9.

      * Aging bands, worst first.
       01 band-names-values.
           02 filler                           pic x(20)
                                               value
                                               "OVER 90 DAYS OVERDUE".
           02 filler                           pic x(20)
                                               value
                                               "31-90 DAYS OVERDUE".
           02 filler                           pic x(20)
                                               value
                                               "8-30 DAYS OVERDUE".
           02 filler                           pic x(20)
                                               value
                                               "1-7 DAYS OVERDUE".
           02 filler                           pic x(20)
                                               value
                                               "NOT YET DUE".
       01 band-names redefines band-names-values.
           02 band-name occurs 5 times         pic x(20).
       01 band-totals.
           02 band-count occurs 5 times        pic 9(4).
       01 band-idx                             pic 9.

      * Per-source totals.
       01 source-count-chilmnt                 pic 9(4) value zero.
       01 source-count-drivereg                pic 9(4) value zero.
       01 source-count-sensrcal                pic 9(4) value zero.
       01 source-count-other                   pic 9(4) value zero.

       01 closed-count                         pic 9(5) value zero.
       01 as-of-date                           pic 9(8).
       01 as-of-integer                        pic 9(7).
       01 due-integer                          pic 9(7).
       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).

       01 days-out                             pic --,--9.
       01 count-out                            pic z,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "WOBACKLG".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  WORK-ORDER BACKLOG AGING  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 150-set-as-of-date
           move zero to band-totals
           perform 200-load-open-orders
           perform 300-band-report
                   varying band-idx from 1 by 1
                   until band-idx > 5
           perform 400-summary
           move "E" to runlog-event
           compute runlog-read = open-count + closed-count
           move open-count to runlog-written
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  BACKLOG AGING ENDS  ********"
           stop run.

       150-set-as-of-date.
           move function current-date to datetime
           move dt-yyyymmdd to as-of-date
           open input backlog-parm-file
           if backlog-parm-ok then
              read backlog-parm-file
                 at end continue
                 not at end
                    if bpc-as-of-date is numeric then
                       move bpc-as-of-date to as-of-date
                    end-if
              end-read
              close backlog-parm-file
           end-if
           compute as-of-integer =
                    function integer-of-date(as-of-date)
           display "AGED AS OF " as-of-date.

       200-load-open-orders.
           open input work-order-file
           if not work-order-ok then
              display "WOMST NOT AVAILABLE - NO BACKLOG TO AGE"
           else
              perform 210-read-order until master-eof
              close work-order-file
           end-if.

       210-read-order.
           read work-order-file
              at end set master-eof to true
              not at end perform 220-store-open-order
           end-read.

       220-store-open-order.
           if not wor-open then
              add 1 to closed-count
           else
           if open-count is not less than 2000 then
              display "BACKLOG TABLE FULL - ORDER " wor-wo-number
                      " NOT AGED"
           else
              add 1 to open-count
              move wor-wo-number to ooe-wo-number(open-count)
              move wor-source to ooe-source(open-count)
              move wor-asset-key to ooe-asset-key(open-count)
              move wor-asset-id to ooe-asset-id(open-count)
              move wor-task to ooe-task(open-count)
              move wor-priority to ooe-priority(open-count)
              move wor-due-date to ooe-due-date(open-count)
              move wor-description to ooe-description(open-count)
              compute due-integer =
                       function integer-of-date(wor-due-date)
              compute ooe-days-overdue(open-count) =
                       as-of-integer - due-integer
              perform 230-assign-band
              add 1 to band-count(ooe-band(open-count))
              evaluate wor-source
                 when "CHILMNT"  add 1 to source-count-chilmnt
                 when "DRIVEREG" add 1 to source-count-drivereg
                 when "SENSRCAL" add 1 to source-count-sensrcal
                 when other      add 1 to source-count-other
              end-evaluate
           end-if
           end-if.

       230-assign-band.
           evaluate true
              when ooe-days-overdue(open-count) is greater than 90
                 move 1 to ooe-band(open-count)
              when ooe-days-overdue(open-count) is greater than 30
                 move 2 to ooe-band(open-count)
              when ooe-days-overdue(open-count) is greater than 7
                 move 3 to ooe-band(open-count)
              when ooe-days-overdue(open-count) is greater than 0
                 move 4 to ooe-band(open-count)
              when other
                 move 5 to ooe-band(open-count)
           end-evaluate.

       300-band-report.
           display spaces
           display "--------  " band-name(band-idx) "  --------"
           if band-count(band-idx) is equal to zero then
              display "  (NONE)"
           else
              display "  WO NO  SOURCE   ASSET KEY  ASSET ID   TASK P"
                      " DUE      OVERDUE DESCRIPTION"
              perform 310-list-one-order
                      varying open-idx from 1 by 1
                      until open-idx > open-count
           end-if.

       310-list-one-order.
           if ooe-band(open-idx) is equal to band-idx then
              move ooe-days-overdue(open-idx) to days-out
              display "  " ooe-wo-number(open-idx) " "
                      ooe-source(open-idx) " "
                      ooe-asset-key(open-idx) " "
                      ooe-asset-id(open-idx) " "
                      ooe-task(open-idx) " "
                      ooe-priority(open-idx) " "
                      ooe-due-date(open-idx) " "
                      days-out " "
                      ooe-description(open-idx)
           end-if.

       400-summary.
           display spaces
           display "--------  BACKLOG SUMMARY  --------"
           perform 410-summary-one-band
                   varying band-idx from 1 by 1
                   until band-idx > 5
           move open-count to count-out
           display "  TOTAL OPEN            " count-out
           display spaces
           move source-count-chilmnt to count-out
           display "  FROM CHILMNT          " count-out
           move source-count-drivereg to count-out
           display "  FROM DRIVEREG         " count-out
           move source-count-sensrcal to count-out
           display "  FROM SENSRCAL         " count-out
           if source-count-other is greater than zero then
              move source-count-other to count-out
              display "  FROM OTHER SOURCES    " count-out
           end-if.

       410-summary-one-band.
           move band-count(band-idx) to count-out
           display "  " band-name(band-idx) "  " count-out.
