       identification division.
       program-id.    assetxrf.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *             Equipment Asset Cross-Reference Report             *
      *                                                                *
      ******************************************************************
      *
      * Ties every equipment register back to the ASSETMNT asset
      * master, building by building:
      *
      *   - each building on BLDGSPEC (and any other building the
      *     asset master names) gets a heading, and under it every
      *     asset in that building with its type, location, parent
      *     and status;
      *   - under each asset, the records the registers hold for it:
      *     the DRIVEREG belt drive, the MOTORMNT nameplate, the
      *     CHILMNT service-master machine (matched by building and
      *     plant position), the SENSRCAL calibration history and
      *     the EQSCHED fan/pump schedule card;
      *   - an orphan list closes the report: every tag (or chiller
      *     building/position) that exists in one of those registers
      *     but not on the asset master, which is the work list for
      *     the next ASSETTRN deck.
      *
      * Every register DD is optional; a missing one is reported and
      * simply contributes nothing.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//ASSETXRF JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(ASSETXRF),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(ASSETXRF),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=ASSETXRF
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//BLDGSPEC  DD DSN=&SYSUID..BLDGSPEC(0),DISP=SHR
      *//DRIVEMST  DD DSN=&SYSUID..DRIVEREG(0),DISP=SHR
      *//MOTORMST  DD DSN=&SYSUID..MOTORMST(0),DISP=SHR
      *//CHILMST   DD DSN=&SYSUID..CHILMNT(0),DISP=SHR
      *//CALLOG    DD DSN=&SYSUID..CALLOG,DISP=SHR
      *//EQSCHED   DD DSN=&SYSUID..INPUT(EQSCHED),DISP=SHR
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
           select asset-master-file assign to ASSETMST
                    organization is sequential
                    file status is asset-master-status.
      *
           select building-spec-file assign to BLDGSPEC
                    organization is sequential
                    file status is bldg-spec-status.
      *
           select drive-master-file assign to DRIVEMST
                    organization is sequential
                    file status is drive-master-status.
      *
           select motor-master-file assign to MOTORMST
                    organization is sequential
                    file status is motor-master-status.
      *
           select chiller-master-file assign to CHILMST
                    organization is sequential
                    file status is chiller-master-status.
      *
           select cal-log-file assign to CALLOG
                    organization is sequential
                    file status is cal-log-status.
      *
           select equipment-schedule assign to EQSCHED
                    organization is sequential
                    file status is eqsched-status.

       data division.
       file section.
      *
      * Asset master record as ASSETMNT writes it.
       fd  asset-master-file record contains 80 characters
                             recording mode f.
       01  asset-master-record.
           02 amr-asset-id                     pic x(10).
           02 filler                           pic x.
           02 amr-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 amr-location                     pic x(20).
           02 filler                           pic x.
           02 amr-asset-type                   pic x(4).
           02 filler                           pic x.
           02 amr-parent-id                    pic x(10).
           02 filler                           pic x.
           02 amr-position                     pic x.
           02 filler                           pic x.
           02 amr-install-date                 pic x(8).
           02 filler                           pic x.
           02 amr-status                       pic x.
           02 filler                           pic x(11).
      *
       fd  building-spec-file record contains 80 characters
                              recording mode f.
       01  bldg-spec-card.
           02 bsc-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 bsc-bldg-name                    pic x(20).
           02 filler                           pic x(51).
      *
      * DRIVEREG register record (first 48 bytes used).
       fd  drive-master-file record contains 120 characters
                             recording mode f.
       01  drive-master-record.
           02 dmi-equip-tag                    pic x(10).
           02 dmi-sheave1-diam                 pic 9(3)v99.
           02 dmi-sheave2-diam                 pic 9(3)v99.
           02 dmi-center-dist                  pic 9(4)v99.
           02 dmi-belt-size                    pic 9(4)v99.
           02 dmi-install-date                 pic 9(8).
           02 dmi-last-insp-date               pic 9(8).
           02 filler                           pic x(72).
      *
      * MOTORMNT nameplate record.
       fd  motor-master-file record contains 80 characters
                             recording mode f.
       01  motor-master-record.
           02 mmr-equip-tag                    pic x(10).
           02 filler                           pic x.
           02 mmr-hp                           pic 9(3)v99.
           02 filler                           pic x.
           02 mmr-voltage                      pic 9(4).
           02 filler                           pic x.
           02 mmr-phase                        pic 9.
           02 filler                           pic x.
           02 mmr-fla                          pic 9(3)v99.
           02 filler                           pic x(51).
      *
      * CHILMNT service-master record.
       fd  chiller-master-file record contains 80 characters
                               recording mode f.
       01  chiller-master-record.
           02 cmi-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 cmi-position                     pic x.
           02 filler                           pic x.
           02 cmi-capacity-tons                pic 9(3).
           02 filler                           pic x.
           02 cmi-cum-runtime                  pic 9(7).
           02 filler                           pic x(58).
      *
      * SENSRCAL calibration history record.
       fd  cal-log-file record contains 80 characters
                        recording mode f.
       01  cal-log-record.
           02 clg-tag                          pic x(10).
           02 filler                           pic x.
           02 clg-date                         pic 9(8).
           02 filler                           pic x.
           02 clg-ref-temp                     pic s999v9
                                               sign is leading
                                               separate.
           02 filler                           pic x.
           02 clg-computed                     pic s999v9
                                               sign is leading
                                               separate.
           02 filler                           pic x.
           02 clg-error                        pic s99v9
                                               sign is leading
                                               separate.
           02 filler                           pic x.
           02 clg-event-code                   pic x.
              88 clg-sensor-replaced           value "R".
           02 filler                           pic x(42).
      *
      * EQSCHED fan/pump schedule card; only the tag and law matter.
       fd  equipment-schedule record contains 80 characters
                              recording mode f.
       01  equipment-schedule-rec.
           05 eqs-tag-in                       pic x(10).
           05 filler                           pic x.
           05 eqs-law-in                       pic x.
           05 filler                           pic x(68).

       working-storage section.

       01 asset-master-status                  pic xx value "00".
           88 asset-master-ok                  value "00".
       01 bldg-spec-status                     pic xx value "00".
           88 bldg-spec-ok                     value "00".
       01 drive-master-status                  pic xx value "00".
           88 drive-master-ok                  value "00".
       01 motor-master-status                  pic xx value "00".
           88 motor-master-ok                  value "00".
       01 chiller-master-status                pic xx value "00".
           88 chiller-master-ok                value "00".
       01 cal-log-status                       pic xx value "00".
           88 cal-log-ok                       value "00".
       01 eqsched-status                       pic xx value "00".
           88 eqsched-ok                       value "00".

       01 file-eof-sw                          pic x.
           88 file-eof                         value "Y".
       01 match-sw                             pic x.
           88 match-found                      value "Y".

      * The asset master with a hit slot per register.
       01 asset-count                          pic 9(4) value zero.
       01 asset-idx                            pic 9(4).
       01 asset-found-idx                      pic 9(4).
       01 asset-xref-table.
           02 axe-entry occurs 500 times.
              03 axe-asset-id                  pic x(10).
              03 axe-bldg-id                   pic x(8).
              03 axe-location                  pic x(20).
              03 axe-asset-type                pic x(4).
              03 axe-parent-id                 pic x(10).
              03 axe-position                  pic x.
              03 axe-status                    pic x.
              03 axe-drive-sw                  pic x.
              03 axe-belt-size                 pic 9(4)v99.
              03 axe-last-insp-date            pic 9(8).
              03 axe-motor-sw                  pic x.
              03 axe-hp                        pic 9(3)v99.
              03 axe-voltage                   pic 9(4).
              03 axe-phase                     pic 9.
              03 axe-chiller-sw                pic x.
              03 axe-tons                      pic 9(3).
              03 axe-runtime                   pic 9(7).
              03 axe-cal-count                 pic 9(4) comp-3.
              03 axe-last-error                pic s99v9 comp-3.
              03 axe-last-cal-date             pic 9(8).
              03 axe-sched-sw                  pic x.
              03 axe-sched-law                 pic x.

      * Buildings in report order: BLDGSPEC first, then any other
      * building the asset master names.
       01 bldg-count                           pic 999 value zero.
       01 bldg-idx                             pic 999.
       01 bldg-list-table.
           02 ble-entry occurs 150 times.
              03 ble-bldg-id                   pic x(8).
              03 ble-bldg-name                 pic x(20).
       01 bldg-asset-count                     pic 9(4).

      * Register keys with no asset behind them.
       01 orphan-count                         pic 9(4) value zero.
       01 orphan-idx                           pic 9(4).
       01 orphan-table.
           02 ore-entry occurs 300 times.
              03 ore-register                  pic x(8).
              03 ore-key                       pic x(12).
       01 seek-register                        pic x(8).
       01 seek-key                             pic x(12).
       01 orphan-overflow-count                pic 9(4) value zero.

       01 linked-count                         pic 9(4) value zero.
       01 unlinked-count                       pic 9(4) value zero.
       01 any-hit-sw                           pic x.
           88 any-hit                          value "Y".

      * Report editing fields.
       01 belt-out                             pic zzz9.99.
       01 hp-out                               pic zz9.99.
       01 tons-out                             pic zz9.
       01 runtime-out                          pic z,zzz,zz9.
       01 count-out                            pic z,zz9.
       01 error-out                            pic +z9.9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "ASSETXRF".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  EQUIPMENT ASSET CROSS-REFERENCE  "
                   "********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-asset-master
           perform 250-load-building-list
           perform 300-post-drive-register
           perform 350-post-motor-registry
           perform 400-post-chiller-master
           perform 450-post-calibration-log
           perform 500-post-equipment-schedule
           perform 600-building-report
           perform 700-orphan-report
           display spaces
           move asset-count to count-out
           display "ASSETS ON MASTER          : " count-out
           move linked-count to count-out
           display "ASSETS WITH REGISTER RECS : " count-out
           move unlinked-count to count-out
           display "ASSETS WITH NO RECORDS    : " count-out
           move orphan-count to count-out
           display "ORPHAN REGISTER KEYS      : " count-out
           move "E" to runlog-event
           move asset-count to runlog-read
           move linked-count to runlog-written
           move orphan-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  ASSET CROSS-REFERENCE ENDS  ********"
           stop run.

       200-load-asset-master.
           open input asset-master-file
           if not asset-master-ok then
              display "ASSETMST NOT AVAILABLE - EVERY REGISTER KEY"
                      " WILL REPORT AS AN ORPHAN"
           else
              move "N" to file-eof-sw
              perform 210-read-asset until file-eof
              close asset-master-file
           end-if.

       210-read-asset.
           read asset-master-file
              at end set file-eof to true
              not at end perform 220-store-asset
           end-read.

       220-store-asset.
           if asset-count is less than 500 then
              add 1 to asset-count
              move amr-asset-id to axe-asset-id(asset-count)
              move amr-bldg-id to axe-bldg-id(asset-count)
              move amr-location to axe-location(asset-count)
              move amr-asset-type to axe-asset-type(asset-count)
              move amr-parent-id to axe-parent-id(asset-count)
              move amr-position to axe-position(asset-count)
              move amr-status to axe-status(asset-count)
              move "N" to axe-drive-sw(asset-count)
              move "N" to axe-motor-sw(asset-count)
              move "N" to axe-chiller-sw(asset-count)
              move "N" to axe-sched-sw(asset-count)
              move zero to axe-cal-count(asset-count)
              move zero to axe-last-error(asset-count)
              move zero to axe-last-cal-date(asset-count)
           else
              display "ASSET TABLE FULL - " amr-asset-id " DROPPED"
           end-if.

       250-load-building-list.
           open input building-spec-file
           if bldg-spec-ok then
              move "N" to file-eof-sw
              perform 260-read-spec-card until file-eof
              close building-spec-file
           else
              display "BLDGSPEC NOT AVAILABLE - BUILDINGS LISTED"
                      " FROM THE ASSET MASTER ONLY"
           end-if
           perform 270-add-asset-building
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count.

       260-read-spec-card.
           read building-spec-file
              at end set file-eof to true
              not at end
                 if bldg-count is less than 150 then
                    add 1 to bldg-count
                    move bsc-bldg-id to ble-bldg-id(bldg-count)
                    move bsc-bldg-name to ble-bldg-name(bldg-count)
                 end-if
           end-read.

       270-add-asset-building.
           move "N" to match-sw
           perform 275-check-one-building
                   varying bldg-idx from 1 by 1
                   until bldg-idx > bldg-count or match-found
           if not match-found and bldg-count is less than 150 then
              add 1 to bldg-count
              move axe-bldg-id(asset-idx) to ble-bldg-id(bldg-count)
              move "(NOT ON BLDGSPEC)" to ble-bldg-name(bldg-count)
           end-if.

       275-check-one-building.
           if ble-bldg-id(bldg-idx) is equal to axe-bldg-id(asset-idx)
              then
              set match-found to true
           end-if.

      * Tag lookups shared by the register passes: seek-key holds the
      * tag, and asset-found-idx comes back non-zero on a hit.
       280-find-asset-by-tag.
           move zero to asset-found-idx
           perform 285-check-one-tag
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
                   or asset-found-idx is greater than zero.

       285-check-one-tag.
           if axe-asset-id(asset-idx) is equal to seek-key(1:10) then
              move asset-idx to asset-found-idx
           end-if.

      * An orphan is listed once per register however many records
      * carry its key.
       290-record-orphan.
           move "N" to match-sw
           perform 295-check-one-orphan
                   varying orphan-idx from 1 by 1
                   until orphan-idx > orphan-count or match-found
           if not match-found then
              if orphan-count is less than 300 then
                 add 1 to orphan-count
                 move seek-register to ore-register(orphan-count)
                 move seek-key to ore-key(orphan-count)
              else
                 add 1 to orphan-overflow-count
              end-if
           end-if.

       295-check-one-orphan.
           if ore-register(orphan-idx) is equal to seek-register and
              ore-key(orphan-idx) is equal to seek-key then
              set match-found to true
           end-if.

       300-post-drive-register.
           open input drive-master-file
           if not drive-master-ok then
              display "DRIVEMST NOT AVAILABLE - NO DRIVES"
                      " CROSS-REFERENCED"
           else
              move "N" to file-eof-sw
              perform 310-read-drive until file-eof
              close drive-master-file
           end-if.

       310-read-drive.
           read drive-master-file
              at end set file-eof to true
              not at end perform 320-post-one-drive
           end-read.

       320-post-one-drive.
           move dmi-equip-tag to seek-key
           perform 280-find-asset-by-tag
           if asset-found-idx is greater than zero then
              move "Y" to axe-drive-sw(asset-found-idx)
              move dmi-belt-size to axe-belt-size(asset-found-idx)
              move dmi-last-insp-date to
                   axe-last-insp-date(asset-found-idx)
           else
              move "DRIVEREG" to seek-register
              perform 290-record-orphan
           end-if.

       350-post-motor-registry.
           open input motor-master-file
           if not motor-master-ok then
              display "MOTORMST NOT AVAILABLE - NO MOTORS"
                      " CROSS-REFERENCED"
           else
              move "N" to file-eof-sw
              perform 360-read-motor until file-eof
              close motor-master-file
           end-if.

       360-read-motor.
           read motor-master-file
              at end set file-eof to true
              not at end perform 370-post-one-motor
           end-read.

       370-post-one-motor.
           move mmr-equip-tag to seek-key
           perform 280-find-asset-by-tag
           if asset-found-idx is greater than zero then
              move "Y" to axe-motor-sw(asset-found-idx)
              move mmr-hp to axe-hp(asset-found-idx)
              move mmr-voltage to axe-voltage(asset-found-idx)
              move mmr-phase to axe-phase(asset-found-idx)
           else
              move "MOTORMNT" to seek-register
              perform 290-record-orphan
           end-if.

      * Chillers carry no tag; the CHLR asset at the machine's
      * building and plant position is the match.
       400-post-chiller-master.
           open input chiller-master-file
           if not chiller-master-ok then
              display "CHILMST NOT AVAILABLE - NO CHILLERS"
                      " CROSS-REFERENCED"
           else
              move "N" to file-eof-sw
              perform 410-read-chiller until file-eof
              close chiller-master-file
           end-if.

       410-read-chiller.
           read chiller-master-file
              at end set file-eof to true
              not at end perform 420-post-one-chiller
           end-read.

       420-post-one-chiller.
           move zero to asset-found-idx
           perform 425-check-one-chiller
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
                   or asset-found-idx is greater than zero
           if asset-found-idx is greater than zero then
              move "Y" to axe-chiller-sw(asset-found-idx)
              move cmi-capacity-tons to axe-tons(asset-found-idx)
              move cmi-cum-runtime to axe-runtime(asset-found-idx)
           else
              move spaces to seek-key
              string cmi-bldg-id delimited by space
                     " P" delimited by size
                     cmi-position delimited by size
                     into seek-key
              end-string
              move "CHILMNT" to seek-register
              perform 290-record-orphan
           end-if.

       425-check-one-chiller.
           if axe-asset-type(asset-idx) is equal to "CHLR" and
              axe-bldg-id(asset-idx) is equal to cmi-bldg-id and
              axe-position(asset-idx) is equal to cmi-position then
              move asset-idx to asset-found-idx
           end-if.

       450-post-calibration-log.
           open input cal-log-file
           if not cal-log-ok then
              display "CALLOG NOT AVAILABLE - NO SENSORS"
                      " CROSS-REFERENCED"
           else
              move "N" to file-eof-sw
              perform 460-read-cal-log until file-eof
              close cal-log-file
           end-if.

       460-read-cal-log.
           read cal-log-file
              at end set file-eof to true
              not at end perform 470-post-one-reading
           end-read.

       470-post-one-reading.
           move clg-tag to seek-key
           perform 280-find-asset-by-tag
           if asset-found-idx is greater than zero then
              if not clg-sensor-replaced then
                 perform 475-post-calibration
              end-if
           else
              move "SENSRCAL" to seek-register
              perform 290-record-orphan
           end-if.

      * Replacement markers on CALLOG are not calibrations.
       475-post-calibration.
           add 1 to axe-cal-count(asset-found-idx)
           if clg-date is not less than
              axe-last-cal-date(asset-found-idx) then
              move clg-date to axe-last-cal-date(asset-found-idx)
              move clg-error to axe-last-error(asset-found-idx)
           end-if.

       500-post-equipment-schedule.
           open input equipment-schedule
           if not eqsched-ok then
              display "EQSCHED NOT AVAILABLE - NO SCHEDULE CARDS"
                      " CROSS-REFERENCED"
           else
              move "N" to file-eof-sw
              perform 510-read-schedule-card until file-eof
              close equipment-schedule
           end-if.

       510-read-schedule-card.
           read equipment-schedule
              at end set file-eof to true
              not at end perform 520-post-one-schedule-card
           end-read.

       520-post-one-schedule-card.
           move eqs-tag-in to seek-key
           perform 280-find-asset-by-tag
           if asset-found-idx is greater than zero then
              move "Y" to axe-sched-sw(asset-found-idx)
              move eqs-law-in to axe-sched-law(asset-found-idx)
           else
              move "EQSCHED" to seek-register
              perform 290-record-orphan
           end-if.

       600-building-report.
           perform 610-report-one-building
                   varying bldg-idx from 1 by 1
                   until bldg-idx > bldg-count.

       610-report-one-building.
           display spaces
           display "==========  BUILDING " ble-bldg-id(bldg-idx) " "
                   ble-bldg-name(bldg-idx) "  =========="
           display "  ASSET ID   TYPE LOCATION             PARENT    "
                   "  P S"
           move zero to bldg-asset-count
           perform 620-report-one-asset
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
           if bldg-asset-count is equal to zero then
              display "  (NO ASSETS ON THE MASTER FOR THIS BUILDING)"
           end-if.

       620-report-one-asset.
           if axe-bldg-id(asset-idx) is equal to ble-bldg-id(bldg-idx)
              then
              add 1 to bldg-asset-count
              display "  " axe-asset-id(asset-idx) " "
                      axe-asset-type(asset-idx) " "
                      axe-location(asset-idx) " "
                      axe-parent-id(asset-idx) " "
                      axe-position(asset-idx) " "
                      axe-status(asset-idx)
              move "N" to any-hit-sw
              perform 630-report-register-hits
              if any-hit then
                 add 1 to linked-count
              else
                 add 1 to unlinked-count
                 display "      (NO REGISTER RECORDS)"
              end-if
           end-if.

       630-report-register-hits.
           if axe-drive-sw(asset-idx) is equal to "Y" then
              set any-hit to true
              move axe-belt-size(asset-idx) to belt-out
              display "      DRIVE    BELT " belt-out
                      " IN, LAST INSPECTED "
                      axe-last-insp-date(asset-idx)
           end-if
           if axe-motor-sw(asset-idx) is equal to "Y" then
              set any-hit to true
              move axe-hp(asset-idx) to hp-out
              display "      MOTOR    " hp-out " HP  "
                      axe-voltage(asset-idx) " V  "
                      axe-phase(asset-idx) " PH"
           end-if
           if axe-chiller-sw(asset-idx) is equal to "Y" then
              set any-hit to true
              move axe-tons(asset-idx) to tons-out
              move axe-runtime(asset-idx) to runtime-out
              display "      CHILLER  " tons-out " TONS  "
                      runtime-out " RUN-HOURS"
           end-if
           if axe-cal-count(asset-idx) is greater than zero then
              set any-hit to true
              move axe-cal-count(asset-idx) to count-out
              move axe-last-error(asset-idx) to error-out
              display "      SENSOR   " count-out
                      " CALIBRATIONS, LAST "
                      axe-last-cal-date(asset-idx) " ERROR "
                      error-out " DEGF"
           end-if
           if axe-sched-sw(asset-idx) is equal to "Y" then
              set any-hit to true
              display "      SCHEDULE EQSCHED CARD, LAW "
                      axe-sched-law(asset-idx)
           end-if.

       700-orphan-report.
           display spaces
           display "----------  ORPHANS: REGISTER KEYS NOT ON THE"
                   " ASSET MASTER  ----------"
           display "  REGISTER KEY"
           perform 710-report-one-orphan
                   varying orphan-idx from 1 by 1
                   until orphan-idx > orphan-count
           if orphan-count is equal to zero then
              display "  (NONE)"
           end-if
           if orphan-overflow-count is greater than zero then
              move orphan-overflow-count to count-out
              display "  ... AND " count-out " MORE NOT LISTED"
           end-if.

       710-report-one-orphan.
           display "  " ore-register(orphan-idx) " "
                   ore-key(orphan-idx).
