      *     OFFSET when it is stable -- and the stable ones land on
      *     the SENSROFF offset file (offset = minus the mean
      *     error), which THRMST3K now applies automatically when
      *     that tag's readings are converted;
      *   - a reading is posted only for a sensor tag that is a
      *     live asset on the ASSETMNT equipment asset master
      *     (resolved through ASSETLKP), so mistyped tags no longer
      *     start phantom trend lines.  With no ASSETMST DD the
      *     check is skipped and the run says so;
      *   - every REPLACE verdict is also written to the WOREQ
      *     work-request extract for WORKORD.  Closing the order
      *     makes WORKORD write a replacement card (service code R)
      *     to its CALREADS deck, concatenated behind the hand-keyed
      *     one; that card drops a reset marker on CALLOG, and the
      *     trend starts over with the new sensor's readings.
      *
      * Reading card (CALREADS):
      *   tag(10) date(8) ref-temp(7) computed-temp(7)
      *   with one space between fields; temps keyed like +072.5.
      *   Service code R in column 37 posts a sensor replacement on
      *   the date given; the temperature columns are then blank.
      * The drift tolerance is taken from the PARMMNT parameter
      * master through PARMLKUP (program SENSRCAL, parameter
      * DRIFT-TOLERANCE) as it stands today; with none on the
      * master it is 2.0 degrees.  A CALPARM card still overrides
      * it for a single run, and the run prints which one it used.
      * Optional CALPARM card: drift-tolerance(4, e.g. 02.0).
      *
      ******************************************************************
      *//RUN     EXEC PGM=SENSRCAL
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//CALREADS  DD DSN=&SYSUID..INPUT(CALREADS),DISP=SHR
      *//          DD DSN=&SYSUID..WOPOST.CALREADS,DISP=SHR
      *//CALLOG    DD DSN=&SYSUID..CALLOG,DISP=MOD
      *//SENSROFF  DD DSN=&SYSUID..SENSROFF,DISP=SHR
      *//CALPARM   DD DSN=&SYSUID..CONTROL(CALPARM),DISP=SHR
      *//PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//WOREQ     DD DSN=&SYSUID..WOREQ.SENSRCAL,DISP=OLD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *//* THE WORKORD POSTING CARDS HAVE BEEN POSTED: EMPTY THE
      *//* DECK SO WORKORD'S NEXT CARDS START IT AFRESH.
      *// IF RUN.RC <= 4 THEN
      *//POSTCLR EXEC PGM=IEBGENER
      *//SYSUT1    DD DUMMY,DCB=(RECFM=FB,LRECL=80)
      *//SYSUT2    DD DSN=&SYSUID..WOPOST.CALREADS,DISP=OLD
      *//SYSPRINT  DD SYSOUT=*
      *//SYSIN     DD DUMMY
      *// ENDIF
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
           select cal-parm-file assign to CALPARM
                    organization is sequential
                    file status is cal-parm-status.
      *
           select work-request-file assign to WOREQ
                    organization is sequential
                    file status is work-request-status.

       data division.
       file section.
           02 crc-ref-temp-in                  pic x(7).
           02 filler                           pic x.
           02 crc-computed-in                  pic x(7).
           02 filler                           pic x.
           02 crc-service-code                 pic x.
              88 crc-sensor-replaced           value "R".
           02 filler                           pic x(43).
      *
       fd  cal-log-file record contains 80 characters
                        recording mode f.
           02 clg-error                        pic s99v9
                                               sign is leading
                                               separate.
           02 filler                           pic x.
           02 clg-event-code                   pic x.
              88 clg-sensor-replaced           value "R".
           02 filler                           pic x(42).
      *
      * The offset file THRMST3K reads: rewritten in full each run
      * from the sensors whose drift is stable enough to correct.
       01  cal-parm-card.
           02 cpc-tolerance-in                 pic x(4).
           02 filler                           pic x(76).
      *
      * Work request for WORKORD, one per sensor due for replacement.
       fd  work-request-file record contains 80 characters
                             recording mode f.
       01  work-request-record.
           02 wrq-source                       pic x(8).
           02 filler                           pic x.
           02 wrq-asset-key                    pic x(10).
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

           88 offset-ok                        value "00".
       01 cal-parm-status                      pic xx value "00".
           88 cal-parm-ok                      value "00".
       01 work-request-status                  pic xx value "00".
           88 work-request-ok                  value "00".

       01 reads-eof-sw                         pic x value "N".
           88 reads-eof                        value "Y".

       01 readings-posted-count                pic 9(4) value zero.
       01 readings-rejected-count              pic 9(4) value zero.
       01 replacements-posted-count            pic 9(4) value zero.
       01 request-count                        pic 9(4) value zero.

       01 drift-tolerance                      pic 99v9 value 2.0.

      * PARMLKUP resolution of the drift tolerance.
       01 parm-program                         pic x(8)
                                               value "SENSRCAL".
       01 parm-name                            pic x(16)
                                               value "DRIFT-TOLERANCE".
       01 parm-as-of-date                      pic 9(8).
       01 parm-found-flag                      pic x.
           88 parm-found                       value "Y".
       01 parm-value                           pic x(20).
       01 parm-effective-date                  pic 9(8).
       01 tolerance-source                     pic x(30)
                                               value
                                               "(COMPILED DEFAULT)".

       01 work-ref-temp                        pic s999v9
                                               sign is leading
                                               separate.
       01 flagged-count                        pic 99 value zero.
       01 offsets-written-count                pic 99 value zero.

      * ASSETLKP resolution of a reading's sensor tag.
       01 asset-lookup-id                      pic x(10).
       01 asset-found-flag                     pic x.
       01 asset-bldg-id                        pic x(8).
       01 asset-position                       pic x.
       01 asset-type                           pic x(4).
       01 asset-status                         pic x.
       01 asset-reject-reason                  pic x(30).
       01 asset-warned-sw                      pic x value "N".
           88 asset-warned                     value "Y".

       01 error-out                            pic +z9.9.
       01 count-out                            pic zz9.

           display spaces
           display "READINGS POSTED  : " readings-posted-count
           display "READINGS REJECTED: " readings-rejected-count
           display "SENSORS REPLACED : " replacements-posted-count
           display "WORK REQUESTS    : " request-count
           display "SENSORS FLAGGED  : " flagged-count
           display "OFFSETS WRITTEN  : " offsets-written-count
           display "********  CALIBRATION LOG RUN ENDS  ********"
           stop run.

       150-read-parm-card.
           move function current-date(1:8) to parm-as-of-date
           call "PARMLKUP" using parm-program, parm-name,
                parm-as-of-date, parm-found-flag, parm-value,
                parm-effective-date
           if parm-found and
              function test-numval(parm-value) is equal to zero then
              compute drift-tolerance = function numval(parm-value)
              move spaces to tolerance-source
              string "(PARMMST EFFECTIVE " delimited by size
                     parm-effective-date delimited by size
                     ")" delimited by size
                     into tolerance-source
           end-if
           open input cal-parm-file
           if cal-parm-ok then
              read cal-parm-file
                       equal to zero then
                       compute drift-tolerance =
                                function numval(cpc-tolerance-in)
                       move "(CALPARM CARD OVERRIDE)" to
                            tolerance-source
                    end-if
              end-read
              close cal-parm-file
           end-if
           display "DRIFT TOLERANCE: " drift-tolerance " DEGF  "
                   tolerance-source.

       200-post-new-readings.
           open input cal-reads-file
           end-read.

       220-post-one-reading.
           perform 230-check-asset-master
           if crc-sensor-replaced then
              perform 240-post-replacement
           else
           if function test-numval(crc-date-in) is not equal zero
              or function test-numval(crc-ref-temp-in) is not equal
                 zero
                 zero then
              add 1 to readings-rejected-count
              display "READING REJECTED - BAD NUMERIC: " crc-tag
           else
           if asset-reject-reason is not equal to spaces then
              add 1 to readings-rejected-count
              display "READING REJECTED - " crc-tag " - "
                      asset-reject-reason
           else
              compute work-ref-temp =
                       function numval(crc-ref-temp-in)
                 write cal-log-record
              end-if
              add 1 to readings-posted-count
           end-if
           end-if
           end-if.

      * The tag must be a live asset on the equipment asset master.
      * A missing master is reported once and the reading posts.
       230-check-asset-master.
           move spaces to asset-reject-reason
           move crc-tag to asset-lookup-id
           call "ASSETLKP" using asset-lookup-id, asset-found-flag,
                asset-bldg-id, asset-position, asset-type,
                asset-status
           evaluate true
              when asset-found-flag is equal to "U"
                 if not asset-warned then
                    display "ASSETMST NOT AVAILABLE - TAGS NOT"
                            " CHECKED AGAINST THE ASSET MASTER"
                    set asset-warned to true
                 end-if
              when asset-found-flag is not equal to "Y"
                 move "TAG NOT ON ASSET MASTER" to
                      asset-reject-reason
              when asset-status is equal to "R"
                 move "ASSET IS RETIRED" to asset-reject-reason
           end-evaluate.

      * A replacement is a marker record with no readings; the trend
      * pass restarts the sensor from it.
       240-post-replacement.
           if function test-numval(crc-date-in) is not equal zero then
              add 1 to readings-rejected-count
              display "REPLACEMENT REJECTED - BAD DATE: " crc-tag
           else
           if asset-reject-reason is not equal to spaces then
              add 1 to readings-rejected-count
              display "REPLACEMENT REJECTED - " crc-tag " - "
                      asset-reject-reason
           else
              if cal-log-ok then
                 move spaces to cal-log-record
                 move crc-tag to clg-tag
                 compute clg-date = function numval(crc-date-in)
                 move zero to clg-ref-temp
                 move zero to clg-computed
                 move zero to clg-error
                 set clg-sensor-replaced to true
                 write cal-log-record
              end-if
              add 1 to replacements-posted-count
              display "SENSOR REPLACED  - " crc-tag
           end-if
           end-if.

       400-load-whole-history.
           end-read.

       420-accumulate-trend.
           if clg-sensor-replaced then
              perform 440-reset-sensor
           else
           if clg-error is not numeric then
              continue
           else
                 add clg-error to str-error-sum(sensor-found-idx)
                 add 1 to str-readings(sensor-found-idx)
              end-if
           end-if
           end-if.

      * A new sensor: the old one's errors no longer count.
       440-reset-sensor.
           move "N" to sensor-found-sw
           perform 430-find-sensor
                   varying sensor-idx from 1 by 1
                   until sensor-idx > sensor-count
                   or sensor-found
           if sensor-found then
              move zero to str-readings(sensor-found-idx)
              move zero to str-error-sum(sensor-found-idx)
              move zero to str-prev-error(sensor-found-idx)
              move zero to str-last-error(sensor-found-idx)
              move clg-date to str-last-date(sensor-found-idx)
           end-if.

       430-find-sensor.
           display spaces
           display "------  SENSOR DRIFT TRENDS  ------"
           display "TAG        READS MEAN ERR LAST ERR VERDICT"
           open output work-request-file
           if not work-request-ok then
              display "WOREQ NOT AVAILABLE - NO WORK REQUESTS"
                      " WRITTEN"
           end-if
           perform 610-report-one-sensor
                   varying sensor-idx from 1 by 1
                   until sensor-idx > sensor-count
           if sensor-count is equal to zero then
              display "  (NO HISTORY ON CALLOG)"
           end-if
           if work-request-ok then
              close work-request-file
           end-if.

       610-report-one-sensor.
           if str-readings(sensor-idx) is equal to zero then
              display str-tag(sensor-idx)
                      "   0   REPLACED - NO READINGS SINCE"
           else
              perform 615-report-sensor-trend
           end-if.

       615-report-sensor-trend.
           compute mean-error rounded =
                    str-error-sum(sensor-idx) /
                    str-readings(sensor-idx)
           if str-readings(sensor-idx) is greater than 1 and
              function abs(error-growth) is greater than 0.5 then
              display "** REPLACE - ERROR STILL GROWING **"
              perform 620-write-work-request
           else
              display "** OFFSET - STABLE DRIFT, CORRECTION"
                      " WRITTEN **"
           end-if
           end-if.

      * Sensor replacement has no date of its own; WORKORD sets one
      * from the priority.
       620-write-work-request.
           if work-request-ok then
              move spaces to work-request-record
              move "SENSRCAL" to wrq-source
              move str-tag(sensor-idx) to wrq-asset-key
              move "SREP" to wrq-task
              move "2" to wrq-priority
              move zero to wrq-due-date
              move mean-error to error-out
              string "REPLACE SENSOR - MEAN ERROR " delimited by size
                     error-out delimited by size
                     " DEGF" delimited by size
                     into wrq-description
              end-string
              write work-request-record
              add 1 to request-count
           end-if.

      * The offset file is rewritten in full each run: one record
      * per sensor whose drift is past tolerance but stable, offset
      * equal to minus the mean error.
           end-if.

       710-consider-one-offset.
           if str-readings(sensor-idx) is greater than zero then
              perform 715-consider-sensor-offset
           end-if.

       715-consider-sensor-offset.
           compute mean-error rounded =
                    str-error-sum(sensor-idx) /
                    str-readings(sensor-idx)
