      * twenty-five percent, is flagged for replacement on
      * condition instead of waiting for the five-year age rule.
      *
      * A new drive's tag must already be on the ASSETMNT equipment
      * asset master (resolved through ASSETLKP) and not retired, so
      * the register can no longer invent tags the rest of the shop
      * has never heard of.  With no ASSETMST DD the check is
      * skipped and the run says so.
      *
      * Every tension check, age replacement and condition
      * replacement the run calls for is also written to the WOREQ
      * work-request extract, which WORKORD turns into numbered work
      * orders.  Closing an order makes WORKORD write the posting
      * card to its DRIVETRN deck, concatenated behind the hand-keyed
      * one: an I card for a tension check, or an R card for a belt
      * replacement.  The R card restarts the belt's age from the
      * card date, draws the belt from stock, and drops a reset
      * marker on READHIST so the condition trend starts over with
      * the new belt instead of flagging it again.
      *
      ******************************************************************
      *
      *                Job Control Language
      *//DRIVEMST  DD DSN=&SYSUID..DRIVEREG(0),DISP=SHR
      *//NEWDRIVE  DD DSN=&SYSUID..DRIVEREG(+1),DISP=(NEW,CATLG)
      *//DRIVETRN  DD DSN=&SYSUID..INPUT(DRIVETRN),DISP=SHR
      *//          DD DSN=&SYSUID..WOPOST.DRIVETRN,DISP=SHR
      *//BELTINV   DD DSN=&SYSUID..BELTINV(0),DISP=SHR
      *//NEWBELT   DD DSN=&SYSUID..BELTINV(+1),DISP=(NEW,CATLG)
      *//READHIST  DD DSN=&SYSUID..READHIST,DISP=MOD
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//WOREQ     DD DSN=&SYSUID..WOREQ.DRIVEREG,DISP=OLD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *//* THE WORKORD POSTING CARDS HAVE BEEN POSTED: EMPTY THE
      *//* DECK SO WORKORD'S NEXT CARDS START IT AFRESH.
      *// IF RUN.RC <= 4 THEN
      *//POSTCLR EXEC PGM=IEBGENER
      *//SYSUT1    DD DUMMY,DCB=(RECFM=FB,LRECL=80)
      *//SYSUT2    DD DSN=&SYSUID..WOPOST.DRIVETRN,DISP=OLD
      *//SYSPRINT  DD SYSOUT=*
      *//SYSIN     DD DUMMY
      *// ENDIF
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
           select readings-hist-file assign to READHIST
                    organization is sequential
                    file status is readings-hist-status.
      *
           select work-request-file assign to WOREQ
                    organization is sequential
                    file status is work-request-status.

       data division.
       file section.
       01  drive-master-out-record             pic x(120).
      *
      * Transaction card: A dd new drive, C hange drive, D elete
      * drive, I nspection posting, R eplaced belt.  The date column
      * is the install date on an A or C, the inspection date on an
      * I, and the replacement date on an R.
       fd  drive-trans-file record contains 80 characters
                            recording mode f.
       01  drive-trans-card.
       01  belt-inv-out-record                 pic x(80).
      *
      * One appended record per inspection that carried readings.
      * A belt replacement appends a reset marker (event code R)
      * with no readings.
       fd  readings-hist-file record contains 80 characters
                              recording mode f.
       01  readings-hist-record.
           02 rhr-vibration                    pic 9(2)v99.
           02 filler                           pic x.
           02 rhr-technician                   pic x(3).
           02 filler                           pic x.
           02 rhr-event-code                   pic x.
              88 rhr-belt-replaced             value "R".
           02 filler                           pic x(45).
      *
      * Work request for WORKORD, one per tension check or belt
      * replacement called for.
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

       01 tension-out                          pic zz9.9.
       01 vibration-out                        pic z9.99.

      * Work-request extract support.
       01 work-request-status                  pic xx value "00".
           88 work-request-ok                  value "00".
       01 request-task                         pic x(4).
       01 request-priority                     pic x.
       01 request-due-date                     pic 9(8).
       01 request-description                  pic x(40).
       01 request-count                        pic 999 value zero.

      * ASSETLKP resolution of a new drive's tag.
       01 asset-lookup-id                      pic x(10).
       01 asset-found-flag                     pic x.
       01 asset-bldg-id                        pic x(8).
       01 asset-position                       pic x.
       01 asset-type                           pic x(4).
       01 asset-status                         pic x.
       01 asset-reject-reason                  pic x(30).
       01 asset-warned-sw                      pic x value "N".
           88 asset-warned                     value "Y".

       01 belt-record-build.
           02 brb-size                         pic 9(4)v99.
           02 filler                           pic x value space.
           perform 250-load-belt-inventory
           perform 300-apply-transactions
           perform 500-write-new-register
           open output work-request-file
           if not work-request-ok then
              display "WOREQ NOT AVAILABLE - NO WORK REQUESTS"
                      " WRITTEN"
           end-if
           perform 600-inspection-report
           perform 700-reorder-report
           perform 750-write-new-inventory
           perform 800-condition-trend-report
           if work-request-ok then
              close work-request-file
           end-if
           display spaces
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           display "WORK REQUESTS WRITTEN: " request-count
           display "********  BELT-DRIVE REGISTER RUN ENDS  "
                   "********"
           stop run.
              when "C" perform 350-change-drive
              when "D" perform 360-delete-drive
              when "I" perform 370-post-inspection
              when "R" perform 390-post-belt-replacement
              when "B" perform 380-post-belt-stock
              when other
                 add 1 to trans-rejected-count
                 display "REJECTED " dtc-equip-tag
                         " - ACTION MUST BE A, C, D, I, R OR B"
           end-evaluate.

      * Stock card: sets (or replaces) one belt size's inventory
              end-if
           end-if.

      * A belt replacement restarts the age clock, counts as an
      * inspection, takes the belt out of stock when the size is
      * carried, and resets the readings trend for the new belt.
       390-post-belt-replacement.
           if not drive-found then
              add 1 to trans-rejected-count
              display "REJECTED REPLACEMENT " dtc-equip-tag
                      " - TAG NOT ON REGISTER"
           else
           if function test-numval(dtc-date-in) is not equal to zero
              then
              add 1 to trans-rejected-count
              display "REJECTED REPLACEMENT " dtc-equip-tag
                      " - BAD DATE"
           else
              compute dre-install-date(drive-found-idx) =
                       function numval(dtc-date-in)
              move dre-install-date(drive-found-idx) to
                   dre-last-insp-date(drive-found-idx)
              move dre-belt-size(drive-found-idx) to seek-belt-size
              perform 385-find-belt-entry
              if belt-found and
                 bie-qty-on-hand(belt-found-idx) is greater than zero
                 then
                 subtract 1 from bie-qty-on-hand(belt-found-idx)
              end-if
              add 1 to trans-applied-count
              display "REPLACED " dtc-equip-tag
              perform 395-append-reset-marker
           end-if
           end-if.

       395-append-reset-marker.
           open extend readings-hist-file
           if not readings-hist-ok then
              open output readings-hist-file
           end-if
           if readings-hist-ok then
              move spaces to readings-hist-record
              move dtc-equip-tag to rhr-equip-tag
              compute rhr-date = function numval(dtc-date-in)
              move zero to rhr-tension
              move zero to rhr-vibration
              move dtc-center-in(1:3) to rhr-technician
              set rhr-belt-replaced to true
              write readings-hist-record
              close readings-hist-file
           end-if.

       385-find-belt-entry.
           move "N" to belt-found-sw
           perform 386-check-one-belt
           end-if.

       340-add-drive.
           perform 345-check-asset-master
           if drive-found then
              add 1 to trans-rejected-count
              display "REJECTED ADD " dtc-equip-tag
              add 1 to trans-rejected-count
              display "REJECTED ADD " dtc-equip-tag
                      " - REGISTER TABLE FULL"
           else
           if asset-reject-reason is not equal to spaces then
              add 1 to trans-rejected-count
              display "REJECTED ADD " dtc-equip-tag " - "
                      asset-reject-reason
           else
              perform 400-validate-geometry
              if geometry-bad then
              end-if
              end-if
           end-if
           end-if
           end-if.

      * The tag must be a live asset on the equipment asset master.
      * A missing master is reported once and the add goes ahead.
       345-check-asset-master.
           move spaces to asset-reject-reason
           move dtc-equip-tag to asset-lookup-id
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

       350-change-drive.
           if not drive-found then
              add 1 to trans-rejected-count
              display "  " dre-equip-tag(drive-idx)
                      " TENSION CHECK DUE - LAST INSPECTED "
                      elapsed-days-out " DAYS AGO"
              move "TENS" to request-task
              move "3" to request-priority
              compute request-due-date = function date-of-integer
                       (record-date-integer + inspection-interval-days)
              move spaces to request-description
              string "TENSION CHECK - INSPECTED" delimited by size
                     elapsed-days-out delimited by size
                     " DAYS AGO" delimited by size
                     into request-description
              end-string
              perform 660-write-work-request
           end-if
           perform 615-check-belt-replacement.

                      elapsed-days-out " DAYS OLD"
                      with no advancing
              perform 650-reserve-belt-from-stock
              move "BELT" to request-task
              move "3" to request-priority
              compute request-due-date = function date-of-integer
                       (record-date-integer + belt-life-days)
              move dre-belt-size(drive-idx) to belt-size-out
              move spaces to request-description
              string "BELT REPLACEMENT BY AGE - SIZE"
                     delimited by size
                     belt-size-out delimited by size
                     into request-description
              end-string
              perform 660-write-work-request
           end-if.

      * One work request for WORKORD; the caller sets the task,
      * priority, due date (zero lets WORKORD set it) and text.
       660-write-work-request.
           if work-request-ok then
              move spaces to work-request-record
              move "DRIVEREG" to wrq-source
              move dre-equip-tag(drive-idx) to wrq-asset-key
              move request-task to wrq-task
              move request-priority to wrq-priority
              move request-due-date to wrq-due-date
              move request-description to wrq-description
              write work-request-record
              add 1 to request-count
           end-if.

      * The reorder list: any size whose free stock after this
           end-read.

       820-post-one-reading.
           if rhr-belt-replaced then
              perform 825-reset-trend-entry
           else
           if rhr-tension is numeric and rhr-vibration is numeric
              then
              move "N" to trend-found-sw
                 move rhr-date to tre-last-date(trend-found-idx)
                 add 1 to tre-readings(trend-found-idx)
              end-if
           end-if
           end-if.

      * A new belt: readings before the marker no longer count.
       825-reset-trend-entry.
           move "N" to trend-found-sw
           perform 830-find-trend-entry
                   varying trend-idx from 1 by 1
                   until trend-idx > trend-count or trend-found
           if trend-found then
              move zero to tre-readings(trend-found-idx)
              move zero to tre-last-tension(trend-found-idx)
              move zero to tre-last-vibration(trend-found-idx)
           end-if.

       830-find-trend-entry.
                            pct-out "% SINCE PRIOR READING"
                 end-if
                 display "    SCHEDULE REPLACEMENT ON CONDITION"
                 perform 860-request-condition-replacement
              end-if
           end-if.

      * The trend table carries only the tag, so the register entry
      * is looked up for the belt size.  Condition work has no date
      * of its own; WORKORD sets one from the priority.
       860-request-condition-replacement.
           move "N" to drive-found-sw
           perform 865-find-trend-drive
                   varying drive-idx from 1 by 1
                   until drive-idx > drive-count or drive-found
           if drive-found then
              move drive-found-idx to drive-idx
              move "BCND" to request-task
              move "2" to request-priority
              move zero to request-due-date
              if tension-drop-pct is greater than 10 then
                 move "CONDITION REPLACEMENT - TENSION DECAYING"
                      to request-description
              else
                 move "CONDITION REPLACEMENT - VIBRATION RISING"
                      to request-description
              end-if
              perform 660-write-work-request
           end-if.

       865-find-trend-drive.
           if dre-equip-tag(drive-idx) is equal to
              tre-equip-tag(trend-idx) then
              set drive-found to true
              move drive-idx to drive-found-idx
           end-if.

       760-write-one-belt.
