      * EQSCHED schedule, so one schedule feeds both reports: when
      * EQSCHED is present only its tags are solved (the base-BHP
      * column standing in when a curve has no BHP points); without
      * it every tag in CURVDECK is solved.  An EQSCHED tag that is
      * not a live asset on the ASSETMNT equipment asset master
      * (resolved through ASSETLKP) is reported and not solved;
      * with no ASSETMST DD the check is skipped and the run says
      * so.
      *
      * Curve card (CURVDECK):   tag(10) flow(7) press(6) bhp(6)
      * System card (SYSPOINT):  tag(10) flow(7) press(6)
      *//CURVDECK  DD DSN=&SYSUID..INPUT(CURVDECK),DISP=SHR
      *//SYSPOINT  DD DSN=&SYSUID..INPUT(SYSPOINT),DISP=SHR
      *//EQSCHED   DD DSN=&SYSUID..INPUT(EQSCHED),DISP=SHR
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
       01 units-solved-count                   pic 99 value zero.
       01 units-skipped-count                  pic 99 value zero.

      * ASSETLKP resolution of a schedule tag.
       01 asset-lookup-id                      pic x(10).
       01 asset-found-flag                     pic x.
       01 asset-bldg-id                        pic x(8).
       01 asset-position                       pic x.
       01 asset-type                           pic x(4).
       01 asset-status                         pic x.
       01 asset-reject-reason                  pic x(30).
       01 asset-warned-sw                      pic x value "N".
           88 asset-warned                     value "Y".

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "SYSCURVE".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "******  FAN/PUMP OPERATING-POINT SOLVER  ******"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-curve-deck
           perform 300-load-system-points
           perform 350-load-equipment-schedule
           move units-solved-count to runlog-written
           move units-skipped-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "******  OPERATING-POINT SOLVER ENDS  ******"
           stop run.

           open input curve-deck-file
           if not curve-deck-ok then
              display "CURVDECK NOT AVAILABLE - NOTHING TO SOLVE"
              move "CURVDECK NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-curve-card until curve-eof
           close curve-deck-file.
           end-read.

       370-mark-schedule-tag.
           perform 380-check-asset-master
           if asset-reject-reason is not equal to spaces then
              display "EQSCHED TAG " eqs-tag-in " NOT SOLVED - "
                      asset-reject-reason
           else
              perform 375-mark-known-tag
           end-if.

       375-mark-known-tag.
           move eqs-tag-in to seek-tag
           move "N" to unit-found-sw
           perform 235-check-one-unit
              end-if
           end-if.

      * The tag must be a live asset on the equipment asset master.
      * A missing master is reported once and the tag is solved.
       380-check-asset-master.
           move spaces to asset-reject-reason
           move eqs-tag-in to asset-lookup-id
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

       400-solve-one-unit.
           if eqsched-seen and
              une-sched-sw(unit-idx) is not equal to "Y" then
           display "   " pct-out "% " flow-out "  " press-out
                   "     " bhp-out
           subtract 10 from speed-pct.

      * A run that cannot go on logs an ABEND record with its return
      * code and condition, so the night's exceptions show it.
       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
