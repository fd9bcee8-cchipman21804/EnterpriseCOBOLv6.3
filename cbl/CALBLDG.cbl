      *     figure and the building is stamped CALIBRATED when every
      *     month lands inside the tolerance.
      *
      * Each building whose tuned columns differ from the master is
      * written to BLDGPROP as a BLDGMNT action P proposed-change
      * card: the full spec card with the two tuned columns
      * replaced, the spec version it was calibrated against and
      * the CALIBRATED flag.  The engineer marks each proposal Y or
      * N in the decision column and BLDGMNT applies or declines it
      * onto the BLDGSPEC master with an audit trail; nothing is
      * copied over the master by hand any more.
      *
      * Metered-actuals card (ACTUALS), twelve per building:
      *   bldg-id(8) month(2) kwh(8) therms(7)
      *//RUN     EXEC PGM=CALBLDG
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HRLYCOND  DD DSN=&SYSUID..KSBYTMY3,DISP=SHR
      *//BLDGSPEC  DD DSN=&SYSUID..BLDGSPEC(0),DISP=SHR
      *//ACTUALS   DD DSN=&SYSUID..INPUT(ACTUALS),DISP=SHR
      *//BLDGPROP  DD DSN=&SYSUID..INPUT(BLDGPROP),DISP=(NEW,CATLG)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
                    organization is sequential
                    file status is actuals-status.
      *
           select proposal-file assign to BLDGPROP
                    organization is sequential
                    file status is proposal-status.

       data division.
       file section.
           02 amc-therms                       pic x(7).
           02 filler                           pic x(52).
      *
      * BLDGMNT proposed-change card; the decision column is left
      * blank for the engineer.
       fd  proposal-file record contains 80 characters
                         recording mode f.
       01  proposal-card.
           02 prc-action                       pic x.
           02 filler                           pic x.
           02 prc-spec-fields                  pic x(64).
           02 filler                           pic x.
           02 prc-decision                     pic x.
           02 filler                           pic x.
           02 prc-base-version                 pic x(4).
           02 filler                           pic x.
           02 prc-calibrated-flag              pic x.
           02 filler                           pic x(5).

       working-storage section.

           88 bldg-spec-ok                     value "00".
       01 actuals-status                       pic xx value "00".
           88 actuals-ok                       value "00".
       01 proposal-status                      pic xx value "00".
           88 proposal-ok                      value "00".

       01 weather-eof-sw                       pic x value "N".
           88 weather-eof                      value "Y".
       01 spec-count                           pic 999 value zero.
       01 actuals-read-count                   pic 9(5) value zero.
       01 actuals-reject-count                 pic 9(5) value zero.
       01 proposal-written-count               pic 999 value zero.

      * The weather year in storage: dry bulb in degF and the
      * calendar month of every hour.
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  BUILDING-MODEL CALIBRATION RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-weather-year
           perform 300-load-building-specs
           open output proposal-file
           if not proposal-ok then
              display "BLDGPROP NOT AVAILABLE - PROPOSALS NOT"
                      " WRITTEN"
           end-if
           perform 400-calibrate-one-building
                   varying bldg-idx from 1 by 1
                   until bldg-idx > spec-count
           if proposal-ok then
              close proposal-file
           end-if
           display spaces
           display "BUILDINGS PROCESSED : " spec-count
           display "PROPOSALS WRITTEN   : " proposal-written-count
           move "E" to runlog-event
           move actuals-read-count to runlog-read
           move proposal-written-count to runlog-written
           move actuals-reject-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  BUILDING-MODEL CALIBRATION ENDS  *******"
           stop run.

           if not hourly-condx-ok then
              display "HRLYCOND NOT AVAILABLE - CALIBRATION"
                      " IMPOSSIBLE"
              move "HRLYCOND NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-weather-record until weather-eof
           close hourly-condx-file
           open input building-spec-file
           if not bldg-spec-ok then
              display "BLDGSPEC NOT AVAILABLE - NOTHING TO CALIBRATE"
              move "BLDGSPEC NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 310-read-spec-card until spec-eof
           close building-spec-file.
              perform 650-derive-load-max
              perform 700-tolerance-check
           end-if
           perform 750-write-proposal
           perform 780-building-report.

      * The ACTUALS deck is read front to back for each building --
           move model-kwh to kwh-out
           display "   " kwh-out "   " pct-out "%".

      * The master card goes back out as a proposal with only the two
      * tuned columns replaced, so the name and PV columns survive
      * intact.  A building whose tuned values match the master has
      * nothing to propose.
       750-write-proposal.
           if proposal-ok and
              (new-balance-point is not equal to
               bse-balance-point(bldg-idx) or
               new-load-max is not equal to
               bse-cooling-load-max(bldg-idx)) then
              move spaces to proposal-card
              move "P" to prc-action
              move bse-card-image(bldg-idx) to prc-spec-fields
              move new-balance-point to prc-spec-fields(50:2)
              move new-load-max to prc-spec-fields(46:3)
              if bse-card-image(bldg-idx)(66:4) is numeric then
                 move bse-card-image(bldg-idx)(66:4) to
                      prc-base-version
              else
                 move zero to prc-base-version
              end-if
              move calibrated-sw to prc-calibrated-flag
              write proposal-card
              add 1 to proposal-written-count
           end-if.

       780-building-report.
              display "  STATUS: NOT CALIBRATED - " months-out-of-tol
                      " MONTH(S) OUTSIDE " tolerance-pct "%"
           end-if.

      * A run that cannot go on logs an ABEND record with its return
      * code and condition, so the night's exceptions show it.
       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
