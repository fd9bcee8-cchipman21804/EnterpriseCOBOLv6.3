       identification division.
       program-id.    utilbudg.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *      Utility Budget Forecast and Weather-Split Variance        *
      *                                                                *
      ******************************************************************
      *
      * Budget season used to be "last year plus 3 percent".  This
      * program builds the next fiscal year's utility budget from
      * the models WXNORM fits, and through the year holds the
      * actual bills against it.  The BUDCTL card picks the run:
      *
      *   BUDGET    each account's after-period model (its
      *             before-period model if it has no after months)
      *             from WXMODEL is evaluated month by month at the
      *             normal year's degree days,
      *
      *               usage(m) = base + hslope * HDD(m)
      *                               + cslope * CDD(m)
      *
      *             priced at the account's unit cost from ACCTMAP
      *             escalated by its fuel's ESCALATE factor, and
      *             written to BUDGFILE, one record per account per
      *             fiscal month.  The report is the monthly budget
      *             by building and fuel.
      *
      *   VARIANCE  the BILLHIST months that fall in the fiscal
      *             year are compared to the frozen BUDGFILE.  Each
      *             account-month's variance is split in two: the
      *             weather-driven part is the model's slopes times
      *             the month's actual less normal degree days (from
      *             the ACTDD deck), and the rest is non-weather --
      *             operations, occupancy, equipment.  A month with
      *             no ACTDD card is all non-weather.  Totals are
      *             kept by building and fuel.
      *
      * Control card (BUDCTL):
      *   run type(8: BUDGET or VARIANCE) fiscal-year start(6: yyyymm)
      *   with one space between fields.
      *
      * Account map (ACCTMAP), one card per BILLHIST account:
      *   acct-no(8) bldg-id(8) fuel code(1: the CO2FACTR codes,
      *   1 kWh 2 ccf 3 propane gal 4 oil gal 5 therm)
      *   unit cost(6: 99v9(4) dollars per unit)
      *   with one space between fields.
      *
      * Escalation deck (ESCALATE), optional, one card per fuel:
      *   fuel code(1) escalation pct(6: as punched, e.g. 3.5 or
      *   -1.25) with one space between.  A fuel without a card is
      *   budgeted at today's unit cost.
      *
      * Actual degree-day deck (ACTDD), variance runs only:
      *   month(6: yyyymm) HDD(5: 9(4)v9) CDD(5: 9(4)v9) at base 65
      *   with one space between fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//UTILBUDG JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(UTILBUDG),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(UTILBUDG),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//BUDGET  EXEC PGM=UTILBUDG
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//BUDCTL    DD DSN=&SYSUID..INPUT(BUDCTL),DISP=SHR
      *//WXMODEL   DD DSN=&SYSUID..WXMODEL(0),DISP=SHR
      *//ACCTMAP   DD DSN=&SYSUID..INPUT(ACCTMAP),DISP=SHR
      *//ESCALATE  DD DSN=&SYSUID..INPUT(ESCALATE),DISP=SHR
      *//BUDGFILE  DD DSN=&SYSUID..BUDGFILE,DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=80)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *//* Monthly, with BUDCTL naming VARIANCE:
      *//*
      *//*VARIANCE EXEC PGM=UTILBUDG
      *//*STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//*BUDCTL    DD DSN=&SYSUID..INPUT(VARCTL),DISP=SHR
      *//*BUDGFILE  DD DSN=&SYSUID..BUDGFILE,DISP=SHR
      *//*BILLHIST  DD DSN=&SYSUID..INPUT(BILLHIST),DISP=SHR
      *//*ACTDD     DD DSN=&SYSUID..INPUT(ACTDD),DISP=SHR
      *//*RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//*SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-file assign to BUDCTL
                    organization is sequential
                    file status is control-status.
      *
           select model-file assign to WXMODEL
                    organization is sequential
                    file status is model-status.
      *
           select account-map-file assign to ACCTMAP
                    organization is sequential
                    file status is account-map-status.
      *
           select escalation-file assign to ESCALATE
                    organization is sequential
                    file status is escalation-status.
      *
           select budget-file assign to BUDGFILE
                    organization is sequential
                    file status is budget-status.
      *
           select billing-file assign to BILLHIST
                    organization is sequential
                    file status is billing-status.
      *
           select actual-dd-file assign to ACTDD
                    organization is sequential
                    file status is actual-dd-status.

       data division.
       file section.
       fd  control-file record contains 80 characters
                        recording mode f.
       01  control-card.
           02 ctl-run-type                     pic x(8).
              88 ctl-budget-run                value "BUDGET  ".
              88 ctl-variance-run              value "VARIANCE".
           02 filler                           pic x.
           02 ctl-fiscal-start                 pic 9(6).
           02 filler                           pic x(65).
      *
      * The fitted-model record exactly as WXNORM writes it.
       fd  model-file record contains 130 characters
                      recording mode f.
       01  model-record.
           02 mdl-record-type                  pic x.
           02 mdl-normal-year.
              03 mdl-normal-month occurs 12 times.
                 04 mdl-hdd                    pic 9(4)v9.
                 04 mdl-cdd                    pic 9(4)v9.
              03 filler                        pic x(9).
           02 mdl-account-model redefines mdl-normal-year.
              03 mdl-acct-no                   pic x(8).
              03 mdl-period-flag               pic x.
              03 mdl-base                      pic s9(7)v9(4)
                                               sign is leading
                                               separate.
              03 mdl-hslope                    pic s9(5)v9(4)
                                               sign is leading
                                               separate.
              03 mdl-cslope                    pic s9(5)v9(4)
                                               sign is leading
                                               separate.
              03 mdl-months                    pic 99.
              03 filler                        pic x(86).
      *
       fd  account-map-file record contains 80 characters
                            recording mode f.
       01  account-map-card.
           02 amc-acct-no                      pic x(8).
           02 filler                           pic x.
           02 amc-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 amc-fuel-code                    pic 9.
           02 filler                           pic x.
           02 amc-unit-cost                    pic 99v9(4).
           02 filler                           pic x(54).
      *
       fd  escalation-file record contains 80 characters
                           recording mode f.
       01  escalation-card.
           02 esc-fuel-code                    pic 9.
           02 filler                           pic x.
           02 esc-pct-in                       pic x(6).
           02 filler                           pic x(72).
      *
      * One account's budget for one fiscal month, with the model
      * slopes and normal degree days the variance split needs.
       fd  budget-file record contains 80 characters
                       recording mode f.
       01  budget-record.
           02 bud-acct-no                      pic x(8).
           02 bud-bldg-id                      pic x(8).
           02 bud-fuel-code                    pic 9.
           02 bud-month                        pic 9(6).
           02 bud-normal-hdd                   pic 9(4)v9.
           02 bud-normal-cdd                   pic 9(4)v9.
           02 bud-hslope                       pic s9(5)v9(4)
                                               sign is leading
                                               separate.
           02 bud-cslope                       pic s9(5)v9(4)
                                               sign is leading
                                               separate.
           02 bud-usage                        pic 9(7)v99.
           02 bud-unit-cost                    pic 99v9(4).
           02 bud-dollars                      pic 9(7)v99.
           02 filler                           pic x(3).
      *
      * Billing record in the BILLHIST layout WXNORM reads.
       fd  billing-file record contains 80 characters
                        recording mode f.
       01  billing-file-record.
           02 blh-acct-no                      pic x(8).
           02 blh-service-month                pic 9(6).
           02 blh-usage                        pic 9(6)v99.
           02 blh-period-flag                  pic x.
           02 filler                           pic x(57).
      *
       fd  actual-dd-file record contains 80 characters
                          recording mode f.
       01  actual-dd-card.
           02 add-month                        pic 9(6).
           02 filler                           pic x.
           02 add-hdd                          pic 9(4)v9.
           02 filler                           pic x.
           02 add-cdd                          pic 9(4)v9.
           02 filler                           pic x(62).

       working-storage section.

       01 control-status                       pic xx value "00".
           88 control-ok                       value "00".
       01 model-status                         pic xx value "00".
           88 model-ok                         value "00".
       01 account-map-status                   pic xx value "00".
           88 account-map-ok                   value "00".
       01 escalation-status                    pic xx value "00".
           88 escalation-ok                    value "00".
       01 budget-status                        pic xx value "00".
           88 budget-ok                        value "00".
       01 billing-status                       pic xx value "00".
           88 billing-ok                       value "00".
       01 actual-dd-status                     pic xx value "00".
           88 actual-dd-ok                     value "00".

       01 model-eof-sw                         pic x value "N".
           88 model-eof                        value "Y".
       01 account-map-eof-sw                   pic x value "N".
           88 account-map-eof                  value "Y".
       01 escalation-eof-sw                    pic x value "N".
           88 escalation-eof                   value "Y".
       01 budget-eof-sw                        pic x value "N".
           88 budget-eof                       value "Y".
       01 billing-eof-sw                       pic x value "N".
           88 billing-eof                      value "Y".
       01 actual-dd-eof-sw                     pic x value "N".
           88 actual-dd-eof                    value "Y".

       01 run-type                             pic x(8).
           88 budget-run                       value "BUDGET  ".
           88 variance-run                     value "VARIANCE".
       01 fiscal-start                         pic 9(6).
       01 fiscal-start-parts redefines fiscal-start.
           02 fiscal-start-year                pic 9(4).
           02 fiscal-start-month               pic 99.
       01 fiscal-months-table.
           02 fiscal-month occurs 12 times     pic 9(6).
       01 fiscal-idx                           pic 99.
       01 fiscal-found-sw                      pic x.
           88 fiscal-found                     value "Y".
       01 fiscal-found-idx                     pic 99.
       01 calendar-month                       pic 99.
       01 calendar-year                        pic 9(4).

      * Normal year from WXMODEL, by calendar month.
       01 normal-year-sw                       pic x value "N".
           88 normal-year-loaded               value "Y".
       01 normal-year-table.
           02 nye-entry occurs 12 times.
              03 nye-hdd                       pic 9(4)v9.
              03 nye-cdd                       pic 9(4)v9.

      * Escalation factor by fuel code, 1 + pct / 100.
       01 escalation-table.
           02 escalation-factor occurs 5 times pic 9v9(4) comp-3.
       01 fuel-idx                             pic 9.
       01 esc-pct                              pic s99v99 comp-3.
       01 fuel-names-values.
           02 filler                           pic x(6) value "KWH".
           02 filler                           pic x(6) value "CCF".
           02 filler                           pic x(6) value "PROPGL".
           02 filler                           pic x(6) value "OILGAL".
           02 filler                           pic x(6) value "THERM".
       01 fuel-names-table redefines fuel-names-values.
           02 fuel-name occurs 5 times         pic x(6).

      * Accounts: the map card, and the model chosen for budgeting.
       01 account-count                        pic 999 value zero.
       01 acct-idx                             pic 999.
       01 acct-found-idx                       pic 999.
       01 acct-found-sw                        pic x.
           88 acct-found                       value "Y".
       01 account-table.
           02 ace-entry occurs 300 times.
              03 ace-acct-no                   pic x(8).
              03 ace-bldg-id                   pic x(8).
              03 ace-fuel-code                 pic 9.
              03 ace-unit-cost                 pic 99v9(4) comp-3.
              03 ace-model-flag                pic x.
              03 ace-base                      pic s9(7)v9(4) comp-3.
              03 ace-hslope                    pic s9(5)v9(4) comp-3.
              03 ace-cslope                    pic s9(5)v9(4) comp-3.

      * Building-and-fuel rollup: budget by fiscal month, and in a
      * variance run the actual, weather and non-weather dollars.
       01 group-count                          pic 99 value zero.
       01 group-idx                            pic 99.
       01 group-found-idx                      pic 99.
       01 group-found-sw                       pic x.
           88 group-found                      value "Y".
       01 group-table.
           02 gre-entry occurs 99 times.
              03 gre-bldg-id                   pic x(8).
              03 gre-fuel-code                 pic 9.
              03 gre-month occurs 12 times.
                 04 grm-budget-usage           pic 9(8)v99 comp-3.
                 04 grm-budget-dollars         pic 9(8)v99 comp-3.
              03 gre-ytd-budget                pic s9(9)v99 comp-3.
              03 gre-ytd-actual                pic s9(9)v99 comp-3.
              03 gre-ytd-weather               pic s9(9)v99 comp-3.
              03 gre-ytd-other                 pic s9(9)v99 comp-3.

      * Variance run: the frozen budget in storage.
       01 budget-count                         pic 9(4) value zero.
       01 budget-idx                           pic 9(4).
       01 budget-found-idx                     pic 9(4).
       01 budget-found-sw                      pic x.
           88 budget-found                     value "Y".
       01 budget-table.
           02 bte-entry occurs 3600 times.
              03 bte-acct-no                   pic x(8).
              03 bte-bldg-id                   pic x(8).
              03 bte-fuel-code                 pic 9.
              03 bte-month                     pic 9(6).
              03 bte-normal-hdd                pic 9(4)v9 comp-3.
              03 bte-normal-cdd                pic 9(4)v9 comp-3.
              03 bte-hslope                    pic s9(5)v9(4) comp-3.
              03 bte-cslope                    pic s9(5)v9(4) comp-3.
              03 bte-usage                     pic 9(7)v99 comp-3.
              03 bte-unit-cost                 pic 99v9(4) comp-3.
              03 bte-dollars                   pic 9(7)v99 comp-3.
              03 bte-actual                    pic 9(8)v99 comp-3.
              03 bte-actual-sw                 pic x.

      * Actual degree days by fiscal month.
       01 actual-dd-table.
           02 ade-entry occurs 12 times.
              03 ade-hdd                       pic 9(4)v9 comp-3.
              03 ade-cdd                       pic 9(4)v9 comp-3.
              03 ade-present                   pic x.

       01 usage-work                           pic s9(8)v99 comp-3.
       01 dollars-work                         pic s9(8)v99 comp-3.
       01 total-variance                       pic s9(8)v99 comp-3.
       01 weather-variance                     pic s9(8)v99 comp-3.
       01 other-variance                       pic s9(8)v99 comp-3.
       01 total-dollars                        pic s9(8)v99 comp-3.
       01 weather-dollars                      pic s9(8)v99 comp-3.
       01 other-dollars                        pic s9(8)v99 comp-3.
       01 annual-work                          pic s9(9)v99 comp-3.
       01 grand-budget                         pic s9(11)v99 comp-3
                                               value zero.
       01 grand-actual                         pic s9(11)v99 comp-3
                                               value zero.
       01 grand-weather                        pic s9(11)v99 comp-3
                                               value zero.
       01 grand-other                          pic s9(11)v99 comp-3
                                               value zero.

       01 cards-read                           pic 9(7) value zero.
       01 records-written                      pic 9(7) value zero.
       01 cards-rejected                       pic 9(7) value zero.
       01 months-compared                      pic 9(7) value zero.

       01 budget-line.
           02 bln-bldg-id                      pic x(8).
           02 filler                           pic x value space.
           02 bln-fuel                         pic x(6).
           02 bln-month-amount occurs 12 times pic zzzzzz9.
           02 filler                           pic x value space.
           02 bln-annual                       pic zz,zzz,zz9.
       01 budget-heading.
           02 filler                           pic x(15)
                                               value "BLDG ID  FUEL ".
           02 bhd-month occurs 12 times.
              03 filler                        pic xx value spaces.
              03 bhd-mm                        pic 99.
              03 filler                        pic x value "/".
              03 bhd-yy                        pic 99.
           02 filler                           pic x(11)
                                               value "     ANNUAL".
       01 month-in                             pic 9(6).
       01 month-in-parts redefines month-in.
           02 mti-year                         pic 9(4).
           02 mti-yy-parts redefines mti-year.
              03 filler                        pic 99.
              03 mti-yy                        pic 99.
           02 mti-month                        pic 99.

       01 usage-out                            pic zz,zzz,zz9.99-.
       01 usage-out-2                          pic zz,zzz,zz9.99-.
       01 money-out                            pic zz,zzz,zz9.99-.
       01 money-out-2                          pic zz,zzz,zz9.99-.
       01 money-out-3                          pic zz,zzz,zz9.99-.
       01 money-out-4                          pic zz,zzz,zz9.99-.
       01 pct-out                              pic +z9.99.
       01 count-out                            pic zzz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "UTILBUDG".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "*****  UTILITY BUDGET FORECAST  *****"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-read-control-card
           if budget-run then
              perform 300-build-budget
           else
              if variance-run then
                 perform 500-budget-variance
              end-if
           end-if
           move return-code to runlog-return-code
           move "E" to runlog-event
           move cards-read to runlog-read
           move records-written to runlog-written
           move cards-rejected to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "*****  END OF UTILITY BUDGET FORECAST  *****"
           stop run.

       200-read-control-card.
           move spaces to run-type
           open input control-file
           if not control-ok then
              display "BUDCTL NOT AVAILABLE - NO RUN TYPE"
              move "BUDCTL NOT OPENED" to runlog-condition
              move 8 to return-code
           else
              read control-file
                 at end
                    display "BUDCTL EMPTY - NO RUN TYPE"
                    move "BUDCTL EMPTY" to runlog-condition
                    move 8 to return-code
                 not at end
                    perform 210-edit-control-card
              end-read
              close control-file
           end-if.

       210-edit-control-card.
           if not ctl-budget-run and not ctl-variance-run then
              display "BUDCTL RUN TYPE NOT BUDGET OR VARIANCE: "
                      ctl-run-type
              move "RUN TYPE INVALID" to runlog-condition
              move 8 to return-code
           else
              if ctl-fiscal-start is not numeric or
                 ctl-fiscal-start(5:2) is less than "01" or
                 ctl-fiscal-start(5:2) is greater than "12" then
                 display "BUDCTL FISCAL-YEAR START NOT YYYYMM: "
                         ctl-fiscal-start
                 move "FISCAL START INVALID" to runlog-condition
                 move 8 to return-code
              else
                 move ctl-run-type to run-type
                 move ctl-fiscal-start to fiscal-start
                 move fiscal-start-year to calendar-year
                 move fiscal-start-month to calendar-month
                 perform 220-set-fiscal-month
                         varying fiscal-idx from 1 by 1
                         until fiscal-idx > 12
                 display "RUN TYPE " run-type "  FISCAL YEAR FROM "
                         fiscal-start
              end-if
           end-if.

       220-set-fiscal-month.
           compute fiscal-month(fiscal-idx) =
                    calendar-year * 100 + calendar-month
           if calendar-month is equal to 12 then
              move 1 to calendar-month
              add 1 to calendar-year
           else
              add 1 to calendar-month
           end-if.

      ******************************************************************
      * Budget run.
      ******************************************************************
       300-build-budget.
           perform 310-load-account-map
           perform 330-load-escalation
           perform 350-load-models
           if not normal-year-loaded then
              display "WXMODEL HAS NO NORMAL YEAR - NO BUDGET BUILT"
              move "NO NORMAL YEAR" to runlog-condition
              move 8 to return-code
           else
              open output budget-file
              if not budget-ok then
                 display "BUDGFILE NOT AVAILABLE - NO BUDGET BUILT"
                 move "BUDGFILE NOT OPENED" to runlog-condition
                 move 8 to return-code
              else
                 perform 400-budget-one-account
                         varying acct-idx from 1 by 1
                         until acct-idx > account-count
                 close budget-file
                 perform 450-budget-report
                 if records-written is equal to zero then
                    display "NO ACCOUNT HAS A WXMODEL FIT - NOTHING"
                            " BUDGETED"
                    move "NO ACCOUNT BUDGETED" to runlog-condition
                    move 8 to return-code
                 end-if
              end-if
           end-if.

       310-load-account-map.
           open input account-map-file
           if not account-map-ok then
              display "ACCTMAP NOT AVAILABLE - NO ACCOUNTS TO BUDGET"
           else
              perform 315-read-account-map until account-map-eof
              close account-map-file
           end-if.

       315-read-account-map.
           read account-map-file
              at end set account-map-eof to true
              not at end perform 320-store-account-map
           end-read.

       320-store-account-map.
           add 1 to cards-read
           if amc-fuel-code is not numeric or
              amc-fuel-code is less than 1 or
              amc-fuel-code is greater than 5 or
              amc-unit-cost is not numeric then
              display "ACCTMAP CARD REJECTED: " amc-acct-no
              add 1 to cards-rejected
           else
              if account-count is less than 300 then
                 add 1 to account-count
                 move amc-acct-no to ace-acct-no(account-count)
                 move amc-bldg-id to ace-bldg-id(account-count)
                 move amc-fuel-code to ace-fuel-code(account-count)
                 move amc-unit-cost to ace-unit-cost(account-count)
                 move space to ace-model-flag(account-count)
                 move zero to ace-base(account-count)
                              ace-hslope(account-count)
                              ace-cslope(account-count)
              else
                 display "ACCOUNT TABLE FULL - " amc-acct-no
                         " DROPPED"
                 add 1 to cards-rejected
              end-if
           end-if.

       330-load-escalation.
           perform 335-clear-escalation
                   varying fuel-idx from 1 by 1
                   until fuel-idx > 5
           open input escalation-file
           if not escalation-ok then
              display "ESCALATE NOT AVAILABLE - TODAY'S UNIT COSTS"
                      " THROUGHOUT"
           else
              perform 340-read-escalation until escalation-eof
              close escalation-file
           end-if.

       335-clear-escalation.
           move 1 to escalation-factor(fuel-idx).

       340-read-escalation.
           read escalation-file
              at end set escalation-eof to true
              not at end perform 345-store-escalation
           end-read.

       345-store-escalation.
           add 1 to cards-read
           if esc-fuel-code is not numeric or
              esc-fuel-code is less than 1 or
              esc-fuel-code is greater than 5 or
              function test-numval(esc-pct-in) is not equal to zero
              then
              display "ESCALATE CARD REJECTED: " escalation-card(1:8)
              add 1 to cards-rejected
           else
              move esc-fuel-code to fuel-idx
              compute esc-pct = function numval(esc-pct-in)
              compute escalation-factor(fuel-idx) =
                       1 + esc-pct / 100
              move esc-pct to pct-out
              display "ESCALATION " fuel-name(fuel-idx) " "
                      pct-out " PCT"
           end-if.

       350-load-models.
           open input model-file
           if not model-ok then
              display "WXMODEL NOT AVAILABLE"
           else
              perform 355-read-model until model-eof
              close model-file
           end-if.

       355-read-model.
           read model-file
              at end set model-eof to true
              not at end perform 360-store-model
           end-read.

      * The after-period model wins; a before-period model is kept
      * only until an after-period model for the account turns up.
       360-store-model.
           evaluate mdl-record-type
              when "N"
                 perform 365-store-normal-month
                         varying calendar-month from 1 by 1
                         until calendar-month > 12
                 set normal-year-loaded to true
              when "M"
                 move "N" to acct-found-sw
                 perform 370-check-one-account
                         varying acct-idx from 1 by 1
                         until acct-idx > account-count or acct-found
                 if acct-found and
                    (mdl-period-flag is equal to "A" or
                     ace-model-flag(acct-found-idx) is equal to
                     space) then
                    move mdl-period-flag to
                         ace-model-flag(acct-found-idx)
                    move mdl-base to ace-base(acct-found-idx)
                    move mdl-hslope to ace-hslope(acct-found-idx)
                    move mdl-cslope to ace-cslope(acct-found-idx)
                 end-if
           end-evaluate.

       365-store-normal-month.
           move mdl-hdd(calendar-month) to nye-hdd(calendar-month)
           move mdl-cdd(calendar-month) to nye-cdd(calendar-month).

       370-check-one-account.
           if ace-acct-no(acct-idx) is equal to mdl-acct-no then
              set acct-found to true
              move acct-idx to acct-found-idx
           end-if.

       400-budget-one-account.
           if ace-model-flag(acct-idx) is equal to space then
              display "NO WXMODEL FIT FOR ACCOUNT "
                      ace-acct-no(acct-idx) " - NOT BUDGETED"
           else
              move ace-bldg-id(acct-idx) to bud-bldg-id
              move ace-fuel-code(acct-idx) to bud-fuel-code
              perform 460-find-or-add-group
              perform 410-budget-one-month
                      varying fiscal-idx from 1 by 1
                      until fiscal-idx > 12
           end-if.

       410-budget-one-month.
           move fiscal-month(fiscal-idx) to month-in
           move mti-month to calendar-month
           compute usage-work rounded =
                    ace-base(acct-idx) +
                    ace-hslope(acct-idx) * nye-hdd(calendar-month) +
                    ace-cslope(acct-idx) * nye-cdd(calendar-month)
           if usage-work is less than zero then
              move zero to usage-work
           end-if
           move spaces to budget-record
           move ace-acct-no(acct-idx) to bud-acct-no
           move ace-bldg-id(acct-idx) to bud-bldg-id
           move ace-fuel-code(acct-idx) to bud-fuel-code
           move fiscal-month(fiscal-idx) to bud-month
           move nye-hdd(calendar-month) to bud-normal-hdd
           move nye-cdd(calendar-month) to bud-normal-cdd
           move ace-hslope(acct-idx) to bud-hslope
           move ace-cslope(acct-idx) to bud-cslope
           move usage-work to bud-usage
           compute bud-unit-cost rounded =
                    ace-unit-cost(acct-idx) *
                    escalation-factor(ace-fuel-code(acct-idx))
           compute bud-dollars rounded = bud-usage * bud-unit-cost
           write budget-record
           add 1 to records-written
           if group-found then
              add bud-usage to
                  grm-budget-usage(group-found-idx, fiscal-idx)
              add bud-dollars to
                  grm-budget-dollars(group-found-idx, fiscal-idx)
           end-if.

       450-budget-report.
           display spaces
           display "MONTHLY BUDGET DOLLARS BY BUILDING AND FUEL"
           perform 455-heading-month
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > 12
           display budget-heading
           perform 470-budget-group-line
                   varying group-idx from 1 by 1
                   until group-idx > group-count
           move grand-budget to money-out
           display "TOTAL FISCAL-YEAR BUDGET: " money-out
           move records-written to count-out
           display "BUDGET RECORDS WRITTEN  : " count-out.

       455-heading-month.
           move fiscal-month(fiscal-idx) to month-in
           move mti-month to bhd-mm(fiscal-idx)
           move mti-yy to bhd-yy(fiscal-idx).

       460-find-or-add-group.
           move "N" to group-found-sw
           perform 465-check-one-group
                   varying group-idx from 1 by 1
                   until group-idx > group-count or group-found
           if not group-found then
              if group-count is less than 99 then
                 add 1 to group-count
                 move group-count to group-found-idx
                 move bud-bldg-id to gre-bldg-id(group-found-idx)
                 move bud-fuel-code to gre-fuel-code(group-found-idx)
                 perform 468-clear-group-month
                         varying fiscal-idx from 1 by 1
                         until fiscal-idx > 12
                 move zero to gre-ytd-budget(group-found-idx)
                              gre-ytd-actual(group-found-idx)
                              gre-ytd-weather(group-found-idx)
                              gre-ytd-other(group-found-idx)
                 set group-found to true
              else
                 display "BUILDING/FUEL TABLE FULL - " bud-bldg-id
                         " LEFT OUT OF THE ROLLUP"
              end-if
           end-if.

       465-check-one-group.
           if gre-bldg-id(group-idx) is equal to bud-bldg-id and
              gre-fuel-code(group-idx) is equal to bud-fuel-code then
              set group-found to true
              move group-idx to group-found-idx
           end-if.

       468-clear-group-month.
           move zero to grm-budget-usage(group-found-idx, fiscal-idx)
           move zero to
                grm-budget-dollars(group-found-idx, fiscal-idx).

       470-budget-group-line.
           move spaces to budget-line
           move gre-bldg-id(group-idx) to bln-bldg-id
           move fuel-name(gre-fuel-code(group-idx)) to bln-fuel
           move zero to annual-work
           perform 475-budget-group-month
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > 12
           move annual-work to bln-annual
           add annual-work to grand-budget
           display budget-line.

       475-budget-group-month.
           move grm-budget-dollars(group-idx, fiscal-idx) to
                bln-month-amount(fiscal-idx)
           add grm-budget-dollars(group-idx, fiscal-idx) to
               annual-work.

      ******************************************************************
      * Variance run.
      ******************************************************************
       500-budget-variance.
           perform 510-load-budget
           if budget-count is equal to zero then
              display "BUDGFILE EMPTY OR MISSING - NOTHING TO COMPARE"
              move "NO BUDGET TO COMPARE" to runlog-condition
              move 8 to return-code
           else
              perform 530-load-actual-dd
              perform 550-post-actuals
              perform 600-variance-report
           end-if.

       510-load-budget.
           open input budget-file
           if budget-ok then
              perform 515-read-budget until budget-eof
              close budget-file
           end-if.

       515-read-budget.
           read budget-file
              at end set budget-eof to true
              not at end perform 520-store-budget
           end-read.

       520-store-budget.
           move "N" to fiscal-found-sw
           perform 525-check-fiscal-month
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > 12 or fiscal-found
           if not fiscal-found then
              display "BUDGFILE MONTH " bud-month " NOT IN FISCAL"
                      " YEAR " fiscal-start " - BUDCTL AND BUDGFILE"
                      " DISAGREE"
           else
              if budget-count is less than 3600 then
                 add 1 to budget-count
                 move bud-acct-no to bte-acct-no(budget-count)
                 move bud-bldg-id to bte-bldg-id(budget-count)
                 move bud-fuel-code to bte-fuel-code(budget-count)
                 move bud-month to bte-month(budget-count)
                 move bud-normal-hdd to bte-normal-hdd(budget-count)
                 move bud-normal-cdd to bte-normal-cdd(budget-count)
                 move bud-hslope to bte-hslope(budget-count)
                 move bud-cslope to bte-cslope(budget-count)
                 move bud-usage to bte-usage(budget-count)
                 move bud-unit-cost to bte-unit-cost(budget-count)
                 move bud-dollars to bte-dollars(budget-count)
                 move zero to bte-actual(budget-count)
                 move "N" to bte-actual-sw(budget-count)
              else
                 display "BUDGET TABLE FULL - " bud-acct-no " "
                         bud-month " DROPPED"
              end-if
           end-if.

       525-check-fiscal-month.
           if fiscal-month(fiscal-idx) is equal to bud-month then
              set fiscal-found to true
              move fiscal-idx to fiscal-found-idx
           end-if.

       530-load-actual-dd.
           perform 535-clear-actual-dd
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > 12
           open input actual-dd-file
           if not actual-dd-ok then
              display "ACTDD NOT AVAILABLE - ALL VARIANCE IS"
                      " NON-WEATHER"
           else
              perform 540-read-actual-dd until actual-dd-eof
              close actual-dd-file
           end-if.

       535-clear-actual-dd.
           move zero to ade-hdd(fiscal-idx) ade-cdd(fiscal-idx)
           move "N" to ade-present(fiscal-idx).

       540-read-actual-dd.
           read actual-dd-file
              at end set actual-dd-eof to true
              not at end perform 545-store-actual-dd
           end-read.

       545-store-actual-dd.
           add 1 to cards-read
           move "N" to fiscal-found-sw
           if add-month is numeric and add-hdd is numeric and
              add-cdd is numeric then
              perform 547-check-dd-month
                      varying fiscal-idx from 1 by 1
                      until fiscal-idx > 12 or fiscal-found
           end-if
           if fiscal-found then
              move add-hdd to ade-hdd(fiscal-found-idx)
              move add-cdd to ade-cdd(fiscal-found-idx)
              move "Y" to ade-present(fiscal-found-idx)
           else
              display "ACTDD CARD REJECTED OR OUTSIDE FISCAL YEAR: "
                      actual-dd-card(1:20)
              add 1 to cards-rejected
           end-if.

       547-check-dd-month.
           if fiscal-month(fiscal-idx) is equal to add-month then
              set fiscal-found to true
              move fiscal-idx to fiscal-found-idx
           end-if.

       550-post-actuals.
           open input billing-file
           if not billing-ok then
              display "BILLHIST NOT AVAILABLE - NO ACTUALS TO COMPARE"
           else
              perform 555-read-billing until billing-eof
              close billing-file
           end-if.

       555-read-billing.
           read billing-file
              at end set billing-eof to true
              not at end perform 560-post-one-bill
           end-read.

      * Bills outside the fiscal year, or for accounts the budget
      * does not carry, are simply not this budget's concern.
       560-post-one-bill.
           add 1 to cards-read
           if blh-usage is not numeric or
              blh-service-month is not numeric then
              display "BILLHIST RECORD SKIPPED - BAD NUMERIC: "
                      blh-acct-no
              add 1 to cards-rejected
           else
              move "N" to budget-found-sw
              perform 565-check-one-budget
                      varying budget-idx from 1 by 1
                      until budget-idx > budget-count or
                            budget-found
              if budget-found then
                 add blh-usage to bte-actual(budget-found-idx)
                 move "Y" to bte-actual-sw(budget-found-idx)
              end-if
           end-if.

       565-check-one-budget.
           if bte-acct-no(budget-idx) is equal to blh-acct-no and
              bte-month(budget-idx) is equal to blh-service-month
              then
              set budget-found to true
              move budget-idx to budget-found-idx
           end-if.

       600-variance-report.
           display spaces
           display "BUDGET VARIANCE BY ACCOUNT AND MONTH"
           display "ACCOUNT  BLDG ID  MONTH   FUEL      BUDGET USE"
                   "     ACTUAL USE   TOTAL VAR $  WEATHER VAR $"
                   "    OTHER VAR $"
           perform 610-one-account-month
                   varying budget-idx from 1 by 1
                   until budget-idx > budget-count
           display spaces
           display "YEAR-TO-DATE VARIANCE BY BUILDING AND FUEL"
           display "BLDG ID  FUEL       BUDGET $       ACTUAL $"
                   "      WEATHER $        OTHER $"
           perform 650-one-group-total
                   varying group-idx from 1 by 1
                   until group-idx > group-count
           move grand-budget to money-out
           move grand-actual to money-out-2
           move grand-weather to money-out-3
           move grand-other to money-out-4
           display "TOTAL          " money-out money-out-2
                   money-out-3 money-out-4
           move months-compared to count-out
           display "ACCOUNT-MONTHS COMPARED: " count-out.

       610-one-account-month.
           if bte-actual-sw(budget-idx) is equal to "Y" then
              add 1 to months-compared
              move "N" to fiscal-found-sw
              move bte-month(budget-idx) to bud-month
              perform 525-check-fiscal-month
                      varying fiscal-idx from 1 by 1
                      until fiscal-idx > 12 or fiscal-found
              compute total-variance =
                       bte-actual(budget-idx) - bte-usage(budget-idx)
              if ade-present(fiscal-found-idx) is equal to "Y" then
                 compute weather-variance rounded =
                          bte-hslope(budget-idx) *
                          (ade-hdd(fiscal-found-idx) -
                           bte-normal-hdd(budget-idx)) +
                          bte-cslope(budget-idx) *
                          (ade-cdd(fiscal-found-idx) -
                           bte-normal-cdd(budget-idx))
              else
                 move zero to weather-variance
              end-if
              compute other-variance =
                       total-variance - weather-variance
              compute dollars-work rounded =
                       bte-actual(budget-idx) *
                       bte-unit-cost(budget-idx)
              compute total-dollars =
                       dollars-work - bte-dollars(budget-idx)
              compute weather-dollars rounded =
                       weather-variance * bte-unit-cost(budget-idx)
              compute other-dollars =
                       total-dollars - weather-dollars
              move bte-usage(budget-idx) to usage-out
              move bte-actual(budget-idx) to usage-out-2
              move total-dollars to money-out
              move weather-dollars to money-out-2
              move other-dollars to money-out-3
              display bte-acct-no(budget-idx) " "
                      bte-bldg-id(budget-idx) " "
                      bte-month(budget-idx) "  "
                      fuel-name(bte-fuel-code(budget-idx))
                      usage-out usage-out-2 money-out money-out-2
                      money-out-3
              move bte-bldg-id(budget-idx) to bud-bldg-id
              move bte-fuel-code(budget-idx) to bud-fuel-code
              perform 460-find-or-add-group
              if group-found then
                 add bte-dollars(budget-idx) to
                     gre-ytd-budget(group-found-idx)
                 add dollars-work to gre-ytd-actual(group-found-idx)
                 add weather-dollars to
                     gre-ytd-weather(group-found-idx)
                 add other-dollars to gre-ytd-other(group-found-idx)
              end-if
           end-if.

       650-one-group-total.
           move gre-ytd-budget(group-idx) to money-out
           move gre-ytd-actual(group-idx) to money-out-2
           move gre-ytd-weather(group-idx) to money-out-3
           move gre-ytd-other(group-idx) to money-out-4
           display gre-bldg-id(group-idx) " "
                   fuel-name(gre-fuel-code(group-idx))
                   money-out money-out-2 money-out-3 money-out-4
           add gre-ytd-budget(group-idx) to grand-budget
           add gre-ytd-actual(group-idx) to grand-actual
           add gre-ytd-weather(group-idx) to grand-weather
           add gre-ytd-other(group-idx) to grand-other.
