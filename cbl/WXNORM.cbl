      * PREDSAVE card: acct-no(8) predicted-annual-savings(9.2)
      * with one space between fields.
      *
      * The fitted models outlive the run on WXMODEL, for UTILBUDG's
      * budget forecast: an N record first with the normal year's
      * twelve monthly HDD and CDD, then an M record per account
      * per period (B before, A after) with the fitted base,
      * heating slope, cooling slope and the months in the fit.
      *
      ******************************************************************
      *
      *                Job Control Language
      *//HRLYCOND  DD DSN=&SYSUID..KSBYTMY3,DISP=SHR
      *//BILLHIST  DD DSN=&SYSUID..INPUT(BILLHIST),DISP=SHR
      *//PREDSAVE  DD DSN=&SYSUID..INPUT(PREDSAVE),DISP=SHR
      *//WXMODEL   DD DSN=&SYSUID..WXMODEL(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=130)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
           select predicted-file assign to PREDSAVE
                    organization is sequential
                    file status is predicted-status.
      *
           select model-file assign to WXMODEL
                    organization is sequential
                    file status is model-status.

       data division.
       file section.
           02 filler                           pic x.
           02 pdc-predicted                    pic x(9).
           02 filler                           pic x(62).
      *
      * Fitted-model record: N is the normal weather year, M one
      * account's fit for one period.
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

       working-storage section.

           88 billing-ok                       value "00".
       01 predicted-status                     pic xx value "00".
           88 predicted-ok                     value "00".
       01 model-status                         pic xx value "00".
           88 model-ok                         value "00".
       01 model-written-count                  pic 9(5) value zero.

       01 weather-eof-sw                       pic x value "N".
           88 weather-eof                      value "Y".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
                   "  *****"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-weather-year
           perform 250-reduce-degree-days
           perform 300-load-billing-history
           perform 350-load-predicted-deck
           perform 270-open-model-file
           perform 400-report-heading
           perform 500-normalize-one-account
                   varying acct-idx from 1 by 1
                   until acct-idx > account-count
           perform 700-program-rollup
           if model-ok then
              close model-file
              move model-written-count to count-out
              display "MODEL RECORDS WRITTEN: " count-out
           end-if
           move "E" to runlog-event
           move billing-read-count to runlog-read
           move account-count to runlog-written
           move billing-reject-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "*****  END OF WEATHER-NORMALIZED REPORT  *****"
           stop run.

           if not hourly-condx-ok then
              display "HRLYCOND NOT AVAILABLE - NORMALIZATION"
                      " IMPOSSIBLE"
              move "HRLYCOND NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-weather-record until weather-eof
           close hourly-condx-file.
           add wmt-hdd(month-idx) to annual-hdd
           add wmt-cdd(month-idx) to annual-cdd.

      * The normal year goes on the model file ahead of the fits,
      * and only once the billing history is in: a run that stops
      * short leaves no normal year, which UTILBUDG refuses.
       270-open-model-file.
           open output model-file
           if model-ok then
              move spaces to model-record
              move "N" to mdl-record-type
              perform 275-normal-month
                      varying month-idx from 1 by 1
                      until month-idx > 12
              write model-record
           else
              display "WXMODEL NOT AVAILABLE - FITTED MODELS NOT KEPT"
           end-if.

       275-normal-month.
           move wmt-hdd(month-idx) to mdl-hdd(month-idx)
           move wmt-cdd(month-idx) to mdl-cdd(month-idx).

       300-load-billing-history.
           open input billing-file
           if not billing-ok then
              display "BILLHIST NOT AVAILABLE - NOTHING TO NORMALIZE"
              move "BILLHIST NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 310-read-billing-record until billing-eof
           close billing-file
       500-normalize-one-account.
           move 1 to period-idx
           perform 550-fit-one-period
           perform 585-write-model
           perform 580-evaluate-normal-year
           move norm-annual to norm-before
           perform 590-raw-annualized
           move norm-annual to raw-before
           move 2 to period-idx
           perform 550-fit-one-period
           perform 585-write-model
           perform 580-evaluate-normal-year
           move norm-annual to norm-after
           perform 590-raw-annualized
              move zero to norm-annual
           end-if.

      * A period with no billing months has no model to keep.
       585-write-model.
           if model-ok and fw-n is greater than zero then
              move spaces to model-record
              move "M" to mdl-record-type
              move ace-acct-no(acct-idx) to mdl-acct-no
              if period-idx is equal to 1 then
                 move "B" to mdl-period-flag
              else
                 move "A" to mdl-period-flag
              end-if
              move fitted-base to mdl-base
              move fitted-hslope to mdl-hslope
              move fitted-cslope to mdl-cslope
              move fw-n to mdl-months
              write model-record
              add 1 to model-written-count
           end-if.

      * The raw annualized figure: mean monthly usage times twelve,
      * no weather adjustment -- the figure the normalization is
      * correcting.
                      "% OF RAW DIFFERENCE"
           end-if
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
