       identification division.
       program-id.    espcrecn.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *   Performance-Contract Guaranteed-Savings Reconciliation       *
      *                                                                *
      ******************************************************************
      *
      * The energy-savings performance contractor's yearly M&V
      * report always finds the guarantee met.  This is the owner's
      * independent check, on the same weather-normalized basis
      * WXNORM reports:
      *
      *   - each measure's normalized annual savings is its
      *     account's before-period model less its after-period
      *     model, both evaluated at the normal year, read from
      *     the WXMODEL fits.  Where one account carries several
      *     measures the account's savings are shared among them
      *     in proportion to their guaranteed units;
      *   - the guarantee is valued at the contract's first-year
      *     dollars escalated by its rate for each contract year
      *     since; measured units are valued at the same escalated
      *     price per unit;
      *   - measures are netted within the contract, as the
      *     guarantee is written: a net shortfall is a payment
      *     owed to us, a net excess is credited to the
      *     contractor.  Where the contract lets excess carry
      *     forward, the banked excess is spent against later
      *     shortfalls before any payment is owed;
      *   - every year's result goes on the cumulative ESPCLDG
      *     ledger (the prior generation is copied forward, less
      *     any earlier run for the same year), and the report
      *     shows each contract's ledger over its term to date.
      *
      * Run WXNORM first with BILLHIST holding the baseline months
      * (B) and the reconciliation year's months (A), so WXMODEL
      * carries the models for the year being settled.
      *
      * Control card (ESPCCTL): reconciliation year(4).
      *
      * Contract card (ESPCCON), one per measure:
      *   contract(8) measure(10) acct-no(8)
      *   guaranteed annual units(10: 9(8)v99)
      *   first-year guaranteed dollars(9: 9(7)v99)
      *   escalation pct(3: 9v99) first contract year(4) term
      *   years(2) excess carries forward(1: Y or N)
      *   with one space between fields.  The escalation, years
      *   and carry flag are the contract's; the first card of a
      *   contract sets them.
      *
      * Ledger record (ESPCLDG, 120 bytes): one line per measure
      * per year and a *CONTRACT line per contract per year
      * carrying the netting -- excess credit applied, payment
      * due and the excess balance banked.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//ESPCRECN JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(ESPCRECN),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(ESPCRECN),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=ESPCRECN
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//ESPCCTL   DD DSN=&SYSUID..INPUT(ESPCCTL),DISP=SHR
      *//ESPCCON   DD DSN=&SYSUID..INPUT(ESPCCON),DISP=SHR
      *//WXMODEL   DD DSN=&SYSUID..WXMODEL(0),DISP=SHR
      *//OLDLDG    DD DSN=&SYSUID..ESPCLDG(0),DISP=SHR
      *//ESPCLDG   DD DSN=&SYSUID..ESPCLDG(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=120)
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
           select control-file assign to ESPCCTL
                    organization is sequential
                    file status is control-status.
      *
           select contract-file assign to ESPCCON
                    organization is sequential
                    file status is contract-status.
      *
           select model-file assign to WXMODEL
                    organization is sequential
                    file status is model-status.
      *
           select old-ledger-file assign to OLDLDG
                    organization is sequential
                    file status is old-ledger-status.
      *
           select ledger-file assign to ESPCLDG
                    organization is sequential
                    file status is ledger-status.

       data division.
       file section.
       fd  control-file record contains 80 characters
                        recording mode f.
       01  control-card.
           02 ctl-recon-year                   pic 9(4).
           02 filler                           pic x(76).
      *
       fd  contract-file record contains 80 characters
                         recording mode f.
       01  contract-card.
           02 ccd-contract                     pic x(8).
           02 filler                           pic x.
           02 ccd-measure                      pic x(10).
           02 filler                           pic x.
           02 ccd-acct-no                      pic x(8).
           02 filler                           pic x.
           02 ccd-guar-units                   pic 9(8)v99.
           02 filler                           pic x.
           02 ccd-guar-dollars                 pic 9(7)v99.
           02 filler                           pic x.
           02 ccd-escalation-pct               pic 9v99.
           02 filler                           pic x.
           02 ccd-first-year                   pic 9(4).
           02 filler                           pic x.
           02 ccd-term-years                   pic 99.
           02 filler                           pic x.
           02 ccd-carry-excess                 pic x.
           02 filler                           pic x(17).
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
       fd  old-ledger-file record contains 120 characters
                           recording mode f.
       01  old-ledger-record                   pic x(120).
      *
       fd  ledger-file record contains 120 characters
                       recording mode f.
       01  ledger-record.
           02 ldg-contract                     pic x(8).
           02 ldg-measure                      pic x(10).
           02 ldg-recon-year                   pic 9(4).
           02 ldg-contract-year                pic 99.
           02 ldg-guar-units                   pic 9(8)v99.
           02 ldg-meas-units                   pic s9(8)v99
                                               sign is leading
                                               separate.
           02 ldg-guar-dollars                 pic 9(7)v99.
           02 ldg-meas-dollars                 pic s9(7)v99
                                               sign is leading
                                               separate.
           02 ldg-shortfall                    pic 9(7)v99.
           02 ldg-excess                       pic 9(7)v99.
           02 ldg-credit-applied               pic 9(7)v99.
           02 ldg-payment-due                  pic 9(7)v99.
           02 ldg-excess-balance               pic 9(7)v99.
           02 ldg-run-date                     pic 9(8).
           02 filler                           pic x(3).

       working-storage section.

       01 control-status                       pic xx value "00".
           88 control-ok                       value "00".
       01 contract-status                      pic xx value "00".
           88 contract-ok                      value "00".
       01 model-status                         pic xx value "00".
           88 model-ok                         value "00".
       01 old-ledger-status                    pic xx value "00".
           88 old-ledger-ok                    value "00".
       01 ledger-status                        pic xx value "00".
           88 ledger-ok                        value "00".

       01 contract-eof-sw                      pic x value "N".
           88 contract-eof                     value "Y".
       01 model-eof-sw                         pic x value "N".
           88 model-eof                        value "Y".
       01 old-ledger-eof-sw                    pic x value "N".
           88 old-ledger-eof                   value "Y".

       01 recon-year                           pic 9(4).
       01 run-date                             pic 9(8).
       01 contract-line-name                   pic x(10)
                                               value "*CONTRACT".

      * The normal year's annual degree days from WXMODEL.
       01 normal-year-sw                       pic x value "N".
           88 normal-year-loaded               value "Y".
       01 annual-hdd                           pic 9(6)v9 comp-3.
       01 annual-cdd                           pic 9(6)v9 comp-3.
       01 month-idx                            pic 99.

      * Measures from the contract deck, with the normalized
      * before and after annual use of the measure's account.
       01 measure-count                        pic 999 value zero.
       01 measure-idx                          pic 999.
       01 measure-jdx                          pic 999.
       01 account-idx                          pic 999.
       01 measure-table.
           02 mse-entry occurs 200 times.
              03 mse-contract                  pic x(8).
              03 mse-measure                   pic x(10).
              03 mse-acct-no                   pic x(8).
              03 mse-guar-units                pic 9(8)v99 comp-3.
              03 mse-guar-dollars              pic 9(7)v99 comp-3.
              03 mse-escalation-pct            pic 9v99 comp-3.
              03 mse-first-year                pic 9(4).
              03 mse-term-years                pic 99.
              03 mse-carry-excess              pic x.
              03 mse-norm-before               pic s9(9)v99 comp-3.
              03 mse-norm-after                pic s9(9)v99 comp-3.
              03 mse-model-flags               pic xx.
              03 mse-done-sw                   pic x.

      * Ledger history: prior generation entries kept, plus this
      * year's, for the term-to-date report.
       01 ledger-count                         pic 9(4) value zero.
       01 ledger-idx                           pic 9(4).
       01 ledger-table.
           02 lte-entry occurs 2000 times      pic x(120).
       01 ledger-work.
           02 lwk-contract                     pic x(8).
           02 lwk-measure                      pic x(10).
           02 lwk-recon-year                   pic 9(4).
           02 lwk-contract-year                pic 99.
           02 lwk-guar-units                   pic 9(8)v99.
           02 lwk-meas-units                   pic s9(8)v99
                                               sign is leading
                                               separate.
           02 lwk-guar-dollars                 pic 9(7)v99.
           02 lwk-meas-dollars                 pic s9(7)v99
                                               sign is leading
                                               separate.
           02 lwk-shortfall                    pic 9(7)v99.
           02 lwk-excess                       pic 9(7)v99.
           02 lwk-credit-applied               pic 9(7)v99.
           02 lwk-payment-due                  pic 9(7)v99.
           02 lwk-excess-balance               pic 9(7)v99.
           02 lwk-run-date                     pic 9(8).
           02 filler                           pic x(3).
       01 ledger-replaced                      pic 9(5) value zero.

      * One contract being settled.
       01 current-contract                     pic x(8).
       01 contract-year                        pic 99.
       01 escalation-factor                    pic 9(3)v9(6) comp-3.
       01 year-idx                             pic 99.
       01 account-guar-units                   pic 9(9)v99 comp-3.
       01 account-savings                      pic s9(9)v99 comp-3.
       01 measure-savings                      pic s9(9)v99 comp-3.
       01 guar-dollars-year                    pic 9(7)v99 comp-3.
       01 meas-dollars-year                    pic s9(7)v99 comp-3.
       01 unit-value                           pic 9(5)v9(6) comp-3.
       01 net-dollars                          pic s9(8)v99 comp-3.
       01 contract-guar-units                  pic 9(9)v99 comp-3.
       01 contract-meas-units                  pic s9(9)v99 comp-3.
       01 contract-guar-dollars                pic 9(8)v99 comp-3.
       01 contract-meas-dollars                pic s9(8)v99 comp-3.
       01 prior-excess-balance                 pic 9(7)v99 comp-3.
       01 prior-balance-year                   pic 9(4).
       01 credit-applied                       pic 9(7)v99 comp-3.
       01 payment-due                          pic 9(7)v99 comp-3.
       01 excess-balance                       pic 9(7)v99 comp-3.
       01 shortfall-work                       pic 9(7)v99 comp-3.
       01 excess-work                          pic 9(7)v99 comp-3.

      * Term-to-date totals for the ledger report.
       01 cum-guar-dollars                     pic s9(9)v99 comp-3.
       01 cum-meas-dollars                     pic s9(9)v99 comp-3.
       01 cum-payments                         pic s9(9)v99 comp-3.

       01 contracts-settled                    pic 9(5) value zero.
       01 cards-read                           pic 9(7) value zero.
       01 cards-rejected                       pic 9(7) value zero.
       01 ledger-written                       pic 9(7) value zero.
       01 total-payments-due                   pic 9(9)v99 comp-3
                                               value zero.

       01 units-out                            pic zz,zzz,zz9.99-.
       01 units-out-2                          pic zz,zzz,zz9.99-.
       01 money-out                            pic z,zzz,zz9.99-.
       01 money-out-2                          pic z,zzz,zz9.99-.
       01 money-out-3                          pic z,zzz,zz9.99-.
       01 money-out-4                          pic z,zzz,zz9.99-.
       01 count-out                            pic zzz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "ESPCRECN".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "*****  PERFORMANCE-CONTRACT RECONCILIATION  *****"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date(1:8) to run-date
           perform 200-read-control-card
           if recon-year is greater than zero then
              perform 250-load-contracts
              perform 300-load-models
              if measure-count is equal to zero or
                 not normal-year-loaded then
                 display "ESPCCON OR WXMODEL EMPTY - NOTHING"
                         " RECONCILED"
                 move "NO MEASURES OR MODEL" to runlog-condition
                 move 8 to return-code
              else
                 perform 400-copy-prior-ledger
                 if ledger-ok then
                    perform 500-settle-one-contract
                            varying measure-idx from 1 by 1
                            until measure-idx > measure-count
                    close ledger-file
                    perform 700-ledger-report
                 end-if
              end-if
           end-if
           move return-code to runlog-return-code
           move "E" to runlog-event
           move cards-read to runlog-read
           move ledger-written to runlog-written
           move cards-rejected to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "*****  END OF CONTRACT RECONCILIATION  *****"
           stop run.

       200-read-control-card.
           move zero to recon-year
           open input control-file
           if not control-ok then
              display "ESPCCTL NOT AVAILABLE - NO RECONCILIATION YEAR"
              move "ESPCCTL NOT OPENED" to runlog-condition
              move 8 to return-code
           else
              read control-file
                 at end
                    display "ESPCCTL EMPTY - NO RECONCILIATION YEAR"
                    move "ESPCCTL EMPTY" to runlog-condition
                    move 8 to return-code
                 not at end
                    if ctl-recon-year is numeric then
                       move ctl-recon-year to recon-year
                       display "RECONCILIATION YEAR " recon-year
                    else
                       display "ESPCCTL YEAR NOT NUMERIC: "
                               control-card(1:4)
                       move "ESPCCTL YEAR INVALID" to runlog-condition
                       move 8 to return-code
                    end-if
              end-read
              close control-file
           end-if.

       250-load-contracts.
           open input contract-file
           if not contract-ok then
              display "ESPCCON NOT AVAILABLE"
           else
              perform 255-read-contract until contract-eof
              close contract-file
           end-if.

       255-read-contract.
           read contract-file
              at end set contract-eof to true
              not at end perform 260-store-contract
           end-read.

       260-store-contract.
           add 1 to cards-read
           if ccd-guar-units is not numeric or
              ccd-guar-dollars is not numeric or
              ccd-escalation-pct is not numeric or
              ccd-first-year is not numeric or
              ccd-term-years is not numeric or
              ccd-guar-units is equal to zero or
              (ccd-carry-excess is not equal to "Y" and
               ccd-carry-excess is not equal to "N") then
              display "ESPCCON CARD REJECTED: " ccd-contract " "
                      ccd-measure
              add 1 to cards-rejected
           else
              if measure-count is less than 200 then
                 add 1 to measure-count
                 move ccd-contract to mse-contract(measure-count)
                 move ccd-measure to mse-measure(measure-count)
                 move ccd-acct-no to mse-acct-no(measure-count)
                 move ccd-guar-units to mse-guar-units(measure-count)
                 move ccd-guar-dollars to
                      mse-guar-dollars(measure-count)
                 move ccd-escalation-pct to
                      mse-escalation-pct(measure-count)
                 move ccd-first-year to mse-first-year(measure-count)
                 move ccd-term-years to mse-term-years(measure-count)
                 move ccd-carry-excess to
                      mse-carry-excess(measure-count)
                 move zero to mse-norm-before(measure-count)
                              mse-norm-after(measure-count)
                 move spaces to mse-model-flags(measure-count)
                 move "N" to mse-done-sw(measure-count)
              else
                 display "MEASURE TABLE FULL - " ccd-contract " "
                         ccd-measure " DROPPED"
                 add 1 to cards-rejected
              end-if
           end-if.

       300-load-models.
           open input model-file
           if not model-ok then
              display "WXMODEL NOT AVAILABLE"
           else
              perform 310-read-model until model-eof
              close model-file
           end-if.

       310-read-model.
           read model-file
              at end set model-eof to true
              not at end perform 320-store-model
           end-read.

      * The normal-year record comes first, so the annual degree
      * days are in hand before any account model is evaluated.
       320-store-model.
           evaluate mdl-record-type
              when "N"
                 move zero to annual-hdd annual-cdd
                 perform 325-sum-normal-month
                         varying month-idx from 1 by 1
                         until month-idx > 12
                 set normal-year-loaded to true
              when "M"
                 if normal-year-loaded then
                    perform 330-post-account-model
                            varying measure-jdx from 1 by 1
                            until measure-jdx > measure-count
                 end-if
           end-evaluate.

       325-sum-normal-month.
           add mdl-hdd(month-idx) to annual-hdd
           add mdl-cdd(month-idx) to annual-cdd.

      * The same evaluation WXNORM's 580-evaluate-normal-year makes.
       330-post-account-model.
           if mse-acct-no(measure-jdx) is equal to mdl-acct-no then
              compute account-savings rounded =
                       mdl-base * 12 + mdl-hslope * annual-hdd +
                       mdl-cslope * annual-cdd
              if account-savings is less than zero then
                 move zero to account-savings
              end-if
              if mdl-period-flag is equal to "B" then
                 move account-savings to
                      mse-norm-before(measure-jdx)
                 move "B" to mse-model-flags(measure-jdx)(1:1)
              else
                 move account-savings to mse-norm-after(measure-jdx)
                 move "A" to mse-model-flags(measure-jdx)(2:1)
              end-if
           end-if.

      * The prior generation is carried forward whole, except an
      * earlier run's entries for the year being settled now.
       400-copy-prior-ledger.
           open output ledger-file
           if not ledger-ok then
              display "ESPCLDG NOT AVAILABLE - NOTHING RECONCILED"
              move "ESPCLDG NOT OPENED" to runlog-condition
              move 8 to return-code
           else
              open input old-ledger-file
              if not old-ledger-ok then
                 display "NO PRIOR ESPCLDG - LEDGER STARTS THIS YEAR"
              else
                 perform 410-read-old-ledger until old-ledger-eof
                 close old-ledger-file
              end-if
              if ledger-replaced is greater than zero then
                 move ledger-replaced to count-out
                 display "EARLIER " recon-year " ENTRIES REPLACED: "
                         count-out
              end-if
           end-if.

       410-read-old-ledger.
           read old-ledger-file
              at end set old-ledger-eof to true
              not at end perform 420-carry-old-entry
           end-read.

       420-carry-old-entry.
           move old-ledger-record to ledger-work
           if lwk-recon-year is equal to recon-year then
              add 1 to ledger-replaced
           else
              move old-ledger-record to ledger-record
              write ledger-record
              add 1 to ledger-written
              perform 690-keep-ledger-entry
           end-if.

      ******************************************************************
      * Settle a contract when its first measure comes up; the rest
      * of its measures are marked done as they are settled with it.
      ******************************************************************
       500-settle-one-contract.
           if mse-done-sw(measure-idx) is not equal to "Y" then
              move mse-contract(measure-idx) to current-contract
              compute contract-year =
                       recon-year - mse-first-year(measure-idx) + 1
              if recon-year is less than mse-first-year(measure-idx)
                 or contract-year is greater than
                    mse-term-years(measure-idx) then
                 display "CONTRACT " current-contract
                         " NOT IN TERM FOR " recon-year
                 perform 590-mark-contract-done
                         varying measure-jdx from measure-idx by 1
                         until measure-jdx > measure-count
              else
                 perform 510-settle-contract-year
              end-if
           end-if.

       510-settle-contract-year.
           add 1 to contracts-settled
           move 1 to escalation-factor
           perform 515-escalate-one-year
                   varying year-idx from 2 by 1
                   until year-idx > contract-year
           move zero to contract-guar-units contract-meas-units
                        contract-guar-dollars contract-meas-dollars
           display spaces
           display "CONTRACT " current-contract "  YEAR "
                   contract-year " OF " mse-term-years(measure-idx)
                   "  RECONCILIATION " recon-year
           display "MEASURE      ACCOUNT       GUARANTEED UNITS"
                   "  MEASURED UNITS    GUARANTEED $    MEASURED $"
                   "     SHORTFALL $     EXCESS $"
           perform 520-settle-one-measure
                   varying measure-jdx from measure-idx by 1
                   until measure-jdx > measure-count
           perform 560-net-the-contract.

       515-escalate-one-year.
           compute escalation-factor rounded =
                    escalation-factor + escalation-factor *
                    mse-escalation-pct(measure-idx) / 100.

       520-settle-one-measure.
           if mse-contract(measure-jdx) is equal to current-contract
              then
              move "Y" to mse-done-sw(measure-jdx)
              if mse-model-flags(measure-jdx) is not equal to "BA"
                 then
                 display "  " mse-measure(measure-jdx) " ACCOUNT "
                         mse-acct-no(measure-jdx)
                         " LACKS A BEFORE OR AFTER MODEL - SAVINGS"
                         " TAKEN AS ZERO"
                 move zero to measure-savings
              else
                 perform 530-share-account-savings
              end-if
              compute guar-dollars-year rounded =
                       mse-guar-dollars(measure-jdx) *
                       escalation-factor
              compute unit-value rounded =
                       guar-dollars-year /
                       mse-guar-units(measure-jdx)
              compute meas-dollars-year rounded =
                       measure-savings * unit-value
              move spaces to ledger-record
              move current-contract to ldg-contract
              move mse-measure(measure-jdx) to ldg-measure
              move mse-guar-units(measure-jdx) to ldg-guar-units
              move measure-savings to ldg-meas-units
              move guar-dollars-year to ldg-guar-dollars
              move meas-dollars-year to ldg-meas-dollars
              compute net-dollars =
                       guar-dollars-year - meas-dollars-year
              perform 550-split-net
              move zero to ldg-credit-applied ldg-payment-due
                           ldg-excess-balance
              perform 580-write-ledger
              move mse-guar-units(measure-jdx) to units-out
              move measure-savings to units-out-2
              move guar-dollars-year to money-out
              move meas-dollars-year to money-out-2
              move shortfall-work to money-out-3
              move excess-work to money-out-4
              display mse-measure(measure-jdx) "   "
                      mse-acct-no(measure-jdx) " " units-out
                      units-out-2 money-out money-out-2 money-out-3
                      money-out-4
              add mse-guar-units(measure-jdx) to contract-guar-units
              add measure-savings to contract-meas-units
              add guar-dollars-year to contract-guar-dollars
              add meas-dollars-year to contract-meas-dollars
           end-if.

      * An account's savings are shared among all of the contracts'
      * measures on it by guaranteed units.
       530-share-account-savings.
           compute account-savings =
                    mse-norm-before(measure-jdx) -
                    mse-norm-after(measure-jdx)
           move zero to account-guar-units
           perform 535-sum-account-guarantee
                   varying account-idx from 1 by 1
                   until account-idx > measure-count
           compute measure-savings rounded =
                    account-savings * mse-guar-units(measure-jdx) /
                    account-guar-units.

       535-sum-account-guarantee.
           if mse-acct-no(account-idx) is equal to
              mse-acct-no(measure-jdx) then
              add mse-guar-units(account-idx) to account-guar-units
           end-if.

       550-split-net.
           if net-dollars is greater than zero then
              move net-dollars to shortfall-work
              move zero to excess-work
           else
              move zero to shortfall-work
              compute excess-work = 0 - net-dollars
           end-if
           move shortfall-work to ldg-shortfall
           move excess-work to ldg-excess.

      * Net the measures; a shortfall draws down any banked excess
      * before a payment is owed.
       560-net-the-contract.
           perform 565-find-prior-balance
           compute net-dollars =
                    contract-guar-dollars - contract-meas-dollars
           move zero to credit-applied payment-due
           move prior-excess-balance to excess-balance
           if net-dollars is greater than zero then
              if net-dollars is greater than excess-balance then
                 move excess-balance to credit-applied
              else
                 move net-dollars to credit-applied
              end-if
              subtract credit-applied from excess-balance
              compute payment-due = net-dollars - credit-applied
           else
              if mse-carry-excess(measure-idx) is equal to "Y" then
                 compute excess-balance =
                          excess-balance - net-dollars
              end-if
           end-if
           move spaces to ledger-record
           move current-contract to ldg-contract
           move contract-line-name to ldg-measure
           move contract-guar-units to ldg-guar-units
           move contract-meas-units to ldg-meas-units
           move contract-guar-dollars to ldg-guar-dollars
           move contract-meas-dollars to ldg-meas-dollars
           perform 550-split-net
           move credit-applied to ldg-credit-applied
           move payment-due to ldg-payment-due
           move excess-balance to ldg-excess-balance
           perform 580-write-ledger
           add payment-due to total-payments-due
           move contract-guar-dollars to money-out
           move contract-meas-dollars to money-out-2
           move shortfall-work to money-out-3
           move excess-work to money-out-4
           display "CONTRACT NET                "
                   "                              " money-out
                   money-out-2 money-out-3 money-out-4
           move credit-applied to money-out
           display "  BANKED EXCESS APPLIED TO SHORTFALL: " money-out
           move payment-due to money-out
           display "  SHORTFALL PAYMENT OWED TO OWNER   : " money-out
           if mse-carry-excess(measure-idx) is equal to "Y" then
              move excess-balance to money-out
              display "  EXCESS BANKED FOR LATER YEARS     : "
                      money-out
           else
              move excess-work to money-out
              display "  EXCESS CREDITED, NOT CARRIED      : "
                      money-out
           end-if.

      * The banked balance is the contract line of the latest
      * earlier year on the ledger.
       565-find-prior-balance.
           move zero to prior-excess-balance
           move zero to prior-balance-year
           perform 570-check-prior-entry
                   varying ledger-idx from 1 by 1
                   until ledger-idx > ledger-count.

       570-check-prior-entry.
           move lte-entry(ledger-idx) to ledger-work
           if lwk-contract is equal to current-contract and
              lwk-measure is equal to contract-line-name and
              lwk-recon-year is less than recon-year and
              lwk-recon-year is greater than prior-balance-year then
              move lwk-recon-year to prior-balance-year
              move lwk-excess-balance to prior-excess-balance
           end-if.

       580-write-ledger.
           move recon-year to ldg-recon-year
           move contract-year to ldg-contract-year
           move run-date to ldg-run-date
           write ledger-record
           add 1 to ledger-written
           perform 690-keep-ledger-entry.

       590-mark-contract-done.
           if mse-contract(measure-jdx) is equal to current-contract
              then
              move "Y" to mse-done-sw(measure-jdx)
           end-if.

       690-keep-ledger-entry.
           if ledger-count is less than 2000 then
              add 1 to ledger-count
              move ledger-record to lte-entry(ledger-count)
           else
              display "LEDGER TABLE FULL - TERM REPORT INCOMPLETE"
           end-if.

      ******************************************************************
      * Term-to-date ledger by contract, from the contract lines.
      ******************************************************************
       700-ledger-report.
           display spaces
           display "CUMULATIVE LEDGER BY CONTRACT"
           display "CONTRACT YEAR  RECON   GUARANTEED $    MEASURED $"
                   "    PAYMENT DUE  EXCESS BALANCE"
           perform 710-report-one-contract
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count
           display spaces
           move contracts-settled to count-out
           display "CONTRACTS SETTLED   : " count-out
           move total-payments-due to money-out
           display "PAYMENTS OWED TO US : " money-out
           move ledger-written to count-out
           display "LEDGER RECORDS      : " count-out.

      * Once per contract: on its first measure in the deck.
       710-report-one-contract.
           if measure-idx is equal to 1 or
              mse-contract(measure-idx) is not equal to
              mse-contract(measure-idx - 1) then
              move mse-contract(measure-idx) to current-contract
              move zero to cum-guar-dollars cum-meas-dollars
                           cum-payments
              perform 720-report-ledger-year
                      varying year-idx from 1 by 1
                      until year-idx > mse-term-years(measure-idx)
              move cum-guar-dollars to money-out
              move cum-meas-dollars to money-out-2
              move cum-payments to money-out-3
              display current-contract " TERM TO DATE "
                      money-out money-out-2 money-out-3
           end-if.

       720-report-ledger-year.
           perform 730-report-ledger-entry
                   varying ledger-idx from 1 by 1
                   until ledger-idx > ledger-count.

       730-report-ledger-entry.
           move lte-entry(ledger-idx) to ledger-work
           if lwk-contract is equal to current-contract and
              lwk-measure is equal to contract-line-name and
              lwk-contract-year is equal to year-idx then
              move lwk-guar-dollars to money-out
              move lwk-meas-dollars to money-out-2
              move lwk-payment-due to money-out-3
              move lwk-excess-balance to money-out-4
              display lwk-contract "  " lwk-contract-year "   "
                      lwk-recon-year " " money-out money-out-2
                      money-out-3 money-out-4
              add lwk-guar-dollars to cum-guar-dollars
              add lwk-meas-dollars to cum-meas-dollars
              add lwk-payment-due to cum-payments
           end-if.
