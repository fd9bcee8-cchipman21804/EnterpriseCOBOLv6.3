       identification division.
       program-id.    dhwinst.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Quarterly Installer Scorecard for the DHW Program       *
      *                                                                *
      ******************************************************************
      *
      * Every DHWSAVE retrofit is put in by one of the program's
      * contractors, and the master now carries the installer, the
      * installer's job number and the post-installation inspection
      * result (R required and not yet back, P passed, F failed).
      * When the realization rates come in low this scorecard shows
      * whether it is one installer or the whole program:
      *
      *   - per installer, for the jobs installed in the quarter:
      *     jobs done, inspections back, passed, pass rate, still
      *     pending, average predicted savings (annual MMBtu, from
      *     the newest history slot), and the rebate dollars paid
      *     through PAYINTF for those jobs;
      *   - per installer, to date: the M&V realization rate over
      *     every job with both before and after bills on BILLHIST
      *     -- annualized usage reduction over predicted savings, in
      *     MMBtu so fuels add up (a quarter's own jobs will not
      *     have a year of after-bills yet);
      *   - an installer whose pass rate (with enough inspections
      *     back) or realization rate (with enough billed jobs) is
      *     under the standard is flagged PROBATION, and the run
      *     ends RC 4 so the scheduler can route the listing.
      *
      * QTRCARD: year(4) quarter(1) pass-standard(3: percent,
      *   default 080) realization-standard(3: percent, default 070)
      *   minimum-inspections(2: default 02) minimum-billed-jobs(2:
      *   default 03), one space between fields after the quarter.
      *   Missing card, the last completed quarter and defaults.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//DHWINST  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(DHWINST),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(DHWINST),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=DHWINST
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//CUSTMAST  DD DSN=&SYSUID..DHWMAST(0),DISP=SHR
      *//BILLHIST  DD DSN=&SYSUID..INPUT(BILLHIST),DISP=SHR
      *//PAYINTF   DD DSN=&SYSUID..PAYINTF,DISP=SHR
      *//QTRCARD   DD DSN=&SYSUID..INPUT(QTRCARD),DISP=SHR
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
           select cust-master-in assign to CUSTMAST
                    organization is sequential
                    file status is cust-master-status.
      *
           select billing-file assign to BILLHIST
                    organization is sequential
                    file status is billing-status.
      *
           select payment-file assign to PAYINTF
                    organization is sequential
                    file status is payment-status.
      *
           select quarter-card-file assign to QTRCARD
                    organization is sequential
                    file status is quarter-card-status.

       data division.
       file section.
      * DHW customer master as DHWSAVE writes it.
       fd  cust-master-in record contains 160 characters
                          recording mode f.
       01  cust-master-in-record.
           02 cmi-acct-no                      pic x(8).
           02 cmi-cust-name                    pic x(20).
           02 cmi-fuel-type                    pic x.
           02 cmi-install-date                 pic 9(8).
           02 cmi-hist-count                   pic x.
           02 cmi-hist occurs 5 times.
              03 cmi-hist-year                 pic 9(4).
              03 cmi-hist-energy               pic s9(6)v9
                                               sign is leading
                                               separate.
              03 cmi-hist-cost                 pic s99v99
                                               sign is leading
                                               separate.
           02 cmi-installer-id                 pic x(6).
           02 cmi-installer-job                pic x(5).
           02 cmi-inspect-result               pic x.
           02 filler                           pic x(25).
      *
      * Utility bills, B before and A after the retrofit, in the
      * account's own fuel units.
       fd  billing-file record contains 80 characters
                        recording mode f.
       01  billing-record.
           02 blh-acct-no                      pic x(8).
           02 blh-service-month                pic 9(6).
           02 blh-usage                        pic 9(6)v99.
           02 blh-period-flag                  pic x.
           02 filler                           pic x(57).
      *
      * DHWSAVE's rebate payment interface.
       fd  payment-file record contains 80 characters
                        recording mode f.
       01  payment-record.
           02 pir-acct-no                      pic x(8).
           02 filler                           pic x.
           02 pir-cust-name                    pic x(20).
           02 filler                           pic x.
           02 pir-rebate-amount                pic 9(3)v99.
           02 filler                           pic x.
           02 pir-program-year                 pic 9(4).
           02 filler                           pic x.
           02 pir-energy-saved                 pic s9(6)v9
                                               sign is leading
                                               separate.
           02 filler                           pic x(31).
      *
       fd  quarter-card-file record contains 80 characters
                             recording mode f.
       01  quarter-card.
           02 qtc-year-in                      pic x(4).
           02 qtc-quarter-in                   pic x.
           02 filler                           pic x.
           02 qtc-pass-standard-in             pic x(3).
           02 filler                           pic x.
           02 qtc-rr-standard-in               pic x(3).
           02 filler                           pic x.
           02 qtc-min-inspections-in           pic x(2).
           02 filler                           pic x.
           02 qtc-min-billed-in                pic x(2).
           02 filler                           pic x(61).

       working-storage section.

       01 cust-master-status                   pic xx value "00".
           88 cust-master-ok                   value "00".
       01 billing-status                       pic xx value "00".
           88 billing-ok                       value "00".
       01 payment-status                       pic xx value "00".
           88 payment-ok                       value "00".
       01 quarter-card-status                  pic xx value "00".
           88 quarter-card-ok                  value "00".
       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 billing-eof-sw                       pic x value "N".
           88 billing-eof                      value "Y".
       01 payment-eof-sw                       pic x value "N".
           88 payment-eof                      value "Y".

      * The quarter and the standards.
       01 report-year                          pic 9(4).
       01 report-quarter                       pic 9.
       01 quarter-start                        pic 9(8).
       01 quarter-end                          pic 9(8).
       01 current-month                        pic 99.
       01 month-work                           pic 99.
       01 pass-standard                        pic 999 value 80.
       01 rr-standard                          pic 999 value 70.
       01 min-inspections                      pic 99 value 2.
       01 min-billed                           pic 99 value 3.

      * The installed accounts, in master (account) order.
       01 account-count                        pic 999 value zero.
       01 account-idx                          pic 999.
       01 account-found-sw                     pic x.
           88 account-found                    value "Y".
       01 found-idx                            pic 999.
       01 search-acct-no                       pic x(8).
       01 account-table.
           02 account-entry occurs 500 times.
              03 act-acct-no                   pic x(8).
              03 act-installer-idx             pic 99.
              03 act-fuel-type                 pic 9.
              03 act-in-quarter-sw             pic x.
                 88 act-in-quarter             value "Y".
              03 act-inspect-result            pic x.
              03 act-predicted-mmbtu           pic 9(5)v9(4).
              03 act-before-sum                pic 9(8)v99.
              03 act-before-count              pic 999.
              03 act-after-sum                 pic 9(8)v99.
              03 act-after-count               pic 999.

      * The installers.
       01 installer-count                      pic 99 value zero.
       01 installer-idx                        pic 99.
       01 installer-idx-2                      pic 99.
       01 installer-found-sw                   pic x.
           88 installer-found                  value "Y".
       01 search-installer                     pic x(6).
       01 installer-table.
           02 installer-entry occurs 50 times.
              03 ins-installer-id              pic x(6).
              03 ins-jobs                      pic 9(5).
              03 ins-inspected                 pic 9(5).
              03 ins-passed                    pic 9(5).
              03 ins-pending                   pic 9(5).
              03 ins-predicted-sum             pic 9(7)v9(4).
              03 ins-rebates                   pic 9(7)v99.
              03 ins-billed                    pic 9(5).
              03 ins-actual-mmbtu              pic s9(7)v9(4).
              03 ins-billed-predicted          pic 9(7)v9(4).
       01 installer-swap-area                  pic x(73).
       01 sort-done-sw                         pic x.
           88 sort-done                        value "Y".

      * Per-account M&V arithmetic.
       01 btu-per-unit                         pic 9(6).
       01 annual-usage-drop                    pic s9(7)v9(4).
       01 actual-mmbtu                         pic s9(7)v9(4).
       01 pass-rate                            pic 999v9.
       01 realization-rate                     pic s999v9.
       01 average-predicted                    pic 9(5)v99.
       01 probation-sw                         pic x.
           88 on-probation                     value "Y".

       01 records-read                         pic 9(5) value zero.
       01 no-installer-count                   pic 9(5) value zero.
       01 bills-read                           pic 9(7) value zero.
       01 bills-unmatched                      pic 9(5) value zero.
       01 payments-read                        pic 9(5) value zero.
       01 probation-count                      pic 99 value zero.
       01 total-jobs                           pic 9(5) value zero.
       01 total-inspected                      pic 9(5) value zero.
       01 total-passed                         pic 9(5) value zero.
       01 total-rebates                        pic 9(7)v99 value zero.

       01 count-out                            pic zz,zz9.
       01 jobs-out                             pic zzz9.
       01 inspected-out                        pic zzz9.
       01 passed-out                           pic zzz9.
       01 pending-out                          pic zzz9.
       01 billed-out                           pic zzz9.
       01 rate-out                             pic zz9.9.
       01 rr-out                               pic -zz9.9.
       01 mmbtu-out                            pic zz,zz9.99.
       01 dollars-out                          pic z,zzz,zz9.99.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "DHWINST".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  DHW PROGRAM INSTALLER SCORECARD"
                   "  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 150-read-quarter-card
           perform 200-load-accounts
           if installer-count is equal to zero then
              display "NO INSTALLER ON CUSTMAST - NO SCORECARD"
              move "NO INSTALLERS" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 300-post-billing
           perform 400-post-payments
           perform 500-score-one-account
                   varying account-idx from 1 by 1
                   until account-idx > account-count
           perform 600-print-scorecard
           if probation-count is greater than zero then
              move 4 to return-code
              move "INSTALLER PROBATION" to runlog-condition
           end-if
           move "E" to runlog-event
           move records-read to runlog-read
           move installer-count to runlog-written
           move no-installer-count to runlog-rejected
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  INSTALLER SCORECARD ENDS  ********"
           stop run.

      * The last completed quarter unless the card names one.
       150-read-quarter-card.
           move function current-date(1:4) to report-year
           move function current-date(5:2) to current-month
           compute month-work = current-month - 1
           divide month-work by 3 giving report-quarter
           if report-quarter is equal to zero then
              move 4 to report-quarter
              subtract 1 from report-year
           end-if
           open input quarter-card-file
           if quarter-card-ok then
              read quarter-card-file
                 at end continue
                 not at end perform 160-take-quarter-card
              end-read
              close quarter-card-file
           end-if
           compute month-work = report-quarter * 3 - 2
           compute quarter-start =
                    report-year * 10000 + month-work * 100 + 1
           compute month-work = report-quarter * 3
           if month-work is equal to 6 or month-work is equal to 9
              then
              compute quarter-end =
                       report-year * 10000 + month-work * 100 + 30
           else
              compute quarter-end =
                       report-year * 10000 + month-work * 100 + 31
           end-if
           display "QUARTER " report-year "-Q" report-quarter
                   " (" quarter-start " TO " quarter-end ")"
           display "STANDARDS: PASS RATE " pass-standard
                   "% (MIN " min-inspections " INSPECTIONS), "
                   "REALIZATION " rr-standard "% (MIN " min-billed
                   " BILLED JOBS)".

       160-take-quarter-card.
           if qtc-year-in is numeric and
              qtc-quarter-in is numeric and
              qtc-quarter-in is greater than "0" and
              qtc-quarter-in is less than "5" then
              move qtc-year-in to report-year
              move qtc-quarter-in to report-quarter
           end-if
           if qtc-pass-standard-in is numeric then
              move qtc-pass-standard-in to pass-standard
           end-if
           if qtc-rr-standard-in is numeric then
              move qtc-rr-standard-in to rr-standard
           end-if
           if qtc-min-inspections-in is numeric then
              move qtc-min-inspections-in to min-inspections
           end-if
           if qtc-min-billed-in is numeric then
              move qtc-min-billed-in to min-billed
           end-if.

      ******************************************************************
      * Accounts with an installer, and their installers.
      ******************************************************************
       200-load-accounts.
           open input cust-master-in
           if not cust-master-ok then
              display "CUSTMAST NOT AVAILABLE - NO SCORECARD"
              move "CUSTMAST MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-master until master-eof
           close cust-master-in
           move records-read to count-out
           display "MASTER RECORDS READ   : " count-out
           move no-installer-count to count-out
           display "NO INSTALLER ON FILE  : " count-out.

       210-read-master.
           read cust-master-in
              at end set master-eof to true
              not at end
                 add 1 to records-read
                 perform 220-take-account
           end-read.

       220-take-account.
           if cmi-installer-id is equal to spaces or
              account-count is not less than 500 then
              add 1 to no-installer-count
           else
              move cmi-installer-id to search-installer
              perform 230-find-installer
              if installer-found then
                 add 1 to account-count
                 perform 225-store-account
              else
                 add 1 to no-installer-count
              end-if
           end-if.

       225-store-account.
           move cmi-acct-no to act-acct-no(account-count)
           move installer-idx to act-installer-idx(account-count)
           move cmi-inspect-result to
                act-inspect-result(account-count)
           if cmi-fuel-type is numeric then
              move cmi-fuel-type to act-fuel-type(account-count)
           else
              move zero to act-fuel-type(account-count)
           end-if
           if cmi-install-date is not less than quarter-start and
              cmi-install-date is not greater than quarter-end then
              move "Y" to act-in-quarter-sw(account-count)
           else
              move "N" to act-in-quarter-sw(account-count)
           end-if
           move zero to act-predicted-mmbtu(account-count)
           if cmi-hist-count is numeric and
              cmi-hist-count is greater than "0" and
              cmi-hist-count is not greater than "5" then
              compute act-predicted-mmbtu(account-count) rounded =
                       cmi-hist-energy(function numval(cmi-hist-count))
                       * 365 / 1000000
           end-if
           move zero to act-before-sum(account-count)
                        act-before-count(account-count)
                        act-after-sum(account-count)
                        act-after-count(account-count).

       230-find-installer.
           move "N" to installer-found-sw
           perform 235-match-installer
                   varying installer-idx-2 from 1 by 1
                   until installer-idx-2 > installer-count
                   or installer-found
           if not installer-found and installer-count < 50 then
              add 1 to installer-count
              move installer-count to installer-idx
              move search-installer to ins-installer-id(installer-idx)
              move zero to ins-jobs(installer-idx)
                           ins-inspected(installer-idx)
                           ins-passed(installer-idx)
                           ins-pending(installer-idx)
                           ins-predicted-sum(installer-idx)
                           ins-rebates(installer-idx)
                           ins-billed(installer-idx)
                           ins-actual-mmbtu(installer-idx)
                           ins-billed-predicted(installer-idx)
              set installer-found to true
           end-if.

       235-match-installer.
           if ins-installer-id(installer-idx-2) is equal to
              search-installer then
              set installer-found to true
              move installer-idx-2 to installer-idx
           end-if.

       240-find-account.
           move "N" to account-found-sw
           perform 245-match-account
                   varying account-idx from 1 by 1
                   until account-idx > account-count
                   or account-found.

       245-match-account.
           if act-acct-no(account-idx) is equal to search-acct-no then
              set account-found to true
              move account-idx to found-idx
           end-if.

      ******************************************************************
      * Before/after bills and the rebates paid.
      ******************************************************************
       300-post-billing.
           open input billing-file
           if not billing-ok then
              display "BILLHIST NOT AVAILABLE - NO REALIZATION RATES"
           else
              perform 310-read-bill until billing-eof
              close billing-file
           end-if.

       310-read-bill.
           read billing-file
              at end set billing-eof to true
              not at end
                 add 1 to bills-read
                 perform 320-post-one-bill
           end-read.

       320-post-one-bill.
           move blh-acct-no to search-acct-no
           perform 240-find-account
           if not account-found or blh-usage is not numeric then
              add 1 to bills-unmatched
           else
              evaluate blh-period-flag
                 when "B"
                    add blh-usage to act-before-sum(found-idx)
                    add 1 to act-before-count(found-idx)
                 when "A"
                    add blh-usage to act-after-sum(found-idx)
                    add 1 to act-after-count(found-idx)
                 when other
                    add 1 to bills-unmatched
              end-evaluate
           end-if.

       400-post-payments.
           open input payment-file
           if not payment-ok then
              display "PAYINTF NOT AVAILABLE - NO REBATE DOLLARS"
           else
              perform 410-read-payment until payment-eof
              close payment-file
           end-if.

       410-read-payment.
           read payment-file
              at end set payment-eof to true
              not at end
                 add 1 to payments-read
                 perform 420-post-one-payment
           end-read.

       420-post-one-payment.
           move pir-acct-no to search-acct-no
           perform 240-find-account
           if account-found and pir-rebate-amount is numeric then
              if act-in-quarter(found-idx) then
                 move act-installer-idx(found-idx) to installer-idx
                 add pir-rebate-amount to ins-rebates(installer-idx)
              end-if
           end-if.

      ******************************************************************
      * Each account into its installer's counts.  Realization takes
      * every billed job; the rest only the quarter's.
      ******************************************************************
       500-score-one-account.
           move act-installer-idx(account-idx) to installer-idx
           if act-in-quarter(account-idx) then
              add 1 to ins-jobs(installer-idx)
              add act-predicted-mmbtu(account-idx) to
                  ins-predicted-sum(installer-idx)
              evaluate act-inspect-result(account-idx)
                 when "P"
                    add 1 to ins-inspected(installer-idx)
                    add 1 to ins-passed(installer-idx)
                 when "F"
                    add 1 to ins-inspected(installer-idx)
                 when "R"
                    add 1 to ins-pending(installer-idx)
              end-evaluate
           end-if
           if act-before-count(account-idx) > zero and
              act-after-count(account-idx) > zero and
              act-predicted-mmbtu(account-idx) > zero then
              evaluate act-fuel-type(account-idx)
                 when 1 move 3412 to btu-per-unit
                 when 2 move 103700 to btu-per-unit
                 when 3 move 91452 to btu-per-unit
                 when other move zero to btu-per-unit
              end-evaluate
              if btu-per-unit is greater than zero then
                 perform 510-account-realization
              end-if
           end-if.

       510-account-realization.
           compute annual-usage-drop rounded =
                    (act-before-sum(account-idx) /
                     act-before-count(account-idx) -
                     act-after-sum(account-idx) /
                     act-after-count(account-idx)) * 12
           compute actual-mmbtu rounded =
                    annual-usage-drop * btu-per-unit / 1000000
           add 1 to ins-billed(installer-idx)
           add actual-mmbtu to ins-actual-mmbtu(installer-idx)
           add act-predicted-mmbtu(account-idx) to
               ins-billed-predicted(installer-idx).

      ******************************************************************
      * The scorecard, by installer ID.
      ******************************************************************
       600-print-scorecard.
           move "N" to sort-done-sw
           perform 610-sort-pass until sort-done
           display spaces
           display "INSTALLER  JOBS  INSPECTED  PASSED  PASS%  PENDING"
                   "  AVG PRED MMBTU  BILLED  REAL%     REBATES $"
           perform 630-installer-line
                   varying installer-idx from 1 by 1
                   until installer-idx > installer-count
           display spaces
           move total-jobs to jobs-out
           move total-inspected to inspected-out
           move total-passed to passed-out
           move total-rebates to dollars-out
           display "PROGRAM     " jobs-out "     " inspected-out
                   "    " passed-out "                              "
                   "                     " dollars-out
           if total-inspected is greater than zero then
              compute pass-rate rounded =
                       total-passed * 100 / total-inspected
              move pass-rate to rate-out
              display "PROGRAM PASS RATE     : " rate-out "%"
           end-if
           move bills-read to count-out
           display "BILLS READ            : " count-out
           move bills-unmatched to count-out
           display "BILLS NOT MATCHED     : " count-out
           move payments-read to count-out
           display "PAYMENTS READ         : " count-out
           move probation-count to count-out
           display "INSTALLERS ON PROBATION: " count-out.

       610-sort-pass.
           set sort-done to true
           perform 620-sort-compare
                   varying installer-idx from 1 by 1
                   until installer-idx >= installer-count.

       620-sort-compare.
           compute installer-idx-2 = installer-idx + 1
           if ins-installer-id(installer-idx) is greater than
              ins-installer-id(installer-idx-2) then
              move installer-entry(installer-idx) to
                   installer-swap-area
              move installer-entry(installer-idx-2) to
                   installer-entry(installer-idx)
              move installer-swap-area to
                   installer-entry(installer-idx-2)
              move "N" to sort-done-sw
           end-if.

       630-installer-line.
           move "N" to probation-sw
           add ins-jobs(installer-idx) to total-jobs
           add ins-inspected(installer-idx) to total-inspected
           add ins-passed(installer-idx) to total-passed
           add ins-rebates(installer-idx) to total-rebates
           move ins-jobs(installer-idx) to jobs-out
           move ins-inspected(installer-idx) to inspected-out
           move ins-passed(installer-idx) to passed-out
           move ins-pending(installer-idx) to pending-out
           move ins-billed(installer-idx) to billed-out
           move ins-rebates(installer-idx) to dollars-out
           display ins-installer-id(installer-idx) "     " jobs-out
                   "     " inspected-out "    " passed-out
                   with no advancing
           if ins-inspected(installer-idx) is greater than zero then
              compute pass-rate rounded =
                       ins-passed(installer-idx) * 100 /
                       ins-inspected(installer-idx)
              move pass-rate to rate-out
              display "  " rate-out with no advancing
              if ins-inspected(installer-idx) is not less than
                 min-inspections and
                 pass-rate is less than pass-standard then
                 set on-probation to true
              end-if
           else
              display "     --" with no advancing
           end-if
           display "     " pending-out with no advancing
           if ins-jobs(installer-idx) is greater than zero then
              compute average-predicted rounded =
                       ins-predicted-sum(installer-idx) /
                       ins-jobs(installer-idx)
              move average-predicted to mmbtu-out
              display "       " mmbtu-out with no advancing
           else
              display "              --" with no advancing
           end-if
           display "    " billed-out with no advancing
           if ins-billed-predicted(installer-idx) is greater than
              zero then
              compute realization-rate rounded =
                       ins-actual-mmbtu(installer-idx) * 100 /
                       ins-billed-predicted(installer-idx)
              move realization-rate to rr-out
              display " " rr-out with no advancing
              if ins-billed(installer-idx) is not less than
                 min-billed and
                 realization-rate is less than rr-standard then
                 set on-probation to true
              end-if
           else
              display "     --" with no advancing
           end-if
           if on-probation then
              add 1 to probation-count
              display "  " dollars-out "  PROBATION"
           else
              display "  " dollars-out
           end-if.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
