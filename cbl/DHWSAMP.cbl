       identification division.
       program-id.    dhwsamp.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *      Stratified Random M&V Sample for the DHW Program          *
      *                                                                *
      ******************************************************************
      *
      * DHWSAVE's M&V mode used to run on whichever customers sent
      * their bills.  The program evaluators want a designed sample,
      * and this batch draws one from the DHWMAST participants:
      *
      *   - every participant with a predicted savings on the master
      *     (newest history slot) falls in one of nine strata: fuel
      *     type (electric, natural gas, propane) by predicted-
      *     savings size -- SMALL below the first cutoff, LARGE at or
      *     above the second, MEDIUM between, in annual MMBtu;
      *   - each stratum's sample size is figured for the target
      *     confidence and precision from the assumed coefficient of
      *     variation,
      *         n0 = (z * cv / precision) ** 2
      *         n  = n0 / (1 + n0 / N)      (finite population)
      *     rounded up, never fewer than two where the stratum has
      *     two, so a variance can be figured for every stratum;
      *   - the draw is sequential selection in account order (each
      *     account taken with probability still-needed over still-
      *     to-see) from the GAMERNG stream seeded with the control
      *     card's seed, so the same master and the same seed draw
      *     the same sample for the auditors;
      *   - the selected accounts go out on BILLREQ, the billing-
      *     request list: twelve months before the install month
      *     through twelve months after it;
      *   - the design goes out on MVSAMPLE for DHWSAVE's M&V mode to
      *     expand the sample's realization rate back to the program:
      *     H header (seed, confidence, precision, cv, cutoffs, run
      *     date), T record per stratum (population and sample
      *     counts, population predicted MMBtu), D record per
      *     sampled account.
      *
      * SAMPCARD: confidence(2: 80, 85, 90, 95 or 99, default 90)
      *   precision(2: percent, default 10) cv(4: default 0.50)
      *   seed(9: default 20210130) small-cutoff(5) large-cutoff(5)
      *   (annual MMBtu, default 002.0 and 004.0), one space
      *   between fields.  Missing card, all defaults.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//DHWSAMP  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(DHWSAMP),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(DHWSAMP),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=DHWSAMP
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//CUSTMAST  DD DSN=&SYSUID..DHWMAST(0),DISP=SHR
      *//SAMPCARD  DD DSN=&SYSUID..INPUT(SAMPCARD),DISP=SHR
      *//BILLREQ   DD DSN=&SYSUID..BILLREQ(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=80)
      *//MVSAMPLE  DD DSN=&SYSUID..MVSAMPLE(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=80)
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
           select sample-card-file assign to SAMPCARD
                    organization is sequential
                    file status is sample-card-status.
      *
           select billing-request-file assign to BILLREQ
                    organization is sequential
                    file status is billing-request-status.
      *
           select sample-design-file assign to MVSAMPLE
                    organization is sequential
                    file status is sample-design-status.

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
           02 filler                           pic x(37).
      *
       fd  sample-card-file record contains 80 characters
                            recording mode f.
       01  sample-card.
           02 spc-confidence-in                pic x(2).
           02 filler                           pic x.
           02 spc-precision-in                 pic x(2).
           02 filler                           pic x.
           02 spc-cv-in                        pic x(4).
           02 filler                           pic x.
           02 spc-seed-in                      pic x(9).
           02 filler                           pic x.
           02 spc-small-cutoff-in              pic x(5).
           02 filler                           pic x.
           02 spc-large-cutoff-in              pic x(5).
           02 filler                           pic x(48).
      *
      * One request per sampled account for the billing department.
       fd  billing-request-file record contains 80 characters
                                recording mode f.
       01  billing-request-record.
           02 brq-acct-no                      pic x(8).
           02 filler                           pic x.
           02 brq-cust-name                    pic x(20).
           02 filler                           pic x.
           02 brq-fuel-unit                    pic x(7).
           02 filler                           pic x.
           02 brq-install-date                 pic 9(8).
           02 filler                           pic x.
           02 brq-from-month                   pic 9(6).
           02 filler                           pic x.
           02 brq-to-month                     pic 9(6).
           02 filler                           pic x.
           02 brq-stratum                      pic 9(2).
           02 filler                           pic x(17).
      *
       fd  sample-design-file record contains 80 characters
                              recording mode f.
       01  design-record.
           02 dsr-record-type                  pic x.
           02 filler                           pic x(79).
       01  design-header-record redefines design-record.
           02 filler                           pic xx.
           02 dsh-seed                         pic 9(9).
           02 filler                           pic x.
           02 dsh-confidence                   pic 99.
           02 filler                           pic x.
           02 dsh-precision                    pic 99.
           02 filler                           pic x.
           02 dsh-cv                           pic 9v99.
           02 filler                           pic x.
           02 dsh-small-cutoff                 pic 999v9.
           02 filler                           pic x.
           02 dsh-large-cutoff                 pic 999v9.
           02 filler                           pic x.
           02 dsh-run-date                     pic 9(8).
           02 filler                           pic x(40).
       01  design-stratum-record redefines design-record.
           02 filler                           pic xx.
           02 dst-stratum                      pic 99.
           02 filler                           pic x.
           02 dst-fuel-type                    pic 9.
           02 filler                           pic x.
           02 dst-size-class                   pic x.
           02 filler                           pic x.
           02 dst-population                   pic 9(5).
           02 filler                           pic x.
           02 dst-sample-size                  pic 9(5).
           02 filler                           pic x.
           02 dst-population-mmbtu             pic 9(7)v9.
           02 filler                           pic x(51).
       01  design-detail-record redefines design-record.
           02 filler                           pic xx.
           02 dsd-acct-no                      pic x(8).
           02 filler                           pic x.
           02 dsd-stratum                      pic 99.
           02 filler                           pic x.
           02 dsd-predicted-mmbtu              pic 9(5)v9.
           02 filler                           pic x(60).

       working-storage section.

       01 cust-master-status                   pic xx value "00".
           88 cust-master-ok                   value "00".
       01 sample-card-status                   pic xx value "00".
           88 sample-card-ok                   value "00".
       01 billing-request-status               pic xx value "00".
           88 billing-request-ok               value "00".
       01 sample-design-status                 pic xx value "00".
           88 sample-design-ok                 value "00".
       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".

      * Design targets.
       01 target-confidence                    pic 99 value 90.
       01 target-precision                     pic 99 value 10.
       01 assumed-cv                           pic 9v99 value 0.50.
       01 sample-seed                          pic 9(9) value 20210130.
       01 small-cutoff                         pic 999v9 value 2.0.
       01 large-cutoff                         pic 999v9 value 4.0.
       01 z-value                              pic 9v999.
       01 base-sample-size                     pic 9(5)v9(4).
       01 run-date                             pic 9(8).

      * The eligible participants, in master (account) order.
       01 participant-count                    pic 999 value zero.
       01 participant-idx                      pic 999.
       01 participant-table.
           02 participant-entry occurs 500 times.
              03 pte-acct-no                   pic x(8).
              03 pte-cust-name                 pic x(20).
              03 pte-fuel-type                 pic 9.
              03 pte-install-date              pic 9(8).
              03 pte-predicted-mmbtu           pic 9(5)v9.
              03 pte-stratum                   pic 99.
              03 pte-selected-sw               pic x.
                 88 pte-selected               value "Y".
       01 records-read                         pic 9(5) value zero.
       01 not-eligible-count                   pic 9(5) value zero.

      * Nine strata: fuel type by size class.
       01 stratum-idx                          pic 99.
       01 size-idx                             pic 9.
       01 fuel-idx                             pic 9.
       01 size-codes                           pic x(3) value "SML".
       01 size-names                           pic x(18) value
                                               "SMALL MEDIUMLARGE ".
       01 fuel-names                           pic x(24) value
                                           "ELECTRICNAT GAS PROPANE ".
       01 fuel-units                           pic x(21) value
                                               "kWh    ccf    gallons".
       01 stratum-table.
           02 stratum-entry occurs 9 times.
              03 stt-population                pic 9(5).
              03 stt-sample-size               pic 9(5).
              03 stt-seen                      pic 9(5).
              03 stt-selected                  pic 9(5).
              03 stt-population-mmbtu          pic 9(7)v9.
       01 needed-work                          pic 9(5)v9(4).
       01 sample-total                         pic 9(5) value zero.
       01 population-total                     pic 9(5) value zero.
       01 mmbtu-total                          pic 9(7)v9 value zero.
       01 annual-mmbtu                         pic 9(7)v9(4).

      * GAMERNG linkage.
       01 rng-request                          pic x.
       01 rng-seed                             pic 9(9).
       01 rng-low                              pic s9(9)
                                               sign is leading
                                               separate.
       01 rng-high                             pic s9(9)
                                               sign is leading
                                               separate.
       01 rng-result                           pic s9(9)
                                               sign is leading
                                               separate.
       01 rng-fraction                         pic 9v9(9).

      * Billing window arithmetic.
       01 install-year                         pic 9(4).
       01 install-month                        pic 99.
       01 window-year                          pic 9(4).

       01 count-out                            pic zz,zz9.
       01 cv-out                               pic 9.99.
       01 cutoff-out                           pic zz9.9.
       01 cutoff-out-2                         pic zz9.9.
       01 mmbtu-out                            pic z,zzz,zz9.9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "DHWSAMP".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  DHW PROGRAM M&V SAMPLE SELECTION"
                   "  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date(1:8) to run-date
           perform 150-read-sample-card
           perform 200-load-participants
           if participant-count is equal to zero then
              display "NO PARTICIPANT WITH A PREDICTED SAVINGS ON"
                      " CUSTMAST - NO SAMPLE DRAWN"
              move "NO PARTICIPANTS" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 300-size-strata
           perform 400-draw-sample
           perform 500-write-outputs
           perform 600-design-report
           move "E" to runlog-event
           move records-read to runlog-read
           move sample-total to runlog-written
           move not-eligible-count to runlog-rejected
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  M&V SAMPLE SELECTION ENDS  ********"
           stop run.

       150-read-sample-card.
           open input sample-card-file
           if sample-card-ok then
              read sample-card-file
                 at end continue
                 not at end perform 160-take-sample-card
              end-read
              close sample-card-file
           end-if
           evaluate target-confidence
              when 80 move 1.282 to z-value
              when 85 move 1.440 to z-value
              when 90 move 1.645 to z-value
              when 95 move 1.960 to z-value
              when 99 move 2.576 to z-value
              when other
                 display "CONFIDENCE " target-confidence
                         " NOT 80, 85, 90, 95 OR 99 - 90 USED"
                 move 90 to target-confidence
                 move 1.645 to z-value
           end-evaluate
           if target-precision is equal to zero then
              move 10 to target-precision
           end-if
           if assumed-cv is equal to zero then
              move 0.50 to assumed-cv
           end-if
           if small-cutoff is greater than large-cutoff then
              display "SMALL CUTOFF ABOVE LARGE CUTOFF - DEFAULTS"
                      " USED"
              move 2.0 to small-cutoff
              move 4.0 to large-cutoff
           end-if
           move assumed-cv to cv-out
           move small-cutoff to cutoff-out
           move large-cutoff to cutoff-out-2
           display "TARGET " target-confidence "/" target-precision
                   "  CV " cv-out "  SEED " sample-seed
                   "  SIZE CUTOFFS " cutoff-out " AND "
                   cutoff-out-2 " MMBTU/YR".

       160-take-sample-card.
           if spc-confidence-in is numeric then
              move spc-confidence-in to target-confidence
           end-if
           if spc-precision-in is numeric then
              move spc-precision-in to target-precision
           end-if
           if spc-cv-in is not equal to spaces and
              function test-numval(spc-cv-in) is equal to zero then
              compute assumed-cv = function numval(spc-cv-in)
           end-if
           if spc-seed-in is numeric then
              move spc-seed-in to sample-seed
           end-if
           if spc-small-cutoff-in is not equal to spaces and
              function test-numval(spc-small-cutoff-in) is equal to
              zero then
              compute small-cutoff =
                       function numval(spc-small-cutoff-in)
           end-if
           if spc-large-cutoff-in is not equal to spaces and
              function test-numval(spc-large-cutoff-in) is equal to
              zero then
              compute large-cutoff =
                       function numval(spc-large-cutoff-in)
           end-if.

      ******************************************************************
      * The participants and their strata.  Predicted annual savings
      * is the newest history slot's BTUs per daily shower times 365.
      ******************************************************************
       200-load-participants.
           perform 205-clear-one-stratum
                   varying stratum-idx from 1 by 1
                   until stratum-idx > 9
           open input cust-master-in
           if not cust-master-ok then
              display "CUSTMAST NOT AVAILABLE - NO PARTICIPANTS TO"
                      " SAMPLE"
              move "CUSTMAST MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-master until master-eof
           close cust-master-in
           move records-read to count-out
           display "MASTER RECORDS READ   : " count-out
           move participant-count to count-out
           display "ELIGIBLE PARTICIPANTS : " count-out
           move not-eligible-count to count-out
           display "NOT ELIGIBLE          : " count-out.

       205-clear-one-stratum.
           move zero to stt-population(stratum-idx)
                        stt-sample-size(stratum-idx)
                        stt-seen(stratum-idx)
                        stt-selected(stratum-idx)
                        stt-population-mmbtu(stratum-idx).

       210-read-master.
           read cust-master-in
              at end set master-eof to true
              not at end
                 add 1 to records-read
                 perform 220-classify-participant
           end-read.

       220-classify-participant.
           if cmi-hist-count is not numeric or
              cmi-hist-count is equal to "0" or
              cmi-hist-count is greater than "5" or
              cmi-fuel-type is less than "1" or
              cmi-fuel-type is greater than "3" then
              add 1 to not-eligible-count
           else
           if cmi-hist-energy(function numval(cmi-hist-count)) is
              not greater than zero or
              participant-count is not less than 500 then
              add 1 to not-eligible-count
           else
              compute annual-mmbtu rounded =
                       cmi-hist-energy(function numval(cmi-hist-count))
                       * 365 / 1000000
              add 1 to participant-count
              move cmi-acct-no to pte-acct-no(participant-count)
              move cmi-cust-name to pte-cust-name(participant-count)
              move cmi-fuel-type to pte-fuel-type(participant-count)
              move cmi-install-date to
                   pte-install-date(participant-count)
              move annual-mmbtu to
                   pte-predicted-mmbtu(participant-count)
              move "N" to pte-selected-sw(participant-count)
              evaluate true
                 when annual-mmbtu is less than small-cutoff
                    move 1 to size-idx
                 when annual-mmbtu is less than large-cutoff
                    move 2 to size-idx
                 when other
                    move 3 to size-idx
              end-evaluate
              move pte-fuel-type(participant-count) to fuel-idx
              subtract 1 from fuel-idx
              multiply 3 by fuel-idx giving stratum-idx
              add size-idx to stratum-idx
              move stratum-idx to pte-stratum(participant-count)
              add 1 to stt-population(stratum-idx)
              add pte-predicted-mmbtu(participant-count) to
                  stt-population-mmbtu(stratum-idx)
           end-if
           end-if.

      ******************************************************************
      * Sample size per stratum for the confidence and precision.
      ******************************************************************
       300-size-strata.
           compute base-sample-size rounded =
                    (z-value * assumed-cv * 100 / target-precision)
                    ** 2
           perform 310-size-one-stratum
                   varying stratum-idx from 1 by 1
                   until stratum-idx > 9.

       310-size-one-stratum.
           if stt-population(stratum-idx) is greater than zero then
              compute needed-work rounded =
                       base-sample-size /
                       (1 + base-sample-size /
                        stt-population(stratum-idx))
              move needed-work to stt-sample-size(stratum-idx)
              if stt-sample-size(stratum-idx) is less than
                 needed-work then
                 add 1 to stt-sample-size(stratum-idx)
              end-if
              if stt-sample-size(stratum-idx) is less than 2 then
                 move 2 to stt-sample-size(stratum-idx)
              end-if
              if stt-sample-size(stratum-idx) is greater than
                 stt-population(stratum-idx) then
                 move stt-population(stratum-idx) to
                      stt-sample-size(stratum-idx)
              end-if
           end-if.

      ******************************************************************
      * Sequential selection from the seeded stream: an account is
      * taken when the draw falls under still-needed / still-to-see,
      * which takes exactly the stratum's sample size.
      ******************************************************************
       400-draw-sample.
           move "S" to rng-request
           move sample-seed to rng-seed
           move zero to rng-low rng-high
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           move "D" to rng-request
           perform 410-consider-one-account
                   varying participant-idx from 1 by 1
                   until participant-idx > participant-count.

       410-consider-one-account.
           move pte-stratum(participant-idx) to stratum-idx
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           if rng-fraction * (stt-population(stratum-idx) -
                              stt-seen(stratum-idx))
              is less than
              stt-sample-size(stratum-idx) - stt-selected(stratum-idx)
              then
              set pte-selected(participant-idx) to true
              add 1 to stt-selected(stratum-idx)
              add 1 to sample-total
           end-if
           add 1 to stt-seen(stratum-idx).

      ******************************************************************
      * BILLREQ and the MVSAMPLE design.
      ******************************************************************
       500-write-outputs.
           open output billing-request-file
           if not billing-request-ok then
              display "BILLREQ NOT AVAILABLE - NO BILLING REQUESTS"
                      " WRITTEN"
              move 4 to return-code
              move "BILLREQ NOT WRITTEN" to runlog-condition
           end-if
           open output sample-design-file
           if not sample-design-ok then
              display "MVSAMPLE NOT AVAILABLE - M&V CANNOT EXPAND"
                      " THIS SAMPLE"
              move 4 to return-code
              move "MVSAMPLE NOT WRITTEN" to runlog-condition
           else
              move spaces to design-record
              move "H" to dsr-record-type
              move sample-seed to dsh-seed
              move target-confidence to dsh-confidence
              move target-precision to dsh-precision
              move assumed-cv to dsh-cv
              move small-cutoff to dsh-small-cutoff
              move large-cutoff to dsh-large-cutoff
              move run-date to dsh-run-date
              write design-record
              perform 520-write-stratum-record
                      varying stratum-idx from 1 by 1
                      until stratum-idx > 9
           end-if
           perform 530-write-selected-account
                   varying participant-idx from 1 by 1
                   until participant-idx > participant-count
           if billing-request-ok then
              close billing-request-file
           end-if
           if sample-design-ok then
              close sample-design-file
           end-if.

       520-write-stratum-record.
           if stt-population(stratum-idx) is greater than zero then
              move spaces to design-record
              move "T" to dsr-record-type
              move stratum-idx to dst-stratum
              perform 620-split-stratum
              move fuel-idx to dst-fuel-type
              move size-codes(size-idx:1) to dst-size-class
              move stt-population(stratum-idx) to dst-population
              move stt-selected(stratum-idx) to dst-sample-size
              move stt-population-mmbtu(stratum-idx) to
                   dst-population-mmbtu
              write design-record
           end-if.

       530-write-selected-account.
           if pte-selected(participant-idx) then
              if sample-design-ok then
                 move spaces to design-record
                 move "D" to dsr-record-type
                 move pte-acct-no(participant-idx) to dsd-acct-no
                 move pte-stratum(participant-idx) to dsd-stratum
                 move pte-predicted-mmbtu(participant-idx) to
                      dsd-predicted-mmbtu
                 write design-record
              end-if
              if billing-request-ok then
                 perform 540-billing-request
              end-if
           end-if.

      * Twelve months either side of the install month.
       540-billing-request.
           move spaces to billing-request-record
           move pte-acct-no(participant-idx) to brq-acct-no
           move pte-cust-name(participant-idx) to brq-cust-name
           move fuel-units((pte-fuel-type(participant-idx) - 1) * 7
                           + 1:7) to brq-fuel-unit
           move pte-install-date(participant-idx) to brq-install-date
           move pte-install-date(participant-idx)(1:4) to
                install-year
           move pte-install-date(participant-idx)(5:2) to
                install-month
           compute window-year = install-year - 1
           compute brq-from-month = window-year * 100 + install-month
           compute window-year = install-year + 1
           compute brq-to-month = window-year * 100 + install-month
           move pte-stratum(participant-idx) to brq-stratum
           write billing-request-record.

       600-design-report.
           display spaces
           display "STRATUM  FUEL      SIZE    POPULATION  SAMPLE"
                   "   PREDICTED MMBTU/YR"
           perform 610-stratum-line
                   varying stratum-idx from 1 by 1
                   until stratum-idx > 9
           move population-total to count-out
           display "TOTAL                    " count-out
                   with no advancing
           move sample-total to count-out
           move mmbtu-total to mmbtu-out
           display "  " count-out "   " mmbtu-out.

       610-stratum-line.
           if stt-population(stratum-idx) is greater than zero then
              add stt-population(stratum-idx) to population-total
              add stt-population-mmbtu(stratum-idx) to mmbtu-total
              perform 620-split-stratum
              move stt-population(stratum-idx) to count-out
              display "   " stratum-idx "    "
                      fuel-names((fuel-idx - 1) * 8 + 1:8) "  "
                      size-names((size-idx - 1) * 6 + 1:6) "  "
                      count-out with no advancing
              move stt-selected(stratum-idx) to count-out
              move stt-population-mmbtu(stratum-idx) to mmbtu-out
              display "  " count-out "   " mmbtu-out
           end-if.

      * Stratum n is fuel type (n - 1) / 3 + 1, size class the rest.
       620-split-stratum.
           compute needed-work = stratum-idx - 1
           divide needed-work by 3 giving fuel-idx remainder size-idx
           add 1 to fuel-idx
           add 1 to size-idx.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
