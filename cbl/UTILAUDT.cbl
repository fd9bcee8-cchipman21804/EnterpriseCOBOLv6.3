       identification division.
       program-id.    utilaudt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *           Utility Invoice Audit Against the Tariff             *
      *                                                                *
      ******************************************************************
      *
      * COMMBLDG prices energy and demand for simulated consumption
      * only; nothing checks what the utilities actually bill us.
      * This audit reads the bills as received (UTILBILL), re-prices
      * each one from its own meter readings against the published
      * tariff (TARIFF), and reports --
      *
      *   OVERCHARGE   billed more than the tariff price by more
      *                than the tolerance; the difference is
      *                recoverable.  An undercharge is shown but is
      *                not counted.
      *   ESTIMATED    the reading was estimated, not read; the
      *                next actual read will true it up, so the bill
      *                is flagged for follow-up only.
      *   OVERLAP      the service period starts on or before the
      *                end of the meter's previous period; the
      *                overlapped days were billed twice and their
      *                share of this bill is recoverable.
      *   MISSING      days between the meter's previous period and
      *                this one that no bill covers.
      *   RATE CLASS   the meter's demand is outside the kW band of
      *                the class it is billed on; the bill is priced
      *                again on the class whose band it falls in and
      *                any saving is recoverable.
      *
      * -- and totals billed, re-priced and recoverable dollars by
      * vendor for the refund claims.
      *
      * The bills must be in account, meter and period-start order
      * (the order the vendors' files are merged and sorted in); a
      * bill out of order is rejected, as is one that fails edit.
      * Each meter's earlier bills in the deck supply the prior
      * peaks for the demand ratchet and the rate-class test, so the
      * deck should start at least a year before the bills under
      * audit for ratcheted classes.
      *
      * Tariff cards (TARIFF), one per charge, by vendor and rate
      * class:
      *   vendor(6) class(6) type(4) then, by type --
      *     FIXD  customer charge per bill 9(5)v99
      *     BLK   kWh block upper limit(8) rate(6: 9v9(5))
      *     THM   therm block upper limit(8) rate(6: 9v9(5))
      *     TOU   on-peak rate(6: 9v9(5)) off-peak rate(6)
      *     DMD   $/kW(4: 99v99) ratchet pct(3) ratchet months(2)
      *     CLS   eligible peak kW from(5) to(5)
      *   with one space between fields.  Blocks are given in
      *   ascending order; usage past the last block is priced at
      *   the last block's rate.  A class with a TOU card prices
      *   its energy by time of use instead of by blocks.  The
      *   ratcheted kW is the higher of the month's peak and the
      *   ratchet percent of the highest peak in the ratchet months
      *   before it.
      *
      * Bill record (UTILBILL, 120 bytes):
      *   vendor(6) account(10) meter(10) rate class(6)
      *   period from(8) to(8) read type(1: A actual, E estimated)
      *   kWh(8) on-peak kWh(8) peak kW(6: 9(5)v9)
      *   therms(7: 9(6)v9) billed amount(9: 9(7)v99)
      *   with one space between fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//UTILAUDT JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(UTILAUDT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(UTILAUDT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=UTILAUDT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//TARIFF    DD DSN=&SYSUID..INPUT(TARIFF),DISP=SHR
      *//UTILBILL  DD DSN=&SYSUID..UTILBILL,DISP=SHR
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
           select tariff-file assign to TARIFF
                    organization is sequential
                    file status is tariff-status.
      *
           select bill-file assign to UTILBILL
                    organization is sequential
                    file status is bill-status.

       data division.
       file section.
       fd  tariff-file record contains 80 characters
                       recording mode f.
       01  tariff-card.
           02 tfc-vendor                       pic x(6).
           02 filler                           pic x.
           02 tfc-rate-class                   pic x(6).
           02 filler                           pic x.
           02 tfc-type                         pic x(4).
           02 filler                           pic x.
           02 tfc-values                       pic x(61).
           02 tfc-block-values redefines tfc-values.
              03 tfc-upto                      pic 9(8).
              03 filler                        pic x.
              03 tfc-rate                      pic 9v9(5).
              03 filler                        pic x(46).
           02 tfc-tou-values redefines tfc-values.
              03 tfc-on-rate                   pic 9v9(5).
              03 filler                        pic x.
              03 tfc-off-rate                  pic 9v9(5).
              03 filler                        pic x(48).
           02 tfc-fixed-values redefines tfc-values.
              03 tfc-fixed-amount              pic 9(5)v99.
              03 filler                        pic x(54).
           02 tfc-demand-values redefines tfc-values.
              03 tfc-demand-rate               pic 99v99.
              03 filler                        pic x.
              03 tfc-ratchet-pct               pic 999.
              03 filler                        pic x.
              03 tfc-ratchet-months            pic 99.
              03 filler                        pic x(50).
           02 tfc-class-values redefines tfc-values.
              03 tfc-min-kw                    pic 9(5).
              03 filler                        pic x.
              03 tfc-max-kw                    pic 9(5).
              03 filler                        pic x(50).
      *
       fd  bill-file record contains 120 characters
                     recording mode f.
       01  bill-record.
           02 blr-vendor                       pic x(6).
           02 filler                           pic x.
           02 blr-account                      pic x(10).
           02 filler                           pic x.
           02 blr-meter                        pic x(10).
           02 filler                           pic x.
           02 blr-rate-class                   pic x(6).
           02 filler                           pic x.
           02 blr-from-date                    pic 9(8).
           02 filler                           pic x.
           02 blr-to-date                      pic 9(8).
           02 filler                           pic x.
           02 blr-read-type                    pic x.
              88 blr-estimated                 value "E".
              88 blr-read-type-valid           value "A" "E".
           02 filler                           pic x.
           02 blr-kwh                          pic 9(8).
           02 filler                           pic x.
           02 blr-on-peak-kwh                  pic 9(8).
           02 filler                           pic x.
           02 blr-peak-kw                      pic 9(5)v9.
           02 filler                           pic x.
           02 blr-therms                       pic 9(6)v9.
           02 filler                           pic x.
           02 blr-billed-amount                pic 9(7)v99.
           02 filler                           pic x(22).

       working-storage section.

       01 tariff-status                        pic xx value "00".
           88 tariff-ok                        value "00".
       01 bill-status                          pic xx value "00".
           88 bill-ok                          value "00".

       01 tariff-eof-sw                        pic x value "N".
           88 tariff-eof                       value "Y".
       01 bill-eof-sw                          pic x value "N".
           88 bill-eof                         value "Y".

      * The tariff, held in storage in card order.
       01 tariff-count                         pic 999 value zero.
       01 tariff-idx                           pic 999.
       01 tariff-table.
           02 tfe-entry occurs 300 times.
              03 tfe-vendor                    pic x(6).
              03 tfe-rate-class                pic x(6).
              03 tfe-type                      pic x(4).
              03 tfe-upto                      pic 9(8) comp-3.
              03 tfe-rate                      pic 9v9(5) comp-3.
              03 tfe-rate-2                    pic 9v9(5) comp-3.
              03 tfe-demand-rate               pic 99v99 comp-3.
              03 tfe-amount                    pic 9(5)v99 comp-3.
              03 tfe-ratchet-pct               pic 999 comp-3.
              03 tfe-ratchet-months            pic 99 comp-3.
              03 tfe-min-kw                    pic 9(5) comp-3.
              03 tfe-max-kw                    pic 9(5) comp-3.

      * Billed dollars more than this over the tariff price is an
      * overcharge; anything inside it is rounding.
       01 overcharge-tolerance                 pic 9v99 value 1.00.

      * One bill priced against one vendor's rate class.
       01 price-vendor                         pic x(6).
       01 price-class                          pic x(6).
       01 price-found-sw                       pic x.
           88 price-found                      value "Y".
       01 price-tou-sw                         pic x.
           88 price-tou                        value "Y".
       01 price-fixed                          pic s9(7)v99 comp-3.
       01 price-energy                         pic s9(7)v99 comp-3.
       01 price-block-energy                   pic s9(7)v99 comp-3.
       01 price-demand                         pic s9(7)v99 comp-3.
       01 price-gas                            pic s9(7)v99 comp-3.
       01 price-total                          pic s9(7)v99 comp-3.
       01 price-on-rate                        pic 9v9(5) comp-3.
       01 price-off-rate                       pic 9v9(5) comp-3.
       01 price-demand-rate                    pic 99v99 comp-3.
       01 price-ratchet-pct                    pic 999 comp-3.
       01 price-ratchet-months                 pic 99 comp-3.
       01 price-billed-kw                      pic 9(5)v9 comp-3.
       01 price-ratchet-kw                     pic 9(5)v9 comp-3.
       01 kwh-remaining                        pic 9(8) comp-3.
       01 kwh-prev-upto                        pic 9(8) comp-3.
       01 kwh-last-rate                        pic 9v9(5) comp-3.
       01 therm-remaining                      pic 9(6)v9 comp-3.
       01 therm-prev-upto                      pic 9(8) comp-3.
       01 therm-last-rate                      pic 9v9(5) comp-3.
       01 block-size                           pic 9(8) comp-3.
       01 block-take                           pic 9(8)v9 comp-3.

      * The bill under audit.
       01 bill-valid-sw                        pic x.
           88 bill-valid                       value "Y".
       01 bill-key                             pic x(20).
       01 prior-key                            pic x(20) value spaces.
       01 prior-from-date                      pic 9(8) value zero.
       01 prior-to-date                        pic 9(8) value zero.
      * Months are counted as year * 12 + month so the ratchet and
      * rate-class windows span year ends.
       01 to-date-work                         pic 9(8).
       01 to-date-parts redefines to-date-work.
           02 to-date-year                     pic 9(4).
           02 to-date-month                    pic 99.
           02 to-date-day                      pic 99.
       01 bill-month                           pic 9(6) comp-3.
       01 from-day                             pic 9(7) comp-3.
       01 to-day                               pic 9(7) comp-3.
       01 prior-to-day                         pic 9(7) comp-3.
       01 period-days                          pic 9(5) comp-3.
       01 gap-days                             pic s9(5) comp-3.
       01 billed-work                          pic s9(7)v99 comp-3.
       01 repriced-work                        pic s9(7)v99 comp-3.
       01 difference-work                      pic s9(7)v99 comp-3.
       01 recoverable-work                     pic s9(7)v99 comp-3.
       01 bill-recoverable                     pic s9(7)v99 comp-3.
       01 bill-exception-count                 pic 99.

      * Rate-class test: the meter's highest peak in the twelve
      * months to this bill against the billed class's kW band.
       01 class-band-sw                        pic x.
           88 class-band-found                 value "Y".
       01 class-min-kw                         pic 9(5) comp-3.
       01 class-max-kw                         pic 9(5) comp-3.
       01 eligible-kw                          pic 9(5)v9 comp-3.
       01 fitting-class                        pic x(6).
       01 fitting-class-sw                     pic x.
           88 fitting-class-found              value "Y".
       01 billed-class-price                   pic s9(7)v99 comp-3.

      * The current meter's earlier bills, newest last, for the
      * demand ratchet and the rate-class test.
       01 history-count                        pic 99 value zero.
       01 history-idx                          pic 99.
       01 history-table.
           02 hse-entry occurs 24 times.
              03 hse-month                     pic 9(6) comp-3.
              03 hse-peak-kw                   pic 9(5)v9 comp-3.
       01 months-back                          pic s9(5) comp-3.

      * Totals by vendor for the refund claims.
       01 vendor-count                         pic 99 value zero.
       01 vendor-idx                           pic 99.
       01 vendor-found-idx                     pic 99.
       01 vendor-found-sw                      pic x.
           88 vendor-found                     value "Y".
       01 vendor-table.
           02 vde-entry occurs 50 times.
              03 vde-vendor                    pic x(6).
              03 vde-bills                     pic 9(5) comp-3.
              03 vde-exceptions                pic 9(5) comp-3.
              03 vde-billed                    pic s9(9)v99 comp-3.
              03 vde-repriced                  pic s9(9)v99 comp-3.
              03 vde-recoverable               pic s9(9)v99 comp-3.

       01 bills-read                           pic 9(7) value zero.
       01 bills-audited                        pic 9(7) value zero.
       01 bills-rejected                       pic 9(7) value zero.
       01 bills-flagged                        pic 9(7) value zero.
       01 estimated-count                      pic 9(5) value zero.
       01 overlap-count                        pic 9(5) value zero.
       01 missing-count                        pic 9(5) value zero.
       01 overcharge-count                     pic 9(5) value zero.
       01 wrong-class-count                    pic 9(5) value zero.
       01 total-billed                         pic s9(11)v99 comp-3
                                               value zero.
       01 total-repriced                       pic s9(11)v99 comp-3
                                               value zero.
       01 total-recoverable                    pic s9(11)v99 comp-3
                                               value zero.

       01 exception-text                       pic x(40).
       01 money-out                            pic z,zzz,zz9.99-.
       01 money-out-2                          pic z,zzz,zz9.99-.
       01 money-out-3                          pic z,zzz,zz9.99-.
       01 total-out                            pic zzz,zzz,zz9.99-.
       01 kw-out                               pic zz,zz9.9.
       01 days-out                             pic zz,zz9.
       01 count-out                            pic zz,zz9.
       01 count-out-2                          pic zz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "UTILAUDT".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "*****  UTILITY INVOICE AUDIT  *****"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-tariff
           if tariff-count is equal to zero then
              display "TARIFF EMPTY OR MISSING - NOTHING TO PRICE"
                      " AGAINST"
              move "NO TARIFFS LOADED" to runlog-condition
              move 8 to return-code
           else
              perform 300-audit-bills
              perform 700-vendor-totals
           end-if
           move return-code to runlog-return-code
           move "E" to runlog-event
           move bills-read to runlog-read
           move bills-audited to runlog-written
           move bills-rejected to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "*****  END OF UTILITY INVOICE AUDIT  *****"
           stop run.

       200-load-tariff.
           open input tariff-file
           if not tariff-ok then
              display "TARIFF NOT AVAILABLE"
           else
              perform 210-read-tariff until tariff-eof
              close tariff-file
           end-if
           move tariff-count to count-out
           display "TARIFF CARDS LOADED: " count-out.

       210-read-tariff.
           read tariff-file
              at end set tariff-eof to true
              not at end perform 220-store-tariff
           end-read.

       220-store-tariff.
           if tariff-count is not less than 300 then
              display "TARIFF TABLE FULL - CARD DROPPED: " tfc-vendor
                      " " tfc-rate-class " " tfc-type
           else
              add 1 to tariff-count
              move tfc-vendor to tfe-vendor(tariff-count)
              move tfc-rate-class to tfe-rate-class(tariff-count)
              move tfc-type to tfe-type(tariff-count)
              move zero to tfe-upto(tariff-count)
                           tfe-rate(tariff-count)
                           tfe-rate-2(tariff-count)
                           tfe-demand-rate(tariff-count)
                           tfe-amount(tariff-count)
                           tfe-ratchet-pct(tariff-count)
                           tfe-ratchet-months(tariff-count)
                           tfe-min-kw(tariff-count)
                           tfe-max-kw(tariff-count)
              perform 230-edit-tariff-values
           end-if.

       230-edit-tariff-values.
           evaluate tfc-type
              when "FIXD"
                 if tfc-fixed-amount is numeric then
                    move tfc-fixed-amount to tfe-amount(tariff-count)
                 else
                    perform 240-reject-tariff
                 end-if
              when "BLK "
              when "THM "
                 if tfc-upto is numeric and tfc-rate is numeric then
                    move tfc-upto to tfe-upto(tariff-count)
                    move tfc-rate to tfe-rate(tariff-count)
                 else
                    perform 240-reject-tariff
                 end-if
              when "TOU "
                 if tfc-on-rate is numeric and
                    tfc-off-rate is numeric then
                    move tfc-on-rate to tfe-rate(tariff-count)
                    move tfc-off-rate to tfe-rate-2(tariff-count)
                 else
                    perform 240-reject-tariff
                 end-if
              when "DMD "
                 if tfc-demand-rate is numeric and
                    tfc-ratchet-pct is numeric and
                    tfc-ratchet-months is numeric then
                    move tfc-demand-rate to
                         tfe-demand-rate(tariff-count)
                    move tfc-ratchet-pct to
                         tfe-ratchet-pct(tariff-count)
                    move tfc-ratchet-months to
                         tfe-ratchet-months(tariff-count)
                 else
                    perform 240-reject-tariff
                 end-if
              when "CLS "
                 if tfc-min-kw is numeric and
                    tfc-max-kw is numeric then
                    move tfc-min-kw to tfe-min-kw(tariff-count)
                    move tfc-max-kw to tfe-max-kw(tariff-count)
                 else
                    perform 240-reject-tariff
                 end-if
              when other
                 perform 240-reject-tariff
           end-evaluate.

       240-reject-tariff.
           display "TARIFF CARD REJECTED: " tfc-vendor " "
                   tfc-rate-class " " tfc-type " " tfc-values(1:20)
           subtract 1 from tariff-count.

       300-audit-bills.
           open input bill-file
           if not bill-ok then
              display "UTILBILL NOT AVAILABLE - NO BILLS TO AUDIT"
              move "UTILBILL NOT OPENED" to runlog-condition
              move 8 to return-code
           else
              display spaces
              display "BILLS WITH EXCEPTIONS"
              display "VENDOR ACCOUNT    METER      CLASS  PERIOD"
                      "             EXCEPTION"
                      "                                   AMOUNT"
              perform 310-read-bill until bill-eof
              close bill-file
           end-if.

       310-read-bill.
           read bill-file
              at end set bill-eof to true
              not at end perform 320-audit-one-bill
           end-read.

       320-audit-one-bill.
           add 1 to bills-read
           perform 330-edit-bill
           if bill-valid then
              add 1 to bills-audited
              move zero to bill-exception-count
              move zero to bill-recoverable
              move blr-to-date to to-date-work
              compute bill-month = to-date-year * 12 + to-date-month
              perform 340-check-continuity
              perform 400-price-billed-class
              perform 450-check-rate-class
              if gap-days is less than zero then
                 perform 345-overlapped-days
              end-if
              perform 460-compare-to-billed
              perform 470-save-history
              perform 480-post-vendor
              if bill-exception-count is greater than zero then
                 add 1 to bills-flagged
              end-if
           else
              add 1 to bills-rejected
           end-if.

       330-edit-bill.
           move "Y" to bill-valid-sw
           if blr-from-date is not numeric or
              blr-to-date is not numeric or
              blr-kwh is not numeric or
              blr-on-peak-kwh is not numeric or
              blr-peak-kw is not numeric or
              blr-therms is not numeric or
              blr-billed-amount is not numeric then
              move "BAD NUMERIC FIELD" to exception-text
              perform 390-reject-bill
           else
              if function test-date-yyyymmdd(blr-from-date)
                 is not equal to zero or
                 function test-date-yyyymmdd(blr-to-date)
                 is not equal to zero or
                 blr-to-date is less than blr-from-date then
                 move "BAD SERVICE PERIOD" to exception-text
                 perform 390-reject-bill
              else
                 if not blr-read-type-valid then
                    move "READ TYPE NOT A OR E" to exception-text
                    perform 390-reject-bill
                 else
                    if blr-on-peak-kwh is greater than blr-kwh then
                       move "ON-PEAK KWH EXCEEDS TOTAL KWH" to
                            exception-text
                       perform 390-reject-bill
                    end-if
                 end-if
              end-if
           end-if
           if bill-valid then
              move blr-account to bill-key(1:10)
              move blr-meter to bill-key(11:10)
              if bill-key is less than prior-key or
                 (bill-key is equal to prior-key and
                  blr-from-date is less than prior-from-date) then
                 move "OUT OF ACCOUNT/METER/PERIOD ORDER" to
                      exception-text
                 perform 390-reject-bill
              end-if
           end-if.

       340-check-continuity.
           move zero to gap-days
           if bill-key is not equal to prior-key then
              move zero to history-count
              move bill-key to prior-key
           else
              compute from-day =
                       function integer-of-date(blr-from-date)
              compute prior-to-day =
                       function integer-of-date(prior-to-date)
              compute gap-days = from-day - prior-to-day - 1
              if gap-days is greater than zero then
                 add 1 to missing-count
                 move gap-days to days-out
                 move spaces to exception-text
                 string "MISSING PERIOD " days-out " DAYS"
                        delimited by size into exception-text
                 move zero to recoverable-work
                 perform 500-exception-line
              end-if
           end-if
           move blr-from-date to prior-from-date
           move blr-to-date to prior-to-date
           if blr-estimated then
              add 1 to estimated-count
              move "ESTIMATED READ" to exception-text
              move zero to recoverable-work
              perform 500-exception-line
           end-if.

      * The overlapped days were already paid on the earlier bill;
      * their share of the tariff price, by days, is the recovery.
      * Anything billed over the tariff price is the overcharge.
       345-overlapped-days.
           add 1 to overlap-count
           compute to-day = function integer-of-date(blr-to-date)
           compute period-days = to-day - from-day + 1
           compute gap-days = 0 - gap-days
           if gap-days is greater than period-days then
              move period-days to gap-days
           end-if
           if price-found then
              move billed-class-price to billed-work
           else
              move blr-billed-amount to billed-work
           end-if
           compute recoverable-work rounded =
                    billed-work * gap-days / period-days
           move gap-days to days-out
           move spaces to exception-text
           string "OVERLAPS PRIOR PERIOD " days-out " DAYS"
                  delimited by size into exception-text
           perform 500-exception-line.

       390-reject-bill.
           move "N" to bill-valid-sw
           display blr-vendor " " blr-account " " blr-meter " "
                   blr-rate-class " " blr-from-date "-" blr-to-date
                   " REJECTED: " exception-text.

       400-price-billed-class.
           move blr-vendor to price-vendor
           move blr-rate-class to price-class
           perform 600-price-bill
           if not price-found then
              move "NO TARIFF FOR RATE CLASS" to exception-text
              move zero to recoverable-work
              perform 500-exception-line
           end-if
           move price-total to repriced-work
           move price-total to billed-class-price.

      * Eligibility is the highest peak in the twelve months to
      * this bill, this bill's included.
       450-check-rate-class.
           move "N" to class-band-sw
           perform 452-find-class-band
                   varying tariff-idx from 1 by 1
                   until tariff-idx > tariff-count or class-band-found
           if class-band-found and price-found then
              move blr-peak-kw to eligible-kw
              perform 454-eligible-peak
                      varying history-idx from 1 by 1
                      until history-idx > history-count
              if eligible-kw is less than class-min-kw or
                 eligible-kw is greater than class-max-kw then
                 perform 456-reprice-fitting-class
              end-if
           end-if.

       452-find-class-band.
           if tfe-vendor(tariff-idx) is equal to blr-vendor and
              tfe-rate-class(tariff-idx) is equal to blr-rate-class
              and tfe-type(tariff-idx) is equal to "CLS " then
              set class-band-found to true
              move tfe-min-kw(tariff-idx) to class-min-kw
              move tfe-max-kw(tariff-idx) to class-max-kw
           end-if.

       454-eligible-peak.
           compute months-back =
                    bill-month - hse-month(history-idx)
           if months-back is less than 12 and
              hse-peak-kw(history-idx) is greater than eligible-kw
              then
              move hse-peak-kw(history-idx) to eligible-kw
           end-if.

       456-reprice-fitting-class.
           add 1 to wrong-class-count
           move "N" to fitting-class-sw
           perform 458-find-fitting-class
                   varying tariff-idx from 1 by 1
                   until tariff-idx > tariff-count or
                         fitting-class-found
           move eligible-kw to kw-out
           move zero to recoverable-work
           move spaces to exception-text
           if fitting-class-found then
              move blr-vendor to price-vendor
              move fitting-class to price-class
              perform 600-price-bill
              if price-total is less than billed-class-price then
                 compute recoverable-work =
                          billed-class-price - price-total
                 move price-total to repriced-work
              end-if
              string "RATE CLASS - " kw-out " KW BELONGS ON "
                     fitting-class delimited by size
                     into exception-text
           else
              string "RATE CLASS - " kw-out " KW FITS NO CLASS"
                     delimited by size into exception-text
           end-if
           perform 500-exception-line.

       458-find-fitting-class.
           if tfe-vendor(tariff-idx) is equal to blr-vendor and
              tfe-type(tariff-idx) is equal to "CLS " and
              tfe-rate-class(tariff-idx) is not equal to
              blr-rate-class and
              eligible-kw is not less than tfe-min-kw(tariff-idx) and
              eligible-kw is not greater than tfe-max-kw(tariff-idx)
              then
              set fitting-class-found to true
              move tfe-rate-class(tariff-idx) to fitting-class
           end-if.

      * The overcharge is measured against the billed class's
      * price; a rate-class saving found above is on top of it.
       460-compare-to-billed.
           move blr-billed-amount to billed-work
           if price-found then
              compute difference-work =
                       billed-work - billed-class-price
              if difference-work is greater than overcharge-tolerance
                 then
                 add 1 to overcharge-count
                 move difference-work to recoverable-work
                 move "OVERCHARGE AGAINST TARIFF" to exception-text
                 perform 500-exception-line
              else
                 if 0 - difference-work is greater than
                    overcharge-tolerance then
                    move difference-work to money-out
                    move spaces to exception-text
                    string "UNDERCHARGE " money-out
                           delimited by size into exception-text
                    move zero to recoverable-work
                    perform 500-exception-line
                 end-if
              end-if
           else
              move billed-work to repriced-work
           end-if.

       470-save-history.
           if history-count is not less than 24 then
              perform 475-shift-history
                      varying history-idx from 1 by 1
                      until history-idx > 23
              move 23 to history-count
           end-if
           add 1 to history-count
           move bill-month to hse-month(history-count)
           move blr-peak-kw to hse-peak-kw(history-count).

       475-shift-history.
           move hse-entry(history-idx + 1) to hse-entry(history-idx).

       480-post-vendor.
           move "N" to vendor-found-sw
           perform 485-find-vendor
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count or vendor-found
           if not vendor-found then
              if vendor-count is less than 50 then
                 add 1 to vendor-count
                 move vendor-count to vendor-found-idx
                 move blr-vendor to vde-vendor(vendor-count)
                 move zero to vde-bills(vendor-count)
                              vde-exceptions(vendor-count)
                              vde-billed(vendor-count)
                              vde-repriced(vendor-count)
                              vde-recoverable(vendor-count)
                 set vendor-found to true
              else
                 display "VENDOR TABLE FULL - " blr-vendor
                         " LEFT OUT OF THE VENDOR TOTALS"
              end-if
           end-if
           if vendor-found then
              add 1 to vde-bills(vendor-found-idx)
              add bill-exception-count to
                  vde-exceptions(vendor-found-idx)
              add billed-work to vde-billed(vendor-found-idx)
              add repriced-work to vde-repriced(vendor-found-idx)
              add bill-recoverable to
                  vde-recoverable(vendor-found-idx)
           end-if
           add billed-work to total-billed
           add repriced-work to total-repriced
           add bill-recoverable to total-recoverable.

       485-find-vendor.
           if vde-vendor(vendor-idx) is equal to blr-vendor then
              set vendor-found to true
              move vendor-idx to vendor-found-idx
           end-if.

       500-exception-line.
           add 1 to bill-exception-count
           add recoverable-work to bill-recoverable
           move recoverable-work to money-out
           display blr-vendor " " blr-account " " blr-meter " "
                   blr-rate-class " " blr-from-date "-" blr-to-date
                   " " exception-text " " money-out.

      ******************************************************************
      * Price the bill's readings on price-vendor/price-class.  The
      * cards are taken in tariff order so the blocks step up as
      * given.
      ******************************************************************
       600-price-bill.
           move "N" to price-found-sw
           move "N" to price-tou-sw
           move zero to price-fixed price-energy price-block-energy
                        price-demand price-gas price-total
                        price-demand-rate price-ratchet-pct
                        price-ratchet-months
                        kwh-prev-upto kwh-last-rate
                        therm-prev-upto therm-last-rate
           move blr-kwh to kwh-remaining
           move blr-therms to therm-remaining
           perform 610-price-one-card
                   varying tariff-idx from 1 by 1
                   until tariff-idx > tariff-count
           if price-found then
              if price-tou then
                 compute price-energy rounded =
                          blr-on-peak-kwh * price-on-rate +
                          (blr-kwh - blr-on-peak-kwh) *
                          price-off-rate
              else
                 compute price-energy rounded =
                          price-block-energy +
                          kwh-remaining * kwh-last-rate
              end-if
              compute price-gas rounded =
                       price-gas + therm-remaining * therm-last-rate
              perform 640-price-demand
              compute price-total =
                       price-fixed + price-energy + price-demand +
                       price-gas
           end-if.

       610-price-one-card.
           if tfe-vendor(tariff-idx) is equal to price-vendor and
              tfe-rate-class(tariff-idx) is equal to price-class then
              set price-found to true
              evaluate tfe-type(tariff-idx)
                 when "FIXD"
                    add tfe-amount(tariff-idx) to price-fixed
                 when "BLK "
                    perform 620-price-kwh-block
                 when "THM "
                    perform 630-price-therm-block
                 when "TOU "
                    set price-tou to true
                    move tfe-rate(tariff-idx) to price-on-rate
                    move tfe-rate-2(tariff-idx) to price-off-rate
                 when "DMD "
                    move tfe-demand-rate(tariff-idx) to
                         price-demand-rate
                    move tfe-ratchet-pct(tariff-idx) to
                         price-ratchet-pct
                    move tfe-ratchet-months(tariff-idx) to
                         price-ratchet-months
              end-evaluate
           end-if.

       620-price-kwh-block.
           move tfe-rate(tariff-idx) to kwh-last-rate
           if tfe-upto(tariff-idx) is greater than kwh-prev-upto then
              compute block-size = tfe-upto(tariff-idx) -
                                   kwh-prev-upto
              move function min(block-size, kwh-remaining) to
                   block-take
              compute price-block-energy rounded =
                       price-block-energy +
                       block-take * tfe-rate(tariff-idx)
              subtract block-take from kwh-remaining
              move tfe-upto(tariff-idx) to kwh-prev-upto
           end-if.

       630-price-therm-block.
           move tfe-rate(tariff-idx) to therm-last-rate
           if tfe-upto(tariff-idx) is greater than therm-prev-upto then
              compute block-size = tfe-upto(tariff-idx) -
                                   therm-prev-upto
              move function min(block-size, therm-remaining) to
                   block-take
              compute price-gas rounded =
                       price-gas + block-take * tfe-rate(tariff-idx)
              subtract block-take from therm-remaining
              move tfe-upto(tariff-idx) to therm-prev-upto
           end-if.

       640-price-demand.
           move blr-peak-kw to price-billed-kw
           if price-ratchet-pct is greater than zero then
              perform 650-ratchet-one-month
                      varying history-idx from 1 by 1
                      until history-idx > history-count
           end-if
           compute price-demand rounded =
                    price-billed-kw * price-demand-rate.

       650-ratchet-one-month.
           compute months-back =
                    bill-month - hse-month(history-idx)
           if months-back is not greater than price-ratchet-months
              then
              compute price-ratchet-kw rounded =
                       hse-peak-kw(history-idx) *
                       price-ratchet-pct / 100
              if price-ratchet-kw is greater than price-billed-kw
                 then
                 move price-ratchet-kw to price-billed-kw
              end-if
           end-if.

       700-vendor-totals.
           display spaces
           display "RECOVERABLE DOLLARS BY VENDOR"
           display "VENDOR  BILLS EXCPTS        BILLED      REPRICED"
                   "   RECOVERABLE"
           perform 710-one-vendor
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count
           move total-billed to total-out
           display "TOTAL BILLED      : " total-out
           move total-repriced to total-out
           display "TOTAL REPRICED    : " total-out
           move total-recoverable to total-out
           display "TOTAL RECOVERABLE : " total-out
           display spaces
           move bills-read to count-out
           display "BILLS READ        : " count-out
           move bills-audited to count-out
           display "BILLS AUDITED     : " count-out
           move bills-rejected to count-out
           display "BILLS REJECTED    : " count-out
           move bills-flagged to count-out
           display "BILLS FLAGGED     : " count-out
           move overcharge-count to count-out
           display "  OVERCHARGES     : " count-out
           move estimated-count to count-out
           display "  ESTIMATED READS : " count-out
           move overlap-count to count-out
           display "  OVERLAPS        : " count-out
           move missing-count to count-out
           display "  MISSING PERIODS : " count-out
           move wrong-class-count to count-out
           display "  WRONG RATE CLASS: " count-out.

       710-one-vendor.
           move vde-bills(vendor-idx) to count-out
           move vde-exceptions(vendor-idx) to count-out-2
           move vde-billed(vendor-idx) to money-out
           move vde-repriced(vendor-idx) to money-out-2
           move vde-recoverable(vendor-idx) to money-out-3
           display vde-vendor(vendor-idx) " " count-out " "
                   count-out-2 " " money-out " "
                   money-out-2 " " money-out-3.
