       identification division.
       program-id.    motrstdy.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *          Premium-Efficiency Motor Replacement Study            *
      *                                                                *
      ******************************************************************
      *
      * Decides, motor by motor, what goes in when a registry motor
      * fails: a premium-efficiency unit, or a like-for-like rewind.
      * Every MOTORMNT registry motor with a nameplate efficiency
      * and annual hours is held against the premium-efficiency
      * value for its horsepower (NEMA MG 1 Table 12-12, four-pole
      * enclosed; a size between table ratings takes the next
      * rating up):
      *
      *   kWh saved = hp * 0.746 * 75% load * annual hours
      *               * (100 / nameplate eff - 100 / premium eff)
      *
      * priced at the shop's electric rate -- the FUELPRC kWh price
      * CAPPLAN uses, 0.079 when the deck has none.
      *
      * The MTRPRICE list gives, per standard rating, the installed
      * price of a premium motor and the cost of a rewind.  Two
      * simple paybacks follow: replacing the running motor now
      * (price / dollars saved) and replacing it at failure instead
      * of rewinding (price - rewind, over the same savings).  The
      * candidates are ranked on the at-failure payback, shortest
      * first, and each carries a recommendation against a 3-year
      * payback target:
      *
      *   REPLACE NOW          even the full price pays back in time
      *   PREMIUM ON FAILURE   the price over a rewind pays back
      *   REWIND               neither pays back
      *
      * A candidate with no price on the list ranks last, unpriced.
      * Motors not studied -- no efficiency, no hours, already at
      * premium, or outside the table -- are listed with the reason.
      *
      * Price card (MTRPRICE):
      *   hp(6, e.g. 7.5 or 007.50) premium price(9) rewind cost(9),
      *   whole dollars, with one space between fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//MOTRSTDY JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(MOTRSTDY),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(MOTRSTDY),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=MOTRSTDY
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//MOTORMST  DD DSN=&SYSUID..MOTORMST(0),DISP=SHR
      *//MTRPRICE  DD DSN=&SYSUID..INPUT(MTRPRICE),DISP=SHR
      *//FUELPRC   DD DSN=&SYSUID..INPUT(FUELPRC),DISP=SHR
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
           select motor-master-file assign to MOTORMST
                    organization is sequential
                    file status is motor-master-status.
      *
           select motor-price-file assign to MTRPRICE
                    organization is sequential
                    file status is motor-price-status.
      *
           select fuel-price-file assign to FUELPRC
                    organization is sequential
                    file status is fuel-price-status.

       data division.
       file section.
       fd  motor-master-file record contains 80 characters
                             recording mode f.
       01  motor-master-record.
           02 mmr-equip-tag                    pic x(10).
           02 filler                           pic x.
           02 mmr-hp                           pic 9(3)v99.
           02 filler                           pic x.
           02 mmr-voltage                      pic 9(4).
           02 filler                           pic x.
           02 mmr-phase                        pic 9.
           02 filler                           pic x.
           02 mmr-fla                          pic 9(3)v99.
           02 filler                           pic x.
           02 mmr-service-factor               pic 9v99.
           02 filler                           pic x.
           02 mmr-efficiency                   pic 99v9.
           02 filler                           pic x.
           02 mmr-annual-hours                 pic 9(4).
           02 filler                           pic x.
           02 mmr-plant-position               pic x.
           02 filler                           pic x.
           02 mmr-bldg-id                      pic x(8).
           02 filler                           pic x(27).
      *
       fd  motor-price-file record contains 80 characters
                            recording mode f.
       01  motor-price-card.
           02 mpc-hp-in                        pic x(6).
           02 filler                           pic x.
           02 mpc-price-in                     pic x(9).
           02 filler                           pic x.
           02 mpc-rewind-in                    pic x(9).
           02 filler                           pic x(54).
      *
       fd  fuel-price-file record contains 80 characters
                           recording mode f.
       01  fuel-price-card.
           02 fpc-fuel-code                    pic x.
           02 filler                           pic x.
           02 fpc-price-in                     pic x(8).
           02 filler                           pic x(70).

       working-storage section.

       01 motor-master-status                  pic xx value "00".
           88 motor-master-ok                  value "00".
       01 motor-price-status                   pic xx value "00".
           88 motor-price-ok                   value "00".
       01 fuel-price-status                    pic xx value "00".
           88 fuel-price-ok                    value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 price-eof-sw                         pic x value "N".
           88 price-eof                        value "Y".
       01 fuel-eof-sw                          pic x value "N".
           88 fuel-eof                         value "Y".
       01 standard-found-sw                    pic x.
           88 standard-found                   value "Y".
       01 price-found-sw                       pic x.
           88 price-found                      value "Y".
       01 study-sort-sw                        pic x.
           88 study-sort-done                  value "Y".

      * Premium efficiency by rating: NEMA MG 1 Table 12-12, four-
      * pole enclosed.
       01 premium-standard-values.
           02 filler                           pic 9(3)v9 value 001.0.
           02 filler                           pic 99v9 value 85.5.
           02 filler                           pic 9(3)v9 value 001.5.
           02 filler                           pic 99v9 value 86.5.
           02 filler                           pic 9(3)v9 value 002.0.
           02 filler                           pic 99v9 value 86.5.
           02 filler                           pic 9(3)v9 value 003.0.
           02 filler                           pic 99v9 value 89.5.
           02 filler                           pic 9(3)v9 value 005.0.
           02 filler                           pic 99v9 value 89.5.
           02 filler                           pic 9(3)v9 value 007.5.
           02 filler                           pic 99v9 value 91.7.
           02 filler                           pic 9(3)v9 value 010.0.
           02 filler                           pic 99v9 value 91.7.
           02 filler                           pic 9(3)v9 value 015.0.
           02 filler                           pic 99v9 value 92.4.
           02 filler                           pic 9(3)v9 value 020.0.
           02 filler                           pic 99v9 value 93.0.
           02 filler                           pic 9(3)v9 value 025.0.
           02 filler                           pic 99v9 value 93.6.
           02 filler                           pic 9(3)v9 value 030.0.
           02 filler                           pic 99v9 value 93.6.
           02 filler                           pic 9(3)v9 value 040.0.
           02 filler                           pic 99v9 value 94.1.
           02 filler                           pic 9(3)v9 value 050.0.
           02 filler                           pic 99v9 value 94.5.
           02 filler                           pic 9(3)v9 value 060.0.
           02 filler                           pic 99v9 value 95.0.
           02 filler                           pic 9(3)v9 value 075.0.
           02 filler                           pic 99v9 value 95.4.
           02 filler                           pic 9(3)v9 value 100.0.
           02 filler                           pic 99v9 value 95.4.
           02 filler                           pic 9(3)v9 value 125.0.
           02 filler                           pic 99v9 value 95.4.
           02 filler                           pic 9(3)v9 value 150.0.
           02 filler                           pic 99v9 value 95.8.
           02 filler                           pic 9(3)v9 value 200.0.
           02 filler                           pic 99v9 value 96.2.
           02 filler                           pic 9(3)v9 value 250.0.
           02 filler                           pic 99v9 value 96.2.
           02 filler                           pic 9(3)v9 value 300.0.
           02 filler                           pic 99v9 value 96.2.
           02 filler                           pic 9(3)v9 value 350.0.
           02 filler                           pic 99v9 value 96.2.
           02 filler                           pic 9(3)v9 value 400.0.
           02 filler                           pic 99v9 value 96.2.
           02 filler                           pic 9(3)v9 value 450.0.
           02 filler                           pic 99v9 value 96.2.
           02 filler                           pic 9(3)v9 value 500.0.
           02 filler                           pic 99v9 value 96.2.
       01 premium-standard-table redefines premium-standard-values.
           02 premium-standard occurs 25 times.
              03 pst-hp                        pic 9(3)v9.
              03 pst-efficiency                pic 99v9.
       01 standard-idx                         pic 99.
       01 standard-found-idx                   pic 99.

      * Premium price and rewind cost by standard rating.
       01 price-count                          pic 99 value zero.
       01 price-idx                            pic 99.
       01 price-found-idx                      pic 99.
       01 motor-price-table.
           02 motor-price occurs 50 times.
              03 mpe-hp                        pic 9(3)v9.
              03 mpe-price                     pic 9(7).
              03 mpe-rewind                    pic 9(7).

      * One entry per candidate; the not-studied motors are listed
      * as they are read.
       01 study-count                          pic 999 value zero.
       01 study-idx                            pic 999.
       01 study-table.
           02 study-entry occurs 300 times.
              03 ste-equip-tag                 pic x(10).
              03 ste-hp                        pic 9(3)v99.
              03 ste-standard-hp               pic 9(3)v9.
              03 ste-efficiency                pic 99v9.
              03 ste-premium-eff               pic 99v9.
              03 ste-annual-hours              pic 9(4).
              03 ste-kwh-saved                 pic 9(7)v9.
              03 ste-dollars-saved             pic 9(7)v99.
              03 ste-price                     pic 9(7).
              03 ste-rewind                    pic 9(7).
              03 ste-payback-now               pic 9(3)v9.
              03 ste-payback-fail              pic 9(3)v9.
              03 ste-priced-sw                 pic x.
                 88 ste-priced                 value "Y".
       01 study-swap-area                      pic x(69).

       01 electric-rate                        pic 99v999 value 00.079.
       01 load-factor                          pic 9v99 value 0.75.
       01 kw-per-hp                            pic 9v999 value 0.746.
       01 payback-target-years                 pic 9v9 value 3.0.
       01 no-payback                           pic 9(3)v9 value 999.9.

       01 motors-read-count                    pic 9(4) value zero.
       01 not-studied-count                    pic 9(4) value zero.
       01 price-rejected-count                 pic 9(4) value zero.
       01 not-studied-reason                   pic x(30).
       01 kwh-work                             pic 9(7)v9.
       01 incremental-price                    pic 9(7).
       01 payback-work                         pic 9(5)v9.
       01 total-kwh-saved                      pic 9(9)v9 value zero.
       01 total-dollars-saved                  pic 9(9)v99 value zero.
       01 rank-number                          pic 999.

       01 study-heading-1.
           02 filler                           pic x(38) value
              "RANK TAG          HP   EFF  PREM HOURS".
           02 filler                           pic x(38) value
              "   KWH SAVED   $ SAVED    PRICE REWIND".
           02 filler                           pic x(34) value
              "  NOW  FAIL RECOMMENDATION".
       01 study-detail-line.
           02 sdl-rank                         pic zz9.
           02 filler                           pic xx value spaces.
           02 sdl-equip-tag                    pic x(10).
           02 filler                           pic x value space.
           02 sdl-hp                           pic zz9.9.
           02 filler                           pic x value space.
           02 sdl-efficiency                   pic z9.9.
           02 filler                           pic x value space.
           02 sdl-premium-eff                  pic z9.9.
           02 filler                           pic x value space.
           02 sdl-annual-hours                 pic z,zz9.
           02 filler                           pic x value space.
           02 sdl-kwh-saved                    pic z,zzz,zz9.
           02 filler                           pic x value space.
           02 sdl-dollars-saved                pic zzz,zz9.99.
           02 filler                           pic x value space.
           02 sdl-price                        pic zzz,zz9.
           02 filler                           pic x value space.
           02 sdl-rewind                       pic zz,zz9.
           02 filler                           pic x value space.
           02 sdl-payback-now                  pic zz9.9.
           02 filler                           pic x value space.
           02 sdl-payback-fail                 pic zz9.9.
           02 filler                           pic x value space.
           02 sdl-recommendation               pic x(18).

       01 kwh-out                              pic zzz,zzz,zz9.
       01 dollars-out                          pic zzz,zzz,zz9.99.
       01 rate-out                             pic z9.999.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "MOTRSTDY".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  MOTOR REPLACEMENT STUDY  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-electric-rate
           perform 250-load-price-list
           display spaces
           display "--------  MOTORS NOT STUDIED  --------"
           perform 300-study-registry
           if not-studied-count is equal to zero then
              display "  (NONE)"
           end-if
           perform 500-rank-candidates
           perform 600-candidate-report
           move "E" to runlog-event
           move motors-read-count to runlog-read
           move study-count to runlog-written
           move price-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  MOTOR REPLACEMENT STUDY ENDS  ********"
           stop run.

      * Fuel code 1 is the kWh price.
       200-load-electric-rate.
           open input fuel-price-file
           if not fuel-price-ok then
              display "FUELPRC NOT AVAILABLE - DEFAULT ELECTRIC RATE"
           else
              perform 210-read-fuel-price until fuel-eof
              close fuel-price-file
           end-if
           move electric-rate to rate-out
           display "ELECTRIC RATE $" rate-out " PER KWH".

       210-read-fuel-price.
           read fuel-price-file
              at end set fuel-eof to true
              not at end
                 if fpc-fuel-code is equal to "1" and
                    function test-numval(fpc-price-in) is equal to
                    zero then
                    compute electric-rate =
                             function numval(fpc-price-in)
                 end-if
           end-read.

       250-load-price-list.
           open input motor-price-file
           if not motor-price-ok then
              display "MTRPRICE NOT AVAILABLE - NO PAYBACKS"
           else
              perform 260-read-price until price-eof
              close motor-price-file
           end-if.

       260-read-price.
           read motor-price-file
              at end set price-eof to true
              not at end
                 if function test-numval(mpc-hp-in) is equal to
                    zero and
                    function test-numval(mpc-price-in) is equal to
                    zero and
                    (mpc-rewind-in is equal to spaces or
                     function test-numval(mpc-rewind-in) is equal
                     to zero) and
                    price-count is less than 50 then
                    add 1 to price-count
                    compute mpe-hp(price-count) =
                             function numval(mpc-hp-in)
                    compute mpe-price(price-count) =
                             function numval(mpc-price-in)
                    move zero to mpe-rewind(price-count)
                    if mpc-rewind-in is not equal to spaces then
                       compute mpe-rewind(price-count) =
                                function numval(mpc-rewind-in)
                    end-if
                 else
                    add 1 to price-rejected-count
                    display "MTRPRICE CARD IGNORED: "
                            motor-price-card(1:26)
                 end-if
           end-read.

       300-study-registry.
           open input motor-master-file
           if not motor-master-ok then
              display "MOTORMST NOT AVAILABLE - NOTHING TO STUDY"
           else
              perform 310-read-motor until master-eof
              close motor-master-file
           end-if.

       310-read-motor.
           read motor-master-file
              at end set master-eof to true
              not at end
                 add 1 to motors-read-count
                 perform 320-study-one-motor
           end-read.

       320-study-one-motor.
           move spaces to not-studied-reason
           perform 330-find-standard
           if mmr-efficiency is not numeric or
              mmr-efficiency is equal to zero then
              move "NO NAMEPLATE EFFICIENCY" to not-studied-reason
           else
           if mmr-annual-hours is not numeric or
              mmr-annual-hours is equal to zero then
              move "NO ANNUAL HOURS" to not-studied-reason
           else
           if mmr-hp is less than 1 then
              move "UNDER 1 HP - NOT IN TABLE" to not-studied-reason
           else
           if not standard-found then
              move "OVER 500 HP - NOT IN TABLE" to
                   not-studied-reason
           else
           if mmr-efficiency is not less than
              pst-efficiency(standard-found-idx) then
              move "ALREADY AT PREMIUM" to not-studied-reason
           else
           if study-count is not less than 300 then
              move "STUDY TABLE FULL" to not-studied-reason
           else
              perform 350-store-candidate
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           if not-studied-reason is not equal to spaces then
              add 1 to not-studied-count
              display "  " mmr-equip-tag " " not-studied-reason
           end-if.

      * The first rating at or above the motor's horsepower.
       330-find-standard.
           move "N" to standard-found-sw
           perform 335-check-one-standard
                   varying standard-idx from 1 by 1
                   until standard-idx > 25 or standard-found.

       335-check-one-standard.
           if pst-hp(standard-idx) is not less than mmr-hp then
              set standard-found to true
              move standard-idx to standard-found-idx
           end-if.

       350-store-candidate.
           add 1 to study-count
           move mmr-equip-tag to ste-equip-tag(study-count)
           move mmr-hp to ste-hp(study-count)
           move pst-hp(standard-found-idx) to
                ste-standard-hp(study-count)
           move mmr-efficiency to ste-efficiency(study-count)
           move pst-efficiency(standard-found-idx) to
                ste-premium-eff(study-count)
           move mmr-annual-hours to ste-annual-hours(study-count)
           compute kwh-work rounded =
                    mmr-hp * kw-per-hp * load-factor
                    * mmr-annual-hours
                    * (100 / mmr-efficiency
                       - 100 / pst-efficiency(standard-found-idx))
           move kwh-work to ste-kwh-saved(study-count)
           compute ste-dollars-saved(study-count) rounded =
                    kwh-work * electric-rate
           add kwh-work to total-kwh-saved
           add ste-dollars-saved(study-count) to total-dollars-saved
           perform 360-price-candidate.

      * Paybacks against the list price for the standard rating.
       360-price-candidate.
           move "N" to price-found-sw
           perform 365-check-one-price
                   varying price-idx from 1 by 1
                   until price-idx > price-count or price-found
           move no-payback to ste-payback-now(study-count)
           move no-payback to ste-payback-fail(study-count)
           move zero to ste-price(study-count)
           move zero to ste-rewind(study-count)
           move "N" to ste-priced-sw(study-count)
           if price-found then
              set ste-priced(study-count) to true
              move mpe-price(price-found-idx) to
                   ste-price(study-count)
              move mpe-rewind(price-found-idx) to
                   ste-rewind(study-count)
              if ste-dollars-saved(study-count) is greater than zero
                 then
                 compute payback-work rounded =
                          ste-price(study-count) /
                          ste-dollars-saved(study-count)
                 if payback-work is less than no-payback then
                    move payback-work to ste-payback-now(study-count)
                 end-if
                 move zero to incremental-price
                 if ste-price(study-count) is greater than
                    ste-rewind(study-count) then
                    compute incremental-price =
                             ste-price(study-count) -
                             ste-rewind(study-count)
                 end-if
                 compute payback-work rounded =
                          incremental-price /
                          ste-dollars-saved(study-count)
                 if payback-work is less than no-payback then
                    move payback-work to
                         ste-payback-fail(study-count)
                 end-if
              end-if
           end-if.

       365-check-one-price.
           if mpe-hp(price-idx) is equal to
              ste-standard-hp(study-count) then
              set price-found to true
              move price-idx to price-found-idx
           end-if.

      * Shortest at-failure payback first; unpriced candidates carry
      * the no-payback value and so sink to the bottom, the larger
      * savings first among equals.
       500-rank-candidates.
           move "N" to study-sort-sw
           perform 510-sort-pass until study-sort-done.

       510-sort-pass.
           set study-sort-done to true
           perform 520-sort-compare
                   varying study-idx from 1 by 1
                   until study-idx is not less than study-count.

       520-sort-compare.
           if ste-payback-fail(study-idx) is greater than
              ste-payback-fail(study-idx + 1) or
              (ste-payback-fail(study-idx) is equal to
               ste-payback-fail(study-idx + 1) and
               ste-dollars-saved(study-idx) is less than
               ste-dollars-saved(study-idx + 1)) then
              move study-entry(study-idx) to study-swap-area
              move study-entry(study-idx + 1) to
                   study-entry(study-idx)
              move study-swap-area to study-entry(study-idx + 1)
              move "N" to study-sort-sw
           end-if.

       600-candidate-report.
           display spaces
           display "--------  REPLACEMENT CANDIDATES, SHORTEST"
                   " AT-FAILURE PAYBACK FIRST  --------"
           display study-heading-1
           perform 610-report-one-candidate
                   varying study-idx from 1 by 1
                   until study-idx > study-count
           if study-count is equal to zero then
              display "  (NO CANDIDATES)"
           end-if
           display spaces
           move study-count to rank-number
           display "CANDIDATES STUDIED   : " rank-number
           move total-kwh-saved to kwh-out
           display "KWH SAVED IF ALL REPLACED     : " kwh-out
           move total-dollars-saved to dollars-out
           display "DOLLARS SAVED IF ALL REPLACED : " dollars-out.

       610-report-one-candidate.
           move study-idx to sdl-rank
           move ste-equip-tag(study-idx) to sdl-equip-tag
           move ste-hp(study-idx) to sdl-hp
           move ste-efficiency(study-idx) to sdl-efficiency
           move ste-premium-eff(study-idx) to sdl-premium-eff
           move ste-annual-hours(study-idx) to sdl-annual-hours
           move ste-kwh-saved(study-idx) to sdl-kwh-saved
           move ste-dollars-saved(study-idx) to sdl-dollars-saved
           move ste-price(study-idx) to sdl-price
           move ste-rewind(study-idx) to sdl-rewind
           move ste-payback-now(study-idx) to sdl-payback-now
           move ste-payback-fail(study-idx) to sdl-payback-fail
           if not ste-priced(study-idx) then
              move "NOT ON PRICE LIST" to sdl-recommendation
           else
           if ste-payback-now(study-idx) is not greater than
              payback-target-years then
              move "REPLACE NOW" to sdl-recommendation
           else
           if ste-payback-fail(study-idx) is not greater than
              payback-target-years then
              move "PREMIUM ON FAILURE" to sdl-recommendation
           else
              move "REWIND" to sdl-recommendation
           end-if
           end-if
           end-if
           display study-detail-line.
