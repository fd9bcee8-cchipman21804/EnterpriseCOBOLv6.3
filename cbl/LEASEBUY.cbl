       identification division.
       program-id.    leasebuy.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *            Equipment Lease-Versus-Buy Analysis                 *
      *                                                                *
      ******************************************************************
      *
      * When a chiller or boiler comes up for replacement, finance
      * asks whether to lease it or buy it.  This batch puts the
      * options on the same footing: after-tax cash flows year by
      * year, present-valued at the shop's discount rate with the
      * FPGF present-worth factor
      *
      *        P = F * 1 / (1+i)**n
      *
      * and spread to an equivalent annual cost with the FAGP
      * annual-worth factor
      *
      *        A = P * (i * (1+i)**n) / ((1+i)**n - 1)
      *
      * so a lease shorter than the purchase horizon still compares
      * fairly.  The option with the lowest equivalent annual cost
      * is recommended (with equal horizons that is also the lowest
      * net present cost).
      *
      * Purchase, after tax:
      *   - year 0 pays the price less the amount financed, plus a
      *     LOANCOMP offer's points and fees;
      *   - the loan payment is the FAGP annual worth of the amount
      *     financed; its interest is deducted;
      *   - depreciation follows the MACRS half-year table for the
      *     tax class (3, 5, 7, 10, 15 or 20 years) and shields tax;
      *   - at the horizon any loan balance is paid off and the
      *     equipment is sold for its salvage value, the gain or
      *     loss against book value taxed at the shop rate.
      * Lease, after tax:
      *   - payments are made at the start of each year and are
      *     deducted;
      *   - at the end of the term the buyout is exercised when it
      *     is below the residual value -- the buyout is paid and
      *     the equipment is worth its residual -- otherwise the
      *     equipment goes back.
      *
      * Between the purchase and each lease the break-even discount
      * rate is found by bisection (as LOANCOMP solves its APR) --
      * the rate at which the two equivalent annual costs are equal.
      *
      * The discount and tax rates come from the PARMMST parameter
      * master through PARMLKUP (program LEASEBUY, parameters
      * DISCOUNT-RATE and TAX-RATE, percent, as of today), default
      * 8.00 and 25.00 percent; an R card overrides them for a run.
      *
      * Option deck (LEASDECK), one card each:
      *   B option(10) price(8) salvage(8) years(2) tax-class(2)
      *     down(8) rate(5) term(2)
      *                         the purchase: analysis horizon in
      *                         years, and financing terms (rate
      *                         and term blank for a cash purchase)
      *   O lender(15) principal(7) rate(5) term(2) points(4) fees(6)
      *                         a LOANCOMP offer card from column 3,
      *                         financing the purchase in place of
      *                         the B card's terms (an ARM offer is
      *                         priced at its initial rate)
      *   L option(10) payment(8) term(2) residual(8) buyout(8)
      *                         a lease, annual payment, up to five
      *   R discount-pct(5) tax-pct(5)
      *                         rate override
      * with one space between fields; amounts in whole dollars.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//LEASEBUY JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(LEASEBUY),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(LEASEBUY),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=LEASEBUY
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//LEASDECK  DD DSN=&SYSUID..INPUT(LEASDECK),DISP=SHR
      *//PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select option-deck-file assign to LEASDECK
                    organization is sequential
                    file status is option-deck-status.

       data division.
       file section.
       fd  option-deck-file record contains 80 characters
                            recording mode f.
       01  option-card.
           02 opc-card-type                    pic x.
           02 filler                           pic x.
           02 opc-option-id                    pic x(10).
           02 filler                           pic x(68).
       01  purchase-card redefines option-card.
           02 filler                           pic x(13).
           02 puc-price-in                     pic x(8).
           02 filler                           pic x.
           02 puc-salvage-in                   pic x(8).
           02 filler                           pic x.
           02 puc-years-in                     pic x(2).
           02 filler                           pic x.
           02 puc-tax-class-in                 pic x(2).
           02 filler                           pic x.
           02 puc-down-in                      pic x(8).
           02 filler                           pic x.
           02 puc-rate-in                      pic x(5).
           02 filler                           pic x.
           02 puc-term-in                      pic x(2).
           02 filler                           pic x(26).
      * The LOANCOMP offer card layout, shifted two columns.
       01  offer-card redefines option-card.
           02 filler                           pic xx.
           02 ofc-lender                       pic x(15).
           02 filler                           pic x.
           02 ofc-principal-in                 pic x(7).
           02 filler                           pic x.
           02 ofc-rate-in                      pic x(5).
           02 filler                           pic x.
           02 ofc-term-in                      pic x(2).
           02 filler                           pic x.
           02 ofc-points-in                    pic x(4).
           02 filler                           pic x.
           02 ofc-fees-in                      pic x(6).
           02 filler                           pic x.
           02 ofc-arm-marker                   pic x(3).
           02 filler                           pic x(30).
       01  lease-card redefines option-card.
           02 filler                           pic x(13).
           02 lsc-payment-in                   pic x(8).
           02 filler                           pic x.
           02 lsc-term-in                      pic x(2).
           02 filler                           pic x.
           02 lsc-residual-in                  pic x(8).
           02 filler                           pic x.
           02 lsc-buyout-in                    pic x(8).
           02 filler                           pic x(38).
       01  rate-card redefines option-card.
           02 filler                           pic xx.
           02 rtc-discount-in                  pic x(5).
           02 filler                           pic x.
           02 rtc-tax-in                       pic x(5).
           02 filler                           pic x(67).

       working-storage section.

       01 option-deck-status                   pic xx value "00".
           88 option-deck-ok                   value "00".
       01 deck-eof-sw                          pic x value "N".
           88 deck-eof                         value "Y".
       01 cards-rejected                       pic 99 value zero.

      * Shop rates, percent, and where they came from.
       01 discount-pct                         pic 99v99 value 8.00.
       01 tax-pct                              pic 99v99 value 25.00.
       01 discount-source                      pic x(30)
                                               value "(DEFAULT)".
       01 tax-source                           pic x(30)
                                               value "(DEFAULT)".
       01 discount-rate                        pic 9v9(6).
       01 tax-rate                             pic 9v9(6).
       01 parm-program                         pic x(8)
                                               value "LEASEBUY".
       01 parm-name                            pic x(16).
       01 parm-as-of-date                      pic 9(8).
       01 parm-found-flag                      pic x.
           88 parm-found                       value "Y".
       01 parm-value                           pic x(20).
       01 parm-effective-date                  pic 9(8).

      * The purchase.
       01 purchase-sw                          pic x value "N".
           88 purchase-read                    value "Y".
       01 purchase-id                          pic x(10).
       01 purchase-price                       pic 9(8).
       01 purchase-salvage                     pic 9(8).
       01 purchase-years                       pic 99.
       01 purchase-tax-class                   pic 99.
       01 purchase-down                        pic 9(8).
       01 loan-rate-pct                        pic 99v99 value zero.
       01 loan-term                            pic 99 value zero.
       01 loan-principal                       pic 9(8) value zero.
       01 loan-upfront                         pic 9(7)v99 value zero.
       01 loan-lender                          pic x(15) value spaces.
       01 loan-points                          pic 9v99.
       01 loan-fees                            pic 9(6)v99.
       01 class-row                            pic 9.

      * FAGP annual-worth work fields.
       01 annual-interest                      pic 99v9(6).
       01 numerator                            pic 9(9)v9(6).
       01 denominator                          pic 9(9)v9(6).
       01 loan-payment                         pic 9(8)v99.
       01 loan-balance                         pic s9(9)v99
                                               sign is leading
                                               separate.
       01 year-interest                        pic 9(8)v99.
       01 depreciation-taken                   pic 9(9)v99.
       01 year-depreciation                    pic 9(8)v99.
       01 book-value                           pic s9(9)v99
                                               sign is leading
                                               separate.

      * MACRS half-year percentages by recovery year, one row per
      * tax class in 3, 5, 7, 10, 15, 20 order.
       01 macrs-values.
      * 03-year class
           02 filler pic x(35) value
                  "33333444501481007410000000000000000".
           02 filler pic x(35) value
                  "00000000000000000000000000000000000".
           02 filler pic x(35) value
                  "00000000000000000000000000000000000".
      * 05-year class
           02 filler pic x(35) value
                  "20000320001920011520115200576000000".
           02 filler pic x(35) value
                  "00000000000000000000000000000000000".
           02 filler pic x(35) value
                  "00000000000000000000000000000000000".
      * 07-year class
           02 filler pic x(35) value
                  "14290244901749012490089300892008930".
           02 filler pic x(35) value
                  "04460000000000000000000000000000000".
           02 filler pic x(35) value
                  "00000000000000000000000000000000000".
      * 10-year class
           02 filler pic x(35) value
                  "10000180001440011520092200737006550".
           02 filler pic x(35) value
                  "06550065600655003280000000000000000".
           02 filler pic x(35) value
                  "00000000000000000000000000000000000".
      * 15-year class
           02 filler pic x(35) value
                  "05000095000855007700069300623005900".
           02 filler pic x(35) value
                  "05900059100590005910059000591005900".
           02 filler pic x(35) value
                  "05910029500000000000000000000000000".
      * 20-year class
           02 filler pic x(35) value
                  "03750072190667706177057130528504888".
           02 filler pic x(35) value
                  "04522044620446104462044610446204461".
           02 filler pic x(35) value
                  "04462044610446204461044620446102231".
       01 macrs-table redefines macrs-values.
           02 macrs-class occurs 6 times.
              03 macrs-pct occurs 21 times     pic 99v999.
       01 macrs-class-list.
           02 filler                           pic 99 value 03.
           02 filler                           pic 99 value 05.
           02 filler                           pic 99 value 07.
           02 filler                           pic 99 value 10.
           02 filler                           pic 99 value 15.
           02 filler                           pic 99 value 20.
       01 macrs-class-table redefines macrs-class-list.
           02 macrs-class-years occurs 6 times pic 99.

      * The options: entry 1 the purchase, 2-6 the leases.  Each
      * carries its after-tax cash flows, year 0 to the horizon,
      * costs negative.
       01 option-count                         pic 9 value 1.
       01 option-idx                           pic 9.
       01 best-idx                             pic 9.
       01 option-table.
           02 option-entry occurs 6 times.
              03 ope-option-id                 pic x(10).
              03 ope-horizon                   pic 99.
              03 ope-payment                   pic 9(8).
              03 ope-residual                  pic 9(8).
              03 ope-buyout                    pic 9(8).
              03 ope-npc                       pic s9(9)v99
                                               sign is leading
                                               separate.
              03 ope-eac                       pic s9(9)v99
                                               sign is leading
                                               separate.
              03 ope-breakeven-pct             pic 99v99.
              03 ope-breakeven-sw              pic x.
                 88 ope-breakeven-found        value "Y".
              03 ope-flow occurs 41 times      pic s9(9)v99
                                               sign is leading
                                               separate.
       01 year-idx                             pic 99.
       01 flow-idx                             pic 99.

      * Present worth at a trial rate.
       01 trial-rate                           pic 9v9(6).
       01 trial-npc                            pic s9(9)v99
                                               sign is leading
                                               separate.
       01 trial-eac                            pic s9(9)v99
                                               sign is leading
                                               separate.
       01 present-factor                       pic 9v9(9).

      * Break-even bisection between the purchase and one lease.
       01 be-lo                                pic 9v9(6).
       01 be-hi                                pic 9v9(6).
       01 be-mid                               pic 9v9(6).
       01 be-iteration                         pic 99.
       01 be-diff-lo                           pic s9(9)v99
                                               sign is leading
                                               separate.
       01 be-diff-mid                          pic s9(9)v99
                                               sign is leading
                                               separate.
       01 be-option-idx                        pic 9.
       01 be-buy-eac                           pic s9(9)v99
                                               sign is leading
                                               separate.

      * Side-by-side report line.
       01 table-line.
           02 tbl-label                        pic x(18).
           02 tbl-column occurs 6 times.
              03 tbl-amount                    pic ----,---,--9.
              03 filler                        pic xx.
       01 table-heading redefines table-line.
           02 tbh-label                        pic x(18).
           02 tbh-column occurs 6 times.
              03 filler                        pic xx.
              03 tbh-option-id                 pic x(10).
              03 filler                        pic xx.
       01 rate-line redefines table-line.
           02 rtl-label                        pic x(18).
           02 rtl-column occurs 6 times.
              03 filler                        pic x(6).
              03 rtl-rate                      pic zz9.99.
              03 filler                        pic xx.
       01 row-sw                               pic x.
           88 row-has-flows                    value "Y".
       01 year-out                             pic z9.
       01 pct-out                              pic z9.99.
       01 dollars-out                          pic $zzz,zzz,zz9.

       procedure division.
       100-main-paragraph.
           display "**********  LEASE-VERSUS-BUY ANALYSIS BEGINS  "
                   "**********"
           perform 150-shop-rates
           open input option-deck-file
           if not option-deck-ok then
              display "LEASDECK NOT AVAILABLE - NOTHING TO COMPARE"
              stop run
           end-if
           perform 200-read-option-card until deck-eof
           close option-deck-file
           if not purchase-read or option-count is less than 2 then
              display "A B CARD AND AT LEAST ONE L CARD ARE NEEDED"
                      " - NOTHING TO COMPARE"
              stop run
           end-if
           move discount-pct to pct-out
           display "DISCOUNT RATE: " pct-out " PERCENT  "
                   discount-source
           move tax-pct to pct-out
           display "TAX RATE     : " pct-out " PERCENT  " tax-source
           compute discount-rate = discount-pct / 100
           compute tax-rate = tax-pct / 100
           perform 400-purchase-flows
           perform 500-lease-flows
                   varying option-idx from 2 by 1
                   until option-idx > option-count
           move discount-rate to trial-rate
           perform 600-price-one-option
                   varying option-idx from 1 by 1
                   until option-idx > option-count
           perform 650-break-even-rate
                   varying option-idx from 2 by 1
                   until option-idx > option-count
           perform 700-print-side-by-side
           perform 800-recommend
           display "CARDS REJECTED: " cards-rejected
           display "**********  LEASE-VERSUS-BUY ANALYSIS ENDS  "
                   "**********"
           stop run.

      ******************************************************************
      * Discount and tax rates in force today from the parameter
      * master; the R card, read with the deck, overrides.
      ******************************************************************
       150-shop-rates.
           move function current-date(1:8) to parm-as-of-date
           move "DISCOUNT-RATE" to parm-name
           call "PARMLKUP" using parm-program, parm-name,
                parm-as-of-date, parm-found-flag, parm-value,
                parm-effective-date
           if parm-found and
              function test-numval(parm-value) is equal to zero then
              compute discount-pct = function numval(parm-value)
              move spaces to discount-source
              string "(PARMMST EFFECTIVE " delimited by size
                     parm-effective-date delimited by size
                     ")" delimited by size
                     into discount-source
           end-if
           move "TAX-RATE" to parm-name
           call "PARMLKUP" using parm-program, parm-name,
                parm-as-of-date, parm-found-flag, parm-value,
                parm-effective-date
           if parm-found and
              function test-numval(parm-value) is equal to zero then
              compute tax-pct = function numval(parm-value)
              move spaces to tax-source
              string "(PARMMST EFFECTIVE " delimited by size
                     parm-effective-date delimited by size
                     ")" delimited by size
                     into tax-source
           end-if.

       200-read-option-card.
           read option-deck-file
              at end set deck-eof to true
              not at end
                 evaluate opc-card-type
                    when "B" perform 210-take-purchase-card
                    when "O" perform 230-take-offer-card
                    when "L" perform 250-take-lease-card
                    when "R" perform 270-take-rate-card
                    when other
                       add 1 to cards-rejected
                       display "CARD REJECTED - TYPE MUST BE B, O, L"
                               " OR R: " option-card(1:30)
                 end-evaluate
           end-read.

       210-take-purchase-card.
           if function test-numval(puc-price-in) is not equal zero
              or function test-numval(puc-salvage-in) is not equal
                 zero
              or function test-numval(puc-years-in) is not equal zero
              or function test-numval(puc-tax-class-in) is not equal
                 zero then
              add 1 to cards-rejected
              display "B CARD REJECTED - NON-NUMERIC FIELD"
           else
           if purchase-read then
              add 1 to cards-rejected
              display "B CARD REJECTED - ONE PURCHASE PER RUN"
           else
              move opc-option-id to purchase-id
              compute purchase-price = function numval(puc-price-in)
              compute purchase-salvage =
                       function numval(puc-salvage-in)
              compute purchase-years = function numval(puc-years-in)
              compute purchase-tax-class =
                       function numval(puc-tax-class-in)
              move zero to class-row
              perform 215-find-tax-class
                      varying option-idx from 1 by 1
                      until option-idx > 6
              if purchase-price is equal to zero or
                 purchase-years is equal to zero or
                 purchase-years is greater than 40 or
                 class-row is equal to zero then
                 add 1 to cards-rejected
                 display "B CARD REJECTED - ZERO PRICE, HORIZON NOT"
                         " 1-40 OR TAX CLASS NOT 3/5/7/10/15/20"
              else
                 set purchase-read to true
                 move purchase-id to ope-option-id(1)
                 move purchase-years to ope-horizon(1)
                 perform 220-purchase-financing
              end-if
           end-if
           end-if.

       215-find-tax-class.
           if macrs-class-years(option-idx) is
              equal to purchase-tax-class then
              move option-idx to class-row
           end-if.

      * Terms on the B card, unless an O card has already financed
      * the purchase.
       220-purchase-financing.
           if loan-lender is equal to spaces then
              if puc-rate-in is not equal to spaces and
                 puc-term-in is not equal to spaces and
                 function test-numval(puc-rate-in) is equal to zero
                 and function test-numval(puc-term-in) is equal to
                 zero then
                 compute loan-rate-pct = function numval(puc-rate-in)
                 compute loan-term = function numval(puc-term-in)
                 move zero to purchase-down
                 if function test-numval(puc-down-in) is equal to
                    zero then
                    compute purchase-down =
                             function numval(puc-down-in)
                 end-if
                 if purchase-down is greater than purchase-price then
                    move purchase-price to purchase-down
                 end-if
                 compute loan-principal =
                          purchase-price - purchase-down
              end-if
           end-if.

       230-take-offer-card.
           if function test-numval(ofc-principal-in) is not equal
              zero or
              function test-numval(ofc-rate-in) is not equal zero or
              function test-numval(ofc-term-in) is not equal zero or
              function test-numval(ofc-points-in) is not equal zero
              or
              function test-numval(ofc-fees-in) is not equal zero
              then
              add 1 to cards-rejected
              display "O CARD REJECTED - NON-NUMERIC FIELD: "
                      ofc-lender
           else
              move ofc-lender to loan-lender
              compute loan-principal = function numval(ofc-principal-in)
              compute loan-rate-pct = function numval(ofc-rate-in)
              compute loan-term = function numval(ofc-term-in)
              compute loan-points = function numval(ofc-points-in)
              compute loan-fees = function numval(ofc-fees-in)
              compute loan-upfront rounded =
                       loan-principal * loan-points / 100 + loan-fees
              if ofc-arm-marker is equal to "ARM" then
                 display "OFFER " loan-lender " IS AN ARM - PRICED"
                         " AT ITS INITIAL RATE"
              end-if
           end-if.

       250-take-lease-card.
           if function test-numval(lsc-payment-in) is not equal zero
              or function test-numval(lsc-term-in) is not equal zero
              or function test-numval(lsc-residual-in) is not equal
                 zero
              or function test-numval(lsc-buyout-in) is not equal
                 zero then
              add 1 to cards-rejected
              display "L CARD REJECTED - NON-NUMERIC FIELD: "
                      opc-option-id
           else
           if option-count is not less than 6 then
              add 1 to cards-rejected
              display "L CARD REJECTED - FIVE LEASES PER RUN: "
                      opc-option-id
           else
              add 1 to option-count
              move opc-option-id to ope-option-id(option-count)
              compute ope-payment(option-count) =
                       function numval(lsc-payment-in)
              compute ope-horizon(option-count) =
                       function numval(lsc-term-in)
              compute ope-residual(option-count) =
                       function numval(lsc-residual-in)
              compute ope-buyout(option-count) =
                       function numval(lsc-buyout-in)
              if ope-payment(option-count) is equal to zero or
                 ope-horizon(option-count) is equal to zero or
                 ope-horizon(option-count) is greater than 40 then
                 add 1 to cards-rejected
                 display "L CARD REJECTED - ZERO PAYMENT OR TERM NOT"
                         " 1-40: " opc-option-id
                 subtract 1 from option-count
              end-if
           end-if
           end-if.

       270-take-rate-card.
           if function test-numval(rtc-discount-in) is equal to zero
              and rtc-discount-in is not equal to spaces then
              compute discount-pct = function numval(rtc-discount-in)
              move "(R CARD OVERRIDE)" to discount-source
           end-if
           if function test-numval(rtc-tax-in) is equal to zero
              and rtc-tax-in is not equal to spaces then
              compute tax-pct = function numval(rtc-tax-in)
              move "(R CARD OVERRIDE)" to tax-source
           end-if.

      ******************************************************************
      * Purchase cash flows: down payment and upfront costs, loan
      * payments less the interest deduction, depreciation shield,
      * payoff and after-tax salvage at the horizon.
      ******************************************************************
       400-purchase-flows.
           move 1 to option-idx
           perform 410-clear-one-flow
                   varying flow-idx from 1 by 1 until flow-idx > 41
           if loan-principal is greater than purchase-price then
              move purchase-price to loan-principal
           end-if
           compute ope-flow(1, 1) =
                    zero - (purchase-price - loan-principal)
                    - loan-upfront
           move zero to loan-payment
           if loan-principal is greater than zero and
              loan-term is greater than zero and
              loan-rate-pct is greater than zero then
              divide loan-rate-pct by 100 giving annual-interest
              compute denominator = (1 + annual-interest) **
                                      loan-term - 1
              compute numerator = annual-interest *
                       (1 + annual-interest) ** loan-term
              compute loan-payment rounded =
                       loan-principal * (numerator / denominator)
           end-if
           move loan-principal to loan-balance
           move zero to depreciation-taken
           perform 420-one-purchase-year
                   varying year-idx from 1 by 1
                   until year-idx > purchase-years
           compute book-value = purchase-price - depreciation-taken
           move purchase-years to year-idx
           compute flow-idx = year-idx + 1
           compute ope-flow(1, flow-idx) rounded =
                    ope-flow(1, flow-idx) - loan-balance
                    + purchase-salvage
                    - tax-rate * (purchase-salvage - book-value)
           display spaces
           display "PURCHASE " purchase-id
           move purchase-price to dollars-out
           display "  PRICE            " dollars-out
           move loan-principal to dollars-out
           if loan-lender is not equal to spaces then
              display "  FINANCED         " dollars-out "  "
                      loan-lender
           else
              display "  FINANCED         " dollars-out
           end-if
           if loan-payment is greater than zero then
              move loan-payment to dollars-out
              move loan-rate-pct to pct-out
              display "  LOAN PAYMENT     " dollars-out " FOR "
                      loan-term " YEARS AT " pct-out " PERCENT"
           end-if
           move purchase-salvage to dollars-out
           display "  SALVAGE          " dollars-out " AFTER "
                   purchase-years " YEARS, TAX CLASS "
                   purchase-tax-class " YEARS".

       410-clear-one-flow.
           move zero to ope-flow(option-idx, flow-idx).

       420-one-purchase-year.
           compute flow-idx = year-idx + 1
           move zero to ope-flow(1, flow-idx)
           if year-idx is not greater than loan-term and
              loan-payment is greater than zero then
              compute year-interest rounded =
                       loan-balance * annual-interest
              compute loan-balance =
                       loan-balance - (loan-payment - year-interest)
              if loan-balance is less than zero then
                 move zero to loan-balance
              end-if
              compute ope-flow(1, flow-idx) rounded =
                       zero - loan-payment + tax-rate * year-interest
           end-if
           move zero to year-depreciation
           if year-idx is not greater than 21 then
              compute year-depreciation rounded =
                       purchase-price *
                       macrs-pct(class-row, year-idx) / 100
           end-if
           add year-depreciation to depreciation-taken
           compute ope-flow(1, flow-idx) rounded =
                    ope-flow(1, flow-idx) +
                    tax-rate * year-depreciation.

      ******************************************************************
      * Lease cash flows: deductible payments at the start of each
      * year, and the buyout at the end of the term where it pays.
      ******************************************************************
       500-lease-flows.
           perform 410-clear-one-flow
                   varying flow-idx from 1 by 1 until flow-idx > 41
           perform 510-one-lease-payment
                   varying flow-idx from 1 by 1
                   until flow-idx > ope-horizon(option-idx)
           if ope-buyout(option-idx) is greater than zero and
              ope-buyout(option-idx) is less than
              ope-residual(option-idx) then
              compute flow-idx = ope-horizon(option-idx) + 1
              compute ope-flow(option-idx, flow-idx) =
                       ope-residual(option-idx) -
                       ope-buyout(option-idx)
           end-if.

       510-one-lease-payment.
           compute ope-flow(option-idx, flow-idx) rounded =
                    zero - ope-payment(option-idx) * (1 - tax-rate).

      ******************************************************************
      * Net present cost and equivalent annual cost of one option at
      * the trial rate.
      ******************************************************************
       600-price-one-option.
           perform 610-present-worth
           move trial-npc to ope-npc(option-idx)
           move trial-eac to ope-eac(option-idx).

       610-present-worth.
           move zero to trial-npc
           perform 620-discount-one-flow
                   varying flow-idx from 1 by 1
                   until flow-idx > ope-horizon(option-idx) + 1
           compute denominator = (1 + trial-rate) **
                                   ope-horizon(option-idx) - 1
           compute numerator = trial-rate *
                    (1 + trial-rate) ** ope-horizon(option-idx)
           compute trial-eac rounded =
                    trial-npc * (numerator / denominator).

       620-discount-one-flow.
           compute present-factor rounded =
                    1 / (1 + trial-rate) ** (flow-idx - 1)
           compute trial-npc rounded =
                    trial-npc -
                    ope-flow(option-idx, flow-idx) * present-factor.

      * The rate where the purchase and this lease cost the same per
      * year, searched between 0.1 and 50 percent.
       650-break-even-rate.
           move "N" to ope-breakeven-sw(option-idx)
           move 0.001 to be-lo
           move 0.5 to be-hi
           move be-lo to trial-rate
           perform 660-cost-difference
           move be-diff-mid to be-diff-lo
           move be-hi to trial-rate
           perform 660-cost-difference
           if (be-diff-lo < zero and be-diff-mid > zero) or
              (be-diff-lo > zero and be-diff-mid < zero) then
              set ope-breakeven-found(option-idx) to true
              perform 670-bisect
                      varying be-iteration from 1 by 1
                      until be-iteration > 40
              compute ope-breakeven-pct(option-idx) rounded =
                       be-mid * 100
           end-if.

       660-cost-difference.
           move option-idx to be-option-idx
           move 1 to option-idx
           perform 610-present-worth
           move trial-eac to be-buy-eac
           move be-option-idx to option-idx
           perform 610-present-worth
           compute be-diff-mid = be-buy-eac - trial-eac.

       670-bisect.
           compute be-mid = (be-lo + be-hi) / 2
           move be-mid to trial-rate
           perform 660-cost-difference
           if (be-diff-lo < zero and be-diff-mid < zero) or
              (be-diff-lo > zero and be-diff-mid > zero) then
              move be-mid to be-lo
              move be-diff-mid to be-diff-lo
           else
              move be-mid to be-hi
           end-if.

      ******************************************************************
      * The options side by side: after-tax flow by year, then the
      * present cost, annual cost and break-even rate.
      ******************************************************************
       700-print-side-by-side.
           display spaces
           display "AFTER-TAX CASH FLOWS (COSTS NEGATIVE)"
           move spaces to table-heading
           move "YEAR" to tbh-label
           perform 710-heading-column
                   varying option-idx from 1 by 1
                   until option-idx > option-count
           display table-heading
           move zero to year-idx
           perform 720-flow-row
                   varying flow-idx from 1 by 1
                   until flow-idx > 41
           display spaces
           move spaces to table-line
           move "NET PRESENT COST" to tbl-label
           perform 730-npc-column
                   varying option-idx from 1 by 1
                   until option-idx > option-count
           display table-line
           move spaces to table-line
           move "HORIZON (YEARS)" to tbl-label
           perform 735-horizon-column
                   varying option-idx from 1 by 1
                   until option-idx > option-count
           display table-line
           move spaces to table-line
           move "EQUIV ANNUAL COST" to tbl-label
           perform 740-eac-column
                   varying option-idx from 1 by 1
                   until option-idx > option-count
           display table-line
           move spaces to rate-line
           move "BREAK-EVEN RATE %" to rtl-label
           perform 750-rate-column
                   varying option-idx from 2 by 1
                   until option-idx > option-count
           display rate-line.

       710-heading-column.
           move ope-option-id(option-idx) to
                tbh-option-id(option-idx).

      * A year row prints while any option still has a flow in it.
       720-flow-row.
           compute year-idx = flow-idx - 1
           move "N" to row-sw
           move spaces to table-line
           move year-idx to year-out
           move year-out to tbl-label(3:2)
           perform 725-flow-column
                   varying option-idx from 1 by 1
                   until option-idx > option-count
           if row-has-flows then
              display table-line
           end-if.

       725-flow-column.
           if year-idx is not greater than ope-horizon(option-idx)
              then
              set row-has-flows to true
              move ope-flow(option-idx, flow-idx) to
                   tbl-amount(option-idx)
           end-if.

       730-npc-column.
           move ope-npc(option-idx) to tbl-amount(option-idx).

       735-horizon-column.
           move ope-horizon(option-idx) to tbl-amount(option-idx).

       740-eac-column.
           move ope-eac(option-idx) to tbl-amount(option-idx).

       750-rate-column.
           if ope-breakeven-found(option-idx) then
              move ope-breakeven-pct(option-idx) to
                   rtl-rate(option-idx)
           else
              move "  NONE" to rtl-column(option-idx)(7:6)
           end-if.

      * Lowest equivalent annual cost wins; the break-even rate says
      * on which side of it the decision would flip.
       800-recommend.
           move 1 to best-idx
           perform 810-check-one-option
                   varying option-idx from 2 by 1
                   until option-idx > option-count
           display spaces
           move ope-eac(best-idx) to dollars-out
           if best-idx is equal to 1 then
              display "RECOMMENDED: BUY " ope-option-id(1)
                      " - EQUIVALENT ANNUAL COST " dollars-out
           else
              display "RECOMMENDED: LEASE " ope-option-id(best-idx)
                      " - EQUIVALENT ANNUAL COST " dollars-out
              if ope-breakeven-found(best-idx) then
                 move ope-breakeven-pct(best-idx) to pct-out
                 display "  (BUYING AND THIS LEASE COST THE SAME AT"
                         " A DISCOUNT RATE OF " pct-out " PERCENT)"
              end-if
           end-if.

       810-check-one-option.
           if ope-eac(option-idx) is less than ope-eac(best-idx) then
              move option-idx to best-idx
           end-if.
