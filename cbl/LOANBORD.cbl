       identification division.
       program-id.    loanbord.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *          Loan Boarding from an Accepted Loan Offer             *
      *                                                                *
      ******************************************************************
      *
      * Puts a closed loan on the active-loan master straight from
      * the offer the borrower accepted, so nothing is retyped:
      *
      *   - the OFFERS deck is the same term-sheet deck LOANCOMP
      *     priced; each BOARDACC acceptance card names the offer
      *     by its line number in that deck (the HOLD card counts
      *     as a line) and gives the closing date, the borrower,
      *     and the origination escrow figures as FPGF took them --
      *     annual property tax, annual hazard insurance and the
      *     PMI rate -- with the escrow deposit collected at
      *     closing;
      *   - the loan is given the next account number above the
      *     highest on the book, so the master stays in account
      *     order with the new loans at the end;
      *   - the monthly principal and interest is figured with the
      *     FAGP annual-worth formula at the monthly rate over the
      *     term in months,
      *
      *        A = P * (i * (1+i)**n) / ((1+i)**n - 1)
      *
      *     the monthly escrow is a twelfth of the annual tax and a
      *     twelfth of the insurance plus the PMI on the principal,
      *     the first payment falls due on the first of the second
      *     month after closing (interest is paid in arrears), and
      *     the escrow balance starts at the deposit collected, or
      *     the two-month cushion when the card leaves it blank;
      *   - each loan boarded prints a verification sheet (BOARDSHT,
      *     print-ready, ASA control in column 1) for the closer to
      *     check against the closing documents and sign, with the
      *     prepaid interest from closing to the end of the month;
      *   - the master with the new loans goes out to the NEWLOAN
      *     generation, ahead of the next LOANSERV run.
      *
      * A card whose offer line is missing, not a valid offer, or
      * already boarded (same borrower, principal and first due
      * date on the book) is rejected and the rest are boarded.
      *
      * An adjustable-rate offer boards with its reset terms on
      * the master for LOANSERV's rate-change pass: the index and
      * margin from the acceptance card, the periodic cap, the
      * lifetime cap as a ceiling over the start rate, the first
      * change date at the end of the fixed period and the
      * adjustment frequency in months.
      *
      * Acceptance card (BOARDACC):  offer-line(3) closing-date(8)
      *   borrower(20) annual-tax(8) annual-ins(8)
      *   pmi-rate(5: percent, zero for none) escrow-deposit(8:
      *   blank for the two-month cushion) arm-index(5)
      *   arm-margin(4: percent, as 2.75), the last two for an
      *   ARM offer only, amounts with a decimal point as FPGF
      *   takes them, one space between fields.
      * Offer card (OFFERS):  as read by LOANCOMP.
      * Active-loan master:  as maintained by LOANSERV.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//LOANBORD JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(LOANBORD),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(LOANBORD),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=LOANBORD
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//LOANMST   DD DSN=&SYSUID..LOANMST(0),DISP=SHR
      *//NEWLOAN   DD DSN=&SYSUID..LOANMST(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=250)
      *//OFFERS    DD DSN=&SYSUID..INPUT(OFFERS),DISP=SHR
      *//BOARDACC  DD DSN=&SYSUID..INPUT(BOARDACC),DISP=SHR
      *//BOARDSHT  DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133)
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
           select loan-master-in assign to LOANMST
                    organization is sequential
                    file status is loan-master-in-status.
      *
           select loan-master-out assign to NEWLOAN
                    organization is sequential
                    file status is loan-master-out-status.
      *
           select offers-file assign to OFFERS
                    organization is sequential
                    file status is offers-file-status.
      *
           select acceptance-file assign to BOARDACC
                    organization is sequential
                    file status is acceptance-status.
      *
           select sheet-file assign to BOARDSHT
                    organization is sequential
                    file status is sheet-status.

       data division.
       file section.
       fd  loan-master-in record contains 250 characters
                          recording mode f.
       01  loan-master-in-record.
           02 lmi-account                      pic x(8).
           02 filler                           pic x.
           02 lmi-borrower                     pic x(20).
           02 filler                           pic x.
           02 lmi-rate                         pic 99v99.
           02 filler                           pic x.
           02 lmi-term-months                  pic 999.
           02 filler                           pic x.
           02 lmi-principal-bal                pic 9(7)v99.
           02 filler                           pic x.
           02 lmi-escrow-bal                   pic 9(6)v99.
           02 filler                           pic x.
           02 lmi-next-due                     pic 9(8).
           02 filler                           pic x(184).
      *
       fd  loan-master-out record contains 250 characters
                           recording mode f.
       01  loan-master-out-record.
           02 lmo-account                      pic x(8).
           02 filler                           pic x.
           02 lmo-borrower                     pic x(20).
           02 filler                           pic x.
           02 lmo-rate                         pic 99v99.
           02 filler                           pic x.
           02 lmo-term-months                  pic 999.
           02 filler                           pic x.
           02 lmo-principal-bal                pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-escrow-bal                   pic 9(6)v99.
           02 filler                           pic x.
           02 lmo-next-due                     pic 9(8).
           02 filler                           pic x.
           02 lmo-pi-payment                   pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-monthly-tax                  pic 9(5)v99.
           02 filler                           pic x.
           02 lmo-monthly-ins                  pic 9(5)v99.
           02 filler                           pic x.
           02 lmo-delinquency-status           pic x.
           02 filler                           pic x.
           02 lmo-days-past-due                pic 9(4).
           02 filler                           pic x.
           02 lmo-escrow-advance               pic 9(6)v99.
           02 filler                           pic x.
           02 lmo-fees-due                     pic 9(5)v99.
           02 filler                           pic x.
           02 lmo-ytd-year                     pic 9(4).
           02 filler                           pic x.
           02 lmo-ytd-interest                 pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-ytd-principal                pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-ytd-taxes                    pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-ytd-late-fees                pic 9(5)v99.
           02 filler                           pic x.
           02 lmo-prior-year                   pic 9(4).
           02 filler                           pic x.
           02 lmo-prior-interest               pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-prior-principal              pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-prior-taxes                  pic 9(7)v99.
           02 filler                           pic x.
           02 lmo-prior-late-fees              pic 9(5)v99.
           02 filler                           pic x.
           02 lmo-arm-flag                     pic x.
           02 filler                           pic x.
           02 lmo-arm-index                    pic x(5).
           02 filler                           pic x.
           02 lmo-arm-margin                   pic 9v99.
           02 filler                           pic x.
           02 lmo-arm-periodic-cap             pic 9v99.
           02 filler                           pic x.
           02 lmo-arm-ceiling                  pic 99v99.
           02 filler                           pic x.
           02 lmo-arm-change-date              pic 9(8).
           02 filler                           pic x.
           02 lmo-arm-freq-months              pic 99.
           02 filler                           pic x.
           02 lmo-arm-new-rate                 pic 99v99.
           02 filler                           pic x.
           02 lmo-arm-new-payment              pic 9(7)v99.
      *
       fd  offers-file record contains 80 characters
                       recording mode f.
       01  offer-card-in                       pic x(80).
      *
       fd  acceptance-file record contains 80 characters
                           recording mode f.
       01  acceptance-card.
           02 acc-offer-line-in                pic x(3).
           02 filler                           pic x.
           02 acc-closing-date-in              pic x(8).
           02 filler                           pic x.
           02 acc-borrower                     pic x(20).
           02 filler                           pic x.
           02 acc-annual-tax-in                pic x(8).
           02 filler                           pic x.
           02 acc-annual-ins-in                pic x(8).
           02 filler                           pic x.
           02 acc-pmi-rate-in                  pic x(5).
           02 filler                           pic x.
           02 acc-escrow-deposit-in            pic x(8).
           02 filler                           pic x.
           02 acc-arm-index                    pic x(5).
           02 filler                           pic x.
           02 acc-arm-margin-in                pic x(4).
           02 filler                           pic x(3).
      *
       fd  sheet-file record contains 133 characters
                      recording mode f.
       01  sheet-record.
           02 sht-cc                           pic x.
           02 sht-line                         pic x(132).

       working-storage section.

       01 loan-master-in-status                pic xx value "00".
           88 loan-master-in-ok                value "00".
       01 loan-master-out-status               pic xx value "00".
           88 loan-master-out-ok               value "00".
       01 offers-file-status                   pic xx value "00".
           88 offers-file-ok                   value "00".
       01 acceptance-status                    pic xx value "00".
           88 acceptance-ok                    value "00".
       01 sheet-status                         pic xx value "00".
           88 sheet-ok                         value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 offers-eof-sw                        pic x value "N".
           88 offers-eof                       value "Y".
       01 acceptance-eof-sw                    pic x value "N".
           88 acceptance-eof                   value "Y".
       01 card-ok-sw                           pic x.
           88 card-ok                          value "Y".
       01 duplicate-sw                         pic x.
           88 duplicate-found                  value "Y".

       01 run-date                             pic 9(8).
       01 run-date-parts redefines run-date.
           02 rdp-year                         pic 9(4).
           02 rdp-month                        pic 99.
           02 rdp-day                          pic 99.

      * The offers deck, card images by line number.
       01 offer-line-count                     pic 999 value zero.
       01 offer-line-table.
           02 offer-line occurs 100 times      pic x(80).
       01 offer-card.
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
           02 filler                           pic x.
           02 ofc-arm-fixed-in                 pic x(2).
           02 filler                           pic x.
           02 ofc-arm-freq-in                  pic x(2).
           02 filler                           pic x.
           02 ofc-arm-pcap-in                  pic x(4).
           02 filler                           pic x.
           02 ofc-arm-lcap-in                  pic x(4).
           02 filler                           pic x(16).

      * What is already on the book, for the duplicate check.
       01 book-count                           pic 999 value zero.
       01 book-idx                             pic 999.
       01 book-table.
           02 book-entry occurs 400 times.
              03 bke-borrower                  pic x(20).
              03 bke-principal-bal             pic 9(7)v99.
              03 bke-next-due                  pic 9(8).
       01 highest-account                      pic 9(8) value zero.

      * The loan being boarded.
       01 offer-line-no                        pic 999.
       01 closing-date                         pic 9(8).
       01 board-principal                      pic 9(7)v99.
       01 board-rate                           pic 99v99.
       01 board-term-years                     pic 99.
       01 board-points                         pic 9v99.
       01 board-fees                           pic 9(6)v99.
       01 board-upfront                        pic 9(7)v99.
       01 board-arm-sw                         pic x.
           88 board-arm                        value "Y".
       01 arm-fixed-years                      pic 99.
       01 arm-freq-years                       pic 99.
       01 arm-periodic-cap                     pic 9v99.
       01 arm-lifetime-cap                     pic 99v99.
       01 arm-margin                           pic 9v99.
       01 arm-change-date                      pic 9(8).
       01 arm-change-parts redefines arm-change-date.
           02 acp-year                         pic 9(4).
           02 acp-month                        pic 99.
           02 acp-day                          pic 99.
       01 annual-tax                           pic 9(6)v99.
       01 annual-ins                           pic 9(6)v99.
       01 pmi-rate-pct                         pic 9v999.
       01 pmi-annual                           pic 9(7)v99.
       01 escrow-deposit                       pic 9(6)v99.
       01 total-payment                        pic 9(7)v99.
       01 first-due                            pic 9(8).
       01 first-due-parts redefines first-due.
           02 fdp-year                         pic 9(4).
           02 fdp-month                        pic 99.
           02 fdp-day                          pic 99.
       01 month-end-work                       pic 9(8).
       01 month-end-parts redefines month-end-work.
           02 mew-year                         pic 9(4).
           02 mew-month                        pic 99.
           02 mew-day                          pic 99.
       01 prepaid-days                         pic 99.
       01 per-diem                             pic 9(3)v9(4).
       01 prepaid-interest                     pic 9(6)v99.

      * FAGP annual-worth work fields, carried to enough places
      * for a monthly rate compounded over the full term.
       01 monthly-rate                         pic 9v9(10).
       01 growth-factor                        pic 9(5)v9(10).
       01 numerator                            pic 9(5)v9(10).
       01 denominator                          pic 9(5)v9(10).

       01 loans-boarded                        pic 9(4) value zero.
       01 cards-rejected                       pic 9(4) value zero.
       01 principal-boarded                    pic 9(9)v99 value zero.

      * Verification sheet lines.
       01 sheet-text-line.
           02 filler                           pic x(4) value spaces.
           02 stl-text                         pic x(70).
           02 filler                           pic x(58) value spaces.
       01 sheet-amount-line.
           02 filler                           pic x(4) value spaces.
           02 sal-caption                      pic x(40).
           02 sal-amount                       pic $z,zzz,zz9.99.
           02 filler                           pic x(75) value spaces.
       01 date-out.
           02 dto-month                        pic 99.
           02 filler                           pic x value "/".
           02 dto-day                          pic 99.
           02 filler                           pic x value "/".
           02 dto-year                         pic 9(4).
       01 date-in                              pic 9(8).
       01 date-in-parts redefines date-in.
           02 dti-year                         pic 9(4).
           02 dti-month                        pic 99.
           02 dti-day                          pic 99.
       01 rate-out                             pic z9.99.
       01 term-out                             pic zz9.
       01 years-out                            pic z9.
       01 points-out                           pic 9.99.
       01 pmi-out                              pic 9.999.
       01 days-out                             pic z9.
       01 per-diem-out                         pic $zz9.9999.
       01 line-out                             pic zz9.
       01 count-out                            pic z,zz9.
       01 total-out                            pic $zzz,zzz,zz9.99.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "LOANBORD".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  LOAN BOARDING RUN BEGINS  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date(1:8) to run-date
           perform 200-load-offers
           open input loan-master-in
           if not loan-master-in-ok then
              display "LOANMST NOT AVAILABLE - NOTHING BOARDED"
              move "LOANMST NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           open output loan-master-out
           if not loan-master-out-ok then
              display "NEWLOAN NOT AVAILABLE - NOTHING BOARDED"
              move "NEWLOAN NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 300-copy-master until master-eof
           close loan-master-in
           open input acceptance-file
           if not acceptance-ok then
              display "BOARDACC NOT AVAILABLE - NOTHING BOARDED"
           else
              open output sheet-file
              perform 400-read-acceptance until acceptance-eof
              close acceptance-file
              perform 700-control-totals
              close sheet-file
           end-if
           close loan-master-out
           if book-count is greater than 300 then
              display "WARNING - BOOK NOW HOLDS " book-count
                      " LOANS, MORE THAN LOANSERV CARRIES"
              move "BOOK OVER 300 LOANS" to runlog-condition
              move 4 to return-code
           end-if
           move loans-boarded to count-out
           display "LOANS BOARDED     : " count-out
           move cards-rejected to count-out
           display "CARDS REJECTED    : " count-out
           move return-code to runlog-return-code
           move "E" to runlog-event
           move offer-line-count to runlog-read
           move loans-boarded to runlog-written
           move cards-rejected to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  LOAN BOARDING RUN ENDS  ********"
           stop run.

       200-load-offers.
           open input offers-file
           if not offers-file-ok then
              display "OFFERS NOT AVAILABLE - NO OFFER TO BOARD"
           else
              perform 210-read-offer until offers-eof
              close offers-file
           end-if.

       210-read-offer.
           read offers-file
              at end set offers-eof to true
              not at end perform 220-store-offer
           end-read.

       220-store-offer.
           if offer-line-count is less than 100 then
              add 1 to offer-line-count
              move offer-card-in to offer-line(offer-line-count)
           else
              display "OFFERS DECK PAST 100 LINES - REST IGNORED"
              set offers-eof to true
           end-if.

      * The book is copied through unchanged; the new loans follow.
       300-copy-master.
           read loan-master-in
              at end set master-eof to true
              not at end perform 310-keep-one-loan
           end-read.

       310-keep-one-loan.
           move loan-master-in-record to loan-master-out-record
           write loan-master-out-record
           if lmi-account is numeric then
              if lmi-account is greater than highest-account then
                 move lmi-account to highest-account
              end-if
           end-if
           if book-count is less than 400 then
              add 1 to book-count
              move lmi-borrower to bke-borrower(book-count)
              move lmi-principal-bal to bke-principal-bal(book-count)
              move lmi-next-due to bke-next-due(book-count)
           end-if.

       400-read-acceptance.
           read acceptance-file
              at end set acceptance-eof to true
              not at end perform 410-screen-acceptance
           end-read.

       410-screen-acceptance.
           move "Y" to card-ok-sw
           if function test-numval(acc-offer-line-in) is not equal
              zero or
              function test-numval(acc-closing-date-in) is not equal
              zero or
              function test-numval(acc-annual-tax-in) is not equal
              zero or
              function test-numval(acc-annual-ins-in) is not equal
              zero or
              function test-numval(acc-pmi-rate-in) is not equal
              zero then
              display "ACCEPTANCE REJECTED - NON-NUMERIC FIELD: "
                      acc-borrower
              move "N" to card-ok-sw
           else
              compute offer-line-no =
                       function numval(acc-offer-line-in)
              compute closing-date =
                       function numval(acc-closing-date-in)
              compute annual-tax = function numval(acc-annual-tax-in)
              compute annual-ins = function numval(acc-annual-ins-in)
              compute pmi-rate-pct =
                       function numval(acc-pmi-rate-in)
              if function test-date-yyyymmdd(closing-date) is not
                 equal zero then
                 display "ACCEPTANCE REJECTED - BAD CLOSING DATE: "
                         acc-borrower
                 move "N" to card-ok-sw
              end-if
              if acc-borrower is equal to spaces then
                 display "ACCEPTANCE REJECTED - NO BORROWER NAME"
                 move "N" to card-ok-sw
              end-if
              if acc-escrow-deposit-in is equal to spaces then
                 move zero to escrow-deposit
              else
                 if function test-numval(acc-escrow-deposit-in) is
                    equal zero then
                    compute escrow-deposit =
                             function numval(acc-escrow-deposit-in)
                 else
                    display "ACCEPTANCE REJECTED - BAD ESCROW "
                            "DEPOSIT: " acc-borrower
                    move "N" to card-ok-sw
                 end-if
              end-if
           end-if
           if card-ok then
              perform 420-take-offer
           end-if
           if card-ok then
              perform 500-board-loan
           else
              add 1 to cards-rejected
           end-if.

      * The named line must be a priced offer as LOANCOMP read it.
       420-take-offer.
           if offer-line-no is equal to zero or
              offer-line-no is greater than offer-line-count then
              move offer-line-no to line-out
              display "ACCEPTANCE REJECTED - NO OFFER LINE " line-out
                      ": " acc-borrower
              move "N" to card-ok-sw
           else
              move offer-line(offer-line-no) to offer-card
              if ofc-lender(1:5) is equal to "HOLD " or
                 function test-numval(ofc-principal-in) is not equal
                 zero or
                 function test-numval(ofc-rate-in) is not equal zero
                 or
                 function test-numval(ofc-term-in) is not equal zero
                 or
                 function test-numval(ofc-points-in) is not equal
                 zero or
                 function test-numval(ofc-fees-in) is not equal zero
                 then
                 move offer-line-no to line-out
                 display "ACCEPTANCE REJECTED - LINE " line-out
                         " IS NOT A VALID OFFER: " acc-borrower
                 move "N" to card-ok-sw
              else
                 compute board-principal =
                          function numval(ofc-principal-in)
                 compute board-rate = function numval(ofc-rate-in)
                 compute board-term-years =
                          function numval(ofc-term-in)
                 compute board-points =
                          function numval(ofc-points-in)
                 compute board-fees = function numval(ofc-fees-in)
                 if board-principal is equal to zero or
                    board-rate is equal to zero or
                    board-term-years is equal to zero or
                    board-term-years is greater than 40 then
                    move offer-line-no to line-out
                    display "ACCEPTANCE REJECTED - LINE " line-out
                            " HAS A ZERO OR BAD PRINCIPAL, RATE OR"
                            " TERM: " acc-borrower
                    move "N" to card-ok-sw
                 end-if
                 move "N" to board-arm-sw
                 if card-ok and ofc-arm-marker is equal to "ARM" then
                    perform 425-take-arm-terms
                 end-if
              end-if
           end-if
           if card-ok then
              perform 430-set-first-due
              move "N" to duplicate-sw
              perform 440-check-duplicate
                      varying book-idx from 1 by 1
                      until book-idx > book-count or
                            duplicate-found
              if duplicate-found then
                 display "ACCEPTANCE REJECTED - ALREADY ON THE BOOK: "
                         acc-borrower
                 move "N" to card-ok-sw
              end-if
           end-if.

      * An ARM offer carries its fixed period, adjustment frequency
      * and caps on the offer card; the index and margin from the
      * note come on the acceptance card.  The lifetime cap becomes
      * a ceiling over the start rate.
       425-take-arm-terms.
           if function test-numval(ofc-arm-fixed-in) is not equal
              zero or
              function test-numval(ofc-arm-freq-in) is not equal
              zero or
              function test-numval(ofc-arm-pcap-in) is not equal
              zero or
              function test-numval(ofc-arm-lcap-in) is not equal
              zero then
              move offer-line-no to line-out
              display "ACCEPTANCE REJECTED - LINE " line-out
                      " HAS BAD ARM RESET TERMS: " acc-borrower
              move "N" to card-ok-sw
           else
           if acc-arm-index is equal to spaces or
              function test-numval(acc-arm-margin-in) is not equal
              zero then
              display "ACCEPTANCE REJECTED - ARM OFFER NEEDS THE"
                      " INDEX AND MARGIN: " acc-borrower
              move "N" to card-ok-sw
           else
              compute arm-fixed-years =
                       function numval(ofc-arm-fixed-in)
              compute arm-freq-years =
                       function numval(ofc-arm-freq-in)
              compute arm-periodic-cap =
                       function numval(ofc-arm-pcap-in)
              compute arm-lifetime-cap =
                       function numval(ofc-arm-lcap-in)
              compute arm-margin = function numval(acc-arm-margin-in)
              if arm-freq-years is equal to zero then
                 move 1 to arm-freq-years
              end-if
              if arm-fixed-years is not less than board-term-years or
                 arm-freq-years is greater than 8 then
                 move offer-line-no to line-out
                 display "ACCEPTANCE REJECTED - LINE " line-out
                         " ARM PERIODS DO NOT FIT THE TERM: "
                         acc-borrower
                 move "N" to card-ok-sw
              else
                 set board-arm to true
              end-if
           end-if
           end-if.

      * Interest is paid in arrears: a loan closed in March pays
      * April's interest on the first of May.
       430-set-first-due.
           move closing-date to first-due
           add 2 to fdp-month
           if fdp-month is greater than 12 then
              subtract 12 from fdp-month
              add 1 to fdp-year
           end-if
           move 1 to fdp-day.

       440-check-duplicate.
           if bke-borrower(book-idx) is equal to acc-borrower and
              bke-principal-bal(book-idx) is equal to
              board-principal and
              bke-next-due(book-idx) is equal to first-due then
              set duplicate-found to true
           end-if.

       500-board-loan.
           move spaces to loan-master-out-record
           add 1 to highest-account
           move highest-account to lmo-account
           move acc-borrower to lmo-borrower
           move board-rate to lmo-rate
           compute lmo-term-months = board-term-years * 12
           move board-principal to lmo-principal-bal
           move first-due to lmo-next-due
           perform 510-figure-payment
           compute lmo-monthly-tax rounded = annual-tax / 12
           compute pmi-annual rounded =
                    board-principal * pmi-rate-pct / 100
           compute lmo-monthly-ins rounded =
                    (annual-ins + pmi-annual) / 12
           compute total-payment = lmo-pi-payment +
                    lmo-monthly-tax + lmo-monthly-ins
           if escrow-deposit is equal to zero then
              compute escrow-deposit =
                       (lmo-monthly-tax + lmo-monthly-ins) * 2
           end-if
           move escrow-deposit to lmo-escrow-bal
           move "0" to lmo-delinquency-status
           move zero to lmo-days-past-due
           move zero to lmo-escrow-advance
           move zero to lmo-fees-due
           move rdp-year to lmo-ytd-year
           move zero to lmo-ytd-interest
           move zero to lmo-ytd-principal
           move zero to lmo-ytd-taxes
           move zero to lmo-ytd-late-fees
           compute lmo-prior-year = rdp-year - 1
           move zero to lmo-prior-interest
           move zero to lmo-prior-principal
           move zero to lmo-prior-taxes
           move zero to lmo-prior-late-fees
           if board-arm then
              perform 530-set-arm-terms
           end-if
           write loan-master-out-record
           add 1 to loans-boarded
           add board-principal to principal-boarded
           if book-count is less than 400 then
              add 1 to book-count
              move lmo-borrower to bke-borrower(book-count)
              move lmo-principal-bal to bke-principal-bal(book-count)
              move lmo-next-due to bke-next-due(book-count)
           end-if
           perform 520-prepaid-interest
           perform 600-print-sheet.

      * FAGP's annual-worth formula, at the monthly rate over the
      * term in months.
       510-figure-payment.
           compute monthly-rate rounded = board-rate / 1200
           compute growth-factor rounded =
                    (1 + monthly-rate) ** lmo-term-months
           compute numerator rounded = monthly-rate * growth-factor
           compute denominator = growth-factor - 1
           compute lmo-pi-payment rounded =
                    board-principal * numerator / denominator
           compute board-upfront rounded =
                    board-principal * board-points / 100 + board-fees.

      * The first change falls due with the first payment after the
      * fixed period.
       530-set-arm-terms.
           move "A" to lmo-arm-flag
           move acc-arm-index to lmo-arm-index
           move arm-margin to lmo-arm-margin
           move arm-periodic-cap to lmo-arm-periodic-cap
           compute lmo-arm-ceiling = board-rate + arm-lifetime-cap
           move first-due to arm-change-date
           add arm-fixed-years to acp-year
           move arm-change-date to lmo-arm-change-date
           compute lmo-arm-freq-months = arm-freq-years * 12
           move zero to lmo-arm-new-rate
           move zero to lmo-arm-new-payment.

      * Interest from the closing day through the end of its month
      * is collected at closing at the per-diem rate.
       520-prepaid-interest.
           move closing-date to month-end-work
           add 1 to mew-month
           if mew-month is greater than 12 then
              move 1 to mew-month
              add 1 to mew-year
           end-if
           move 1 to mew-day
           compute prepaid-days =
                    function integer-of-date(month-end-work) -
                    function integer-of-date(closing-date)
           compute per-diem rounded =
                    board-principal * board-rate / 36500
           compute prepaid-interest rounded =
                    board-principal * board-rate / 36500 *
                    prepaid-days.

       600-print-sheet.
           move spaces to sheet-text-line
           move run-date to date-in
           perform 690-edit-date
           string "LOAN BOARDING VERIFICATION SHEET          RUN "
                  date-out delimited by size into stl-text
           move "1" to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           string "ACCOUNT " lmo-account "   BORROWER " lmo-borrower
                  delimited by size into stl-text
           move "0" to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move offer-line-no to line-out
           string "LENDER  " ofc-lender "   OFFER LINE " line-out
                  delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move closing-date to date-in
           perform 690-edit-date
           string "CLOSING DATE       " date-out
                  delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move first-due to date-in
           perform 690-edit-date
           string "FIRST PAYMENT DUE  " date-out
                  delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move board-rate to rate-out
           move lmo-term-months to term-out
           move board-term-years to years-out
           string "NOTE RATE " rate-out "%   TERM " term-out
                  " MONTHS (" years-out " YEARS)"
                  delimited by size into stl-text
           move "0" to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           if board-arm then
              perform 610-print-arm-terms
           end-if
           move "PRINCIPAL AMOUNT" to sal-caption
           move board-principal to sal-amount
           move " " to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move spaces to sal-caption
           move board-points to points-out
           string "POINTS " points-out " AND FEES"
                  delimited by size into sal-caption
           move board-upfront to sal-amount
           move " " to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move "MONTHLY PRINCIPAL AND INTEREST" to sal-caption
           move lmo-pi-payment to sal-amount
           move "0" to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move "MONTHLY TAX ESCROW" to sal-caption
           move lmo-monthly-tax to sal-amount
           move " " to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move spaces to sal-caption
           move pmi-rate-pct to pmi-out
           string "MONTHLY INSURANCE ESCROW (PMI " pmi-out "%)"
                  delimited by size into sal-caption
           move lmo-monthly-ins to sal-amount
           move " " to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move "TOTAL MONTHLY PAYMENT" to sal-caption
           move total-payment to sal-amount
           move " " to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move "INITIAL ESCROW DEPOSIT" to sal-caption
           move escrow-deposit to sal-amount
           move "0" to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move spaces to sal-caption
           move prepaid-days to days-out
           move per-diem to per-diem-out
           string "PREPAID INTEREST " days-out " DAYS AT "
                  per-diem-out delimited by size into sal-caption
           move prepaid-interest to sal-amount
           move " " to sht-cc
           move sheet-amount-line to sht-line
           write sheet-record
           move "CLOSER _____________________________   DATE ________"
                to stl-text
           move "-" to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move "REVIEWED BY ________________________   DATE ________"
                to stl-text
           move "0" to sht-cc
           move sheet-text-line to sht-line
           write sheet-record.

       610-print-arm-terms.
           move spaces to sheet-text-line
           move arm-margin to pmi-out
           string "ADJUSTABLE  INDEX " acc-arm-index "  MARGIN "
                  pmi-out "%" delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move arm-periodic-cap to points-out
           move lmo-arm-ceiling to rate-out
           string "PERIODIC CAP " points-out "%   CEILING " rate-out
                  "%   FLOOR AT MARGIN"
                  delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move lmo-arm-change-date to date-in
           perform 690-edit-date
           move lmo-arm-freq-months to years-out
           string "FIRST CHANGE " date-out "   THEN EVERY "
                  years-out " MONTHS"
                  delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record.

       690-edit-date.
           move dti-month to dto-month
           move dti-day to dto-day
           move dti-year to dto-year.

       700-control-totals.
           move spaces to sheet-text-line
           move run-date to date-in
           perform 690-edit-date
           string "LOAN BOARDING CONTROL TOTALS              RUN "
                  date-out delimited by size into stl-text
           move "1" to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move loans-boarded to count-out
           string "LOANS BOARDED      " count-out
                  delimited by size into stl-text
           move "0" to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move cards-rejected to count-out
           string "CARDS REJECTED     " count-out
                  delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record
           move spaces to sheet-text-line
           move principal-boarded to total-out
           string "PRINCIPAL BOARDED  " total-out
                  delimited by size into stl-text
           move " " to sht-cc
           move sheet-text-line to sht-line
           write sheet-record.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
