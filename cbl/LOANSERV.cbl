      *     and principal (the remainder);
      *   - a payment dated past the grace period draws the late fee
      *     before the split and the fee is reported as fee income;
      *   - unpaid fees (returned-payment fees and late fees owed
      *     again) are taken out of whatever a payment brings in
      *     beyond its scheduled principal;
      *   - every payment posted goes to the LOANHIST transaction
      *     history with its split.  The optional NSFREV deck names
      *     returned payments; ahead of posting, each is found on
      *     the history and its split undone -- principal, escrow
      *     deposit and advance repayment, fees paid, next-due and
      *     the year-to-date figures -- the returned-payment fee is
      *     charged to fees due, and the late fee is reconsidered:
      *     one the payment paid is owed again, and with none paid
      *     one is owed if the installment was past grace when the
      *     payment came back.  The reversal and the fees are
      *     written to the history beside the original;
      *   - the optional PAYOFFS deck carries payoff-quote requests
      *     and payoffs.  A quote is figured from the master as it
      *     stands after posting: principal, interest from the last
      *     paid installment to the good-through date, the per-diem
      *     after that date, unpaid fees, any escrow advance still
      *     owed, and the escrow refund due back.  It goes to the
      *     PAYQLTR letter file and is kept on the PAYQUOTE register
      *     for thirty days past its good-through date.  A payoff
      *     received is checked against the borrower's latest quote
      *     (or, with none on file, against the figure as of the day
      *     received).  A short payoff is held and the loan stays on
      *     the book; an exact or over payoff closes the loan to the
      *     PAIDOFF history file and the escrow balance, plus any
      *     overpayment, goes to ESCPAY as a refund item;
      *   - the ESCITEM register holds each loan's escrow items --
      *     payee, item type, amount, due date and how often it
      *     recurs -- maintained by the optional ESCITCHG deck.  The
      *     disbursement pass pays every item that has come due out
      *     of the escrow balance, writes the payment to the ESCPAY
      *     file for accounts payable, and rolls the due date on.
      *     When the escrow balance will not cover the item the
      *     shortage is advanced, carried on the master as the
      *     escrow advance, and repaid first out of later escrow
      *     deposits;
      *   - the optional ESCROWNW deck carries the new annual tax and
      *     insurance figures per account; each card produces an
      *     escrow-analysis statement (old and new monthly escrow,
      *     balance less any advance against the two-month cushion,
      *     shortage or surplus) and the master's escrow portions
      *     are reset from the new figures;
      *   - after posting, the delinquency pass ages every active
      *     loan by how far next-due sits behind the run date into
      *     current, 30, 60, 90 and 120+ day buckets, totals the
      *     past-due principal and interest in each, and carries the
      *     bucket and days past due on the master.  Loans 30 days
      *     or more behind go on the COLLWORK collections worklist,
      *     worst first, and get a DELQNTC notice worded for their
      *     stage.  The bucket totals are appended to DELQHIST and
      *     the last twelve months print as the aging trend, along
      *     with how many loans rolled from each bucket to each
      *     other since the last run;
      *   - an adjustable-rate loan carries its index, margin,
      *     periodic cap, lifetime ceiling, next change date and
      *     adjustment frequency on the master.  With the INDEXRT
      *     index history on hand, each ARM whose next change comes
      *     within 120 days is figured: the index published on or
      *     before 45 days ahead of the change plus the margin, held
      *     to the periodic cap, the ceiling and the margin as a
      *     floor, and the P&I recast over the term left at the
      *     change date from the balance projected to that date.
      *     The change-notice goes to the ARMNTC letter file and the
      *     new rate and payment wait on the master until next-due
      *     reaches the change date, when they take effect and the
      *     change date rolls on by the frequency.  Every change
      *     noticed or applied prints on the ARM register;
      *   - the master carries year-to-date interest, principal,
      *     escrow paid out for taxes and late fees, accumulated as
      *     payments, payoffs and tax disbursements post, by the
      *     year of the payment.  The first run of a new year moves
      *     the year's figures into the prior-year slot and starts
      *     the new year at zero;
      *   - with a LOANYE card the run also produces the year-end
      *     borrower interest statements (LOANYEST, print-ready,
      *     ASA control in column 1) and the information-return
      *     extract (LOAN1098) for the tax year on the card, taken
      *     from the current or prior-year slot, whichever holds
      *     that year, so corrected statements can be rerun after
      *     January.  Loans paid off during the year are taken from
      *     the PAIDOFF history;
      *   - the updated master goes out to the NEWLOAN generation.
      *
      * The grace period, late fee and returned-payment fee are
      * taken at start-up from the PARMMNT parameter master through
      * PARMLKUP (program LOANSERV, parameters GRACE-DAYS, LATE-FEE
      * and RETURNED-FEE) as they stood on the run date; a
      * parameter not on the master keeps the value compiled here.
      * The values used, and where each came from, print at the top
      * of the run.
      *
      * Active-loan master (250 bytes):
      *   account(8) borrower(20) rate(4: 99v99) term-months(3)
      *   principal-bal(9: 9(7)v99) escrow-bal(8: 9(6)v99)
      *   next-due(8: yyyymmdd) pi-payment(9: 9(7)v99)
      *   monthly-tax(7: 9(5)v99) monthly-ins(7: 9(5)v99)
      *   delinquency-status(1: 0 current, 1 30, 2 60, 3 90,
      *   4 120+) days-past-due(4) escrow-advance(8: 9(6)v99)
      *   fees-due(7: 9(5)v99)
      *   ytd-year(4) ytd-interest(9: 9(7)v99) ytd-principal(9)
      *   ytd-taxes(9) ytd-late-fees(7: 9(5)v99)
      *   prior-year(4) prior-interest(9) prior-principal(9)
      *   prior-taxes(9) prior-late-fees(7)
      *   arm-flag(1: A adjustable, F fixed since its last change,
      *   space fixed) arm-index(5) arm-margin(3: 9v99)
      *   arm-periodic-cap(3: 9v99) arm-ceiling(4: 99v99)
      *   arm-change-date(8) arm-freq-months(2)
      *   arm-new-rate(4: 99v99, zero with no change pending)
      *   arm-new-payment(9: 9(7)v99)
      *   with one space between fields.
      *
      * Worklist (COLLWORK):  account(8) borrower(20) status(1)
      *   days-past-due(4) installments(2) past-due(9: 9(7)v99)
      *   next-due(8) action(12)
      * Notice (DELQNTC, 200 bytes):  account(8) borrower(20)
      *   notice-date(8) status(1) days-past-due(4) installments(2)
      *   amount-due(9: 9(7)v99) pay-by(8) text-1(60) text-2(60)
      * Aging history (DELQHIST):  run-date(8) then count(4) for
      *   each of the five buckets, total past-due(11: 9(9)v99)
      *   all with one space between fields.
      *
      * Escrow item (ESCITEM):  account(8) item-type(3: TAX, HAZ,
      *   FLD, PMI) payee-id(8) payee-name(25) amount(8: 9(6)v99)
      *   due-date(8) frequency(2: months between payments, 00 for
      *   a one-time item) last-paid(8)
      * Item change card (ESCITCHG):  action(1: A add, C change,
      *   D delete) then the escrow item layout through frequency;
      *   the item is identified by account, type and payee-id
      * Payee payment (ESCPAY):  payee-id(8) payee-name(25)
      *   account(8) item-type(3) amount(8: 9(6)v99) pay-date(8)
      *   due-date(8) advanced(8: 9(6)v99)
      *
      * Payoff deck (PAYOFFS):
      *   Q account(8) good-through(8)         quote request
      *   P account(8) date-received(8) amount(9)   payoff received
      * Quote (PAYQUOTE, PAYQLTR, 150 bytes):  account(8)
      *   borrower(20) quote-date(8) good-through(8) interest-from(8)
      *   principal(9: 9(7)v99) interest(9: 9(7)v99)
      *   per-diem(7: 9(3)v9(4)) fees(7: 9(5)v99)
      *   advance-owed(8: 9(6)v99) total(9: 9(7)v99)
      *   escrow-refund(8: 9(6)v99)
      * Paid-off history (PAIDOFF, 280 bytes):  the master record
      *   (250) date-received(8) amount(9: 9(7)v99) result(5: EXACT
      *   or OVER)
      *
      * Index history (INDEXRT):  index(5) effective-date(8)
      *   rate(6: percent, as 5.125)
      * Rate-change notice (ARMNTC, 200 bytes):  account(8)
      *   borrower(20) notice-date(8) change-date(8) index(5)
      *   index-rate(5: 99v999) margin(4: 9v999) old-rate(4)
      *   new-rate(4) old-payment(9) new-payment(9)
      *   projected-balance(9) remaining-term(3)
      *   next-change-date(8) cap-text(40)
      *
      * Year-end card (LOANYE):  tax-year(4) corrected(1: C when
      *   the statements correct ones already sent) lender-id(9)
      *   lender-name(40)
      * Information return (LOAN1098):  tax-year(4) corrected(1)
      *   lender-id(9) account(8) borrower(20)
      *   interest(9: 9(7)v99) principal-at-jan-1(9: 9(7)v99)
      *   taxes(9: 9(7)v99) reportable(1: Y at $600 interest)
      *
      * Payment card (PAYMENTS):  account(8) date(8) amount(9)
      * Returned-payment card (NSFREV):  account(8) payment-date(8)
      *   amount(9: blank unless two were posted that day)
      *   returned-date(8: blank for the run date)
      * Transaction history (LOANHIST, 150 bytes):  account(8)
      *   txn-date(8) type(3: PAY payment, REV reversal, NSF
      *   returned-payment fee, LTF late fee owed) amount(9)
      *   late-fee(7) fees-paid(7) interest(9) escrow(8)
      *   advance-repaid(8) principal(9) next-due(8: before the
      *   payment, or as restored by the reversal)
      *   balance-after(9) run-date(8) original-date(8)
      * Escrow card  (ESCROWNW):  account(8) annual-tax(8)
      *                           annual-ins(8)
      *
      *//LOANMST   DD DSN=&SYSUID..LOANMST(0),DISP=SHR
      *//NEWLOAN   DD DSN=&SYSUID..LOANMST(+1),DISP=(NEW,CATLG)
      *//PAYMENTS  DD DSN=&SYSUID..INPUT(PAYMENTS),DISP=SHR
      *//NSFREV    DD DSN=&SYSUID..INPUT(NSFREV),DISP=SHR
      *//LOANHIST  DD DSN=&SYSUID..LOANHIST,DISP=MOD
      *//ESCROWNW  DD DSN=&SYSUID..INPUT(ESCROWNW),DISP=SHR
      *//PAYOFFS   DD DSN=&SYSUID..INPUT(PAYOFFS),DISP=SHR
      *//PAYQUOTE  DD DSN=&SYSUID..PAYQUOTE(0),DISP=SHR
      *//PAYQNEW   DD DSN=&SYSUID..PAYQUOTE(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=150)
      *//PAYQLTR   DD DSN=&SYSUID..PAYQLTR(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=150)
      *//PAIDOFF   DD DSN=&SYSUID..PAIDOFF,DISP=MOD
      *//INDEXRT   DD DSN=&SYSUID..INDEXRT,DISP=SHR
      *//ARMNTC    DD DSN=&SYSUID..ARMNTC(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=200)
      *//LOANYE    DD DSN=&SYSUID..INPUT(LOANYE),DISP=SHR
      *//LOANYEST  DD DSN=&SYSUID..LOANYEST(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FBA,LRECL=133)
      *//LOAN1098  DD DSN=&SYSUID..LOAN1098(+1),DISP=(NEW,CATLG)
      *//ESCITEM   DD DSN=&SYSUID..ESCITEM(0),DISP=SHR
      *//ESCITNEW  DD DSN=&SYSUID..ESCITEM(+1),DISP=(NEW,CATLG)
      *//ESCITCHG  DD DSN=&SYSUID..INPUT(ESCITCHG),DISP=SHR
      *//ESCPAY    DD DSN=&SYSUID..ESCPAY(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=90)
      *//COLLWORK  DD DSN=&SYSUID..COLLWORK(+1),DISP=(NEW,CATLG)
      *//DELQNTC   DD DSN=&SYSUID..DELQNTC(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=200)
      *//DELQHIST  DD DSN=&SYSUID..DELQHIST,DISP=MOD
      *//PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
           select payment-file assign to PAYMENTS
                    organization is sequential
                    file status is payment-status.
      *
           select reversal-file assign to NSFREV
                    organization is sequential
                    file status is reversal-status.
      *
           select loan-history-file assign to LOANHIST
                    organization is sequential
                    file status is loan-history-status.
      *
           select escrow-file assign to ESCROWNW
                    organization is sequential
                    file status is escrow-status.
      *
           select payoff-file assign to PAYOFFS
                    organization is sequential
                    file status is payoff-status.
      *
           select quote-file-in assign to PAYQUOTE
                    organization is sequential
                    file status is quote-in-status.
      *
           select quote-file-out assign to PAYQNEW
                    organization is sequential
                    file status is quote-out-status.
      *
           select quote-letter-file assign to PAYQLTR
                    organization is sequential
                    file status is quote-letter-status.
      *
           select paid-off-file assign to PAIDOFF
                    organization is sequential
                    file status is paid-off-status.
      *
           select index-rate-file assign to INDEXRT
                    organization is sequential
                    file status is index-rate-status.
      *
           select arm-notice-file assign to ARMNTC
                    organization is sequential
                    file status is arm-notice-status.
      *
           select year-end-card-file assign to LOANYE
                    organization is sequential
                    file status is year-end-card-status.
      *
           select year-end-stmt-file assign to LOANYEST
                    organization is sequential
                    file status is year-end-stmt-status.
      *
           select info-return-file assign to LOAN1098
                    organization is sequential
                    file status is info-return-status.
      *
           select item-file-in assign to ESCITEM
                    organization is sequential
                    file status is item-in-status.
      *
           select item-file-out assign to ESCITNEW
                    organization is sequential
                    file status is item-out-status.
      *
           select item-change-file assign to ESCITCHG
                    organization is sequential
                    file status is item-change-status.
      *
           select payee-file assign to ESCPAY
                    organization is sequential
                    file status is payee-status.
      *
           select worklist-file assign to COLLWORK
                    organization is sequential
                    file status is worklist-status.
      *
           select notice-file assign to DELQNTC
                    organization is sequential
                    file status is notice-status.
      *
           select aging-history-file assign to DELQHIST
                    organization is sequential
                    file status is aging-history-status.

       data division.
       file section.
       fd  loan-master-in record contains 250 characters
                          recording mode f.
       01  loan-master-in-record.
           02 lmi-account                      pic x(8).
           02 lmi-monthly-tax                  pic 9(5)v99.
           02 filler                           pic x.
           02 lmi-monthly-ins                  pic 9(5)v99.
           02 filler                           pic x.
           02 lmi-delinquency-status           pic x.
           02 filler                           pic x.
           02 lmi-days-past-due                pic 9(4).
           02 filler                           pic x.
           02 lmi-escrow-advance               pic 9(6)v99.
           02 filler                           pic x.
           02 lmi-fees-due                     pic 9(5)v99.
           02 filler                           pic x.
           02 lmi-ytd-year                     pic 9(4).
           02 filler                           pic x.
           02 lmi-ytd-interest                 pic 9(7)v99.
           02 filler                           pic x.
           02 lmi-ytd-principal                pic 9(7)v99.
           02 filler                           pic x.
           02 lmi-ytd-taxes                    pic 9(7)v99.
           02 filler                           pic x.
           02 lmi-ytd-late-fees                pic 9(5)v99.
           02 filler                           pic x.
           02 lmi-prior-year                   pic 9(4).
           02 filler                           pic x.
           02 lmi-prior-interest               pic 9(7)v99.
           02 filler                           pic x.
           02 lmi-prior-principal              pic 9(7)v99.
           02 filler                           pic x.
           02 lmi-prior-taxes                  pic 9(7)v99.
           02 filler                           pic x.
           02 lmi-prior-late-fees              pic 9(5)v99.
           02 filler                           pic x.
           02 lmi-arm-flag                     pic x.
           02 filler                           pic x.
           02 lmi-arm-index                    pic x(5).
           02 filler                           pic x.
           02 lmi-arm-margin                   pic 9v99.
           02 filler                           pic x.
           02 lmi-arm-periodic-cap             pic 9v99.
           02 filler                           pic x.
           02 lmi-arm-ceiling                  pic 99v99.
           02 filler                           pic x.
           02 lmi-arm-change-date              pic 9(8).
           02 filler                           pic x.
           02 lmi-arm-freq-months              pic 99.
           02 filler                           pic x.
           02 lmi-arm-new-rate                 pic 99v99.
           02 filler                           pic x.
           02 lmi-arm-new-payment              pic 9(7)v99.
      *
       fd  loan-master-out record contains 250 characters
                           recording mode f.
       01  loan-master-out-record              pic x(250).
      *
       fd  payment-file record contains 80 characters
                        recording mode f.
           02 filler                           pic x.
           02 pmc-amount-in                    pic x(9).
           02 filler                           pic x(53).
      *
       fd  reversal-file record contains 80 characters
                         recording mode f.
       01  reversal-card.
           02 rvc-account                      pic x(8).
           02 filler                           pic x.
           02 rvc-date-in                      pic x(8).
           02 filler                           pic x.
           02 rvc-amount-in                    pic x(9).
           02 filler                           pic x.
           02 rvc-returned-in                  pic x(8).
           02 filler                           pic x(44).
      *
       fd  loan-history-file record contains 150 characters
                             recording mode f.
       01  loan-history-record.
           02 lhr-account                      pic x(8).
           02 filler                           pic x.
           02 lhr-txn-date                     pic 9(8).
           02 filler                           pic x.
           02 lhr-type                         pic x(3).
           02 filler                           pic x.
           02 lhr-amount                       pic 9(7)v99.
           02 filler                           pic x.
           02 lhr-late-fee                     pic 9(5)v99.
           02 filler                           pic x.
           02 lhr-fees-paid                    pic 9(5)v99.
           02 filler                           pic x.
           02 lhr-interest                     pic 9(7)v99.
           02 filler                           pic x.
           02 lhr-escrow                       pic 9(6)v99.
           02 filler                           pic x.
           02 lhr-advance-repaid               pic 9(6)v99.
           02 filler                           pic x.
           02 lhr-principal                    pic 9(7)v99.
           02 filler                           pic x.
           02 lhr-next-due-before              pic 9(8).
           02 filler                           pic x.
           02 lhr-balance-after                pic 9(7)v99.
           02 filler                           pic x.
           02 lhr-run-date                     pic 9(8).
           02 filler                           pic x.
           02 lhr-original-date                pic 9(8).
           02 filler                           pic x(28).
      *
       fd  escrow-file record contains 80 characters
                       recording mode f.
           02 filler                           pic x.
           02 esc-annual-ins-in                pic x(8).
           02 filler                           pic x(54).
      *
       fd  payoff-file record contains 80 characters
                       recording mode f.
       01  payoff-card.
           02 poc-code                         pic x.
           02 filler                           pic x.
           02 poc-account                      pic x(8).
           02 filler                           pic x.
           02 poc-date-in                      pic x(8).
           02 filler                           pic x.
           02 poc-amount-in                    pic x(9).
           02 filler                           pic x(51).
      *
       fd  quote-file-in record contains 150 characters
                         recording mode f.
       01  quote-in-record                     pic x(150).
      *
       fd  quote-file-out record contains 150 characters
                          recording mode f.
       01  quote-out-record                    pic x(150).
      *
       fd  quote-letter-file record contains 150 characters
                             recording mode f.
       01  quote-letter-record                 pic x(150).
      *
       fd  paid-off-file record contains 280 characters
                         recording mode f.
       01  paid-off-record.
           02 por-master                       pic x(250).
           02 filler                           pic x.
           02 por-date-received                pic 9(8).
           02 filler                           pic x.
           02 por-amount                       pic 9(7)v99.
           02 filler                           pic x.
           02 por-result                       pic x(5).
           02 filler                           pic x(5).
      *
       fd  year-end-card-file record contains 80 characters
                              recording mode f.
       01  year-end-card.
           02 yec-tax-year                     pic x(4).
           02 filler                           pic x.
           02 yec-corrected                    pic x.
           02 filler                           pic x.
           02 yec-lender-id                    pic x(9).
           02 filler                           pic x.
           02 yec-lender-name                  pic x(40).
           02 filler                           pic x(23).
      *
       fd  year-end-stmt-file record contains 133 characters
                              recording mode f.
       01  year-end-stmt-record.
           02 yes-cc                           pic x.
           02 yes-line                         pic x(132).
      *
       fd  info-return-file record contains 80 characters
                            recording mode f.
       01  info-return-record.
           02 irr-tax-year                     pic 9(4).
           02 filler                           pic x.
           02 irr-corrected                    pic x.
           02 filler                           pic x.
           02 irr-lender-id                    pic x(9).
           02 filler                           pic x.
           02 irr-account                      pic x(8).
           02 filler                           pic x.
           02 irr-borrower                     pic x(20).
           02 filler                           pic x.
           02 irr-interest                     pic 9(7)v99.
           02 filler                           pic x.
           02 irr-principal-jan-1              pic 9(7)v99.
           02 filler                           pic x.
           02 irr-taxes                        pic 9(7)v99.
           02 filler                           pic x.
           02 irr-reportable                   pic x.
           02 filler                           pic x(2).
      *
       fd  index-rate-file record contains 80 characters
                           recording mode f.
       01  index-rate-card.
           02 irc-index                        pic x(5).
           02 filler                           pic x.
           02 irc-effective-date-in            pic x(8).
           02 filler                           pic x.
           02 irc-rate-in                      pic x(6).
           02 filler                           pic x(59).
      *
       fd  arm-notice-file record contains 200 characters
                           recording mode f.
       01  arm-notice-record.
           02 anr-account                      pic x(8).
           02 filler                           pic x.
           02 anr-borrower                     pic x(20).
           02 filler                           pic x.
           02 anr-notice-date                  pic 9(8).
           02 filler                           pic x.
           02 anr-change-date                  pic 9(8).
           02 filler                           pic x.
           02 anr-index                        pic x(5).
           02 filler                           pic x.
           02 anr-index-rate                   pic 99v999.
           02 filler                           pic x.
           02 anr-margin                       pic 9v999.
           02 filler                           pic x.
           02 anr-old-rate                     pic 99v99.
           02 filler                           pic x.
           02 anr-new-rate                     pic 99v99.
           02 filler                           pic x.
           02 anr-old-payment                  pic 9(7)v99.
           02 filler                           pic x.
           02 anr-new-payment                  pic 9(7)v99.
           02 filler                           pic x.
           02 anr-balance                      pic 9(7)v99.
           02 filler                           pic x.
           02 anr-remaining-term               pic 999.
           02 filler                           pic x.
           02 anr-next-change-date             pic 9(8).
           02 filler                           pic x.
           02 anr-cap-text                     pic x(40).
           02 filler                           pic x(42).
      *
       fd  item-file-in record contains 80 characters
                        recording mode f.
       01  item-in-record                      pic x(80).
      *
       fd  item-file-out record contains 80 characters
                         recording mode f.
       01  item-out-record                     pic x(80).
      *
       fd  item-change-file record contains 80 characters
                            recording mode f.
       01  item-change-card.
           02 icc-action                       pic x.
           02 filler                           pic x.
           02 icc-item.
              03 icc-account                   pic x(8).
              03 filler                        pic x.
              03 icc-item-type                 pic x(3).
              03 filler                        pic x.
              03 icc-payee-id                  pic x(8).
              03 filler                        pic x.
              03 icc-payee-name                pic x(25).
              03 filler                        pic x.
              03 icc-amount-in                 pic x(8).
              03 filler                        pic x.
              03 icc-due-date-in               pic x(8).
              03 filler                        pic x.
              03 icc-frequency-in              pic x(2).
           02 filler                           pic x(10).
      *
       fd  payee-file record contains 90 characters
                      recording mode f.
       01  payee-record.
           02 pay-payee-id                     pic x(8).
           02 filler                           pic x.
           02 pay-payee-name                   pic x(25).
           02 filler                           pic x.
           02 pay-account                      pic x(8).
           02 filler                           pic x.
           02 pay-item-type                    pic x(3).
           02 filler                           pic x.
           02 pay-amount                       pic 9(6)v99.
           02 filler                           pic x.
           02 pay-pay-date                     pic 9(8).
           02 filler                           pic x.
           02 pay-due-date                     pic 9(8).
           02 filler                           pic x.
           02 pay-advanced                     pic 9(6)v99.
           02 filler                           pic x(7).
      *
       fd  worklist-file record contains 80 characters
                         recording mode f.
       01  worklist-record.
           02 wlr-account                      pic x(8).
           02 filler                           pic x.
           02 wlr-borrower                     pic x(20).
           02 filler                           pic x.
           02 wlr-status                       pic x.
           02 filler                           pic x.
           02 wlr-days-past-due                pic 9(4).
           02 filler                           pic x.
           02 wlr-installments                 pic 99.
           02 filler                           pic x.
           02 wlr-past-due                     pic 9(7)v99.
           02 filler                           pic x.
           02 wlr-next-due                     pic 9(8).
           02 filler                           pic x.
           02 wlr-action                       pic x(12).
           02 filler                           pic x(9).
      *
       fd  notice-file record contains 200 characters
                       recording mode f.
       01  notice-record.
           02 ntc-account                      pic x(8).
           02 filler                           pic x.
           02 ntc-borrower                     pic x(20).
           02 filler                           pic x.
           02 ntc-notice-date                  pic 9(8).
           02 filler                           pic x.
           02 ntc-status                       pic x.
           02 filler                           pic x.
           02 ntc-days-past-due                pic 9(4).
           02 filler                           pic x.
           02 ntc-installments                 pic 99.
           02 filler                           pic x.
           02 ntc-amount-due                   pic 9(7)v99.
           02 filler                           pic x.
           02 ntc-pay-by                       pic 9(8).
           02 filler                           pic x.
           02 ntc-text-1                       pic x(60).
           02 filler                           pic x.
           02 ntc-text-2                       pic x(60).
           02 filler                           pic x(11).
      *
       fd  aging-history-file record contains 80 characters
                              recording mode f.
       01  aging-history-record.
           02 ahr-run-date                     pic 9(8).
           02 ahr-bucket occurs 5 times.
              03 filler                        pic x.
              03 ahr-count                     pic 9(4).
           02 filler                           pic x.
           02 ahr-past-due                     pic 9(9)v99.
           02 filler                           pic x(35).

       working-storage section.

           88 loan-master-out-ok               value "00".
       01 payment-status                       pic xx value "00".
           88 payment-ok                       value "00".
       01 reversal-status                      pic xx value "00".
           88 reversal-ok                      value "00".
       01 loan-history-status                  pic xx value "00".
           88 loan-history-ok                  value "00".
       01 escrow-status                        pic xx value "00".
           88 escrow-ok                        value "00".
       01 payoff-status                        pic xx value "00".
           88 payoff-ok                        value "00".
       01 quote-in-status                      pic xx value "00".
           88 quote-in-ok                      value "00".
       01 quote-out-status                     pic xx value "00".
           88 quote-out-ok                     value "00".
       01 quote-letter-status                  pic xx value "00".
           88 quote-letter-ok                  value "00".
       01 paid-off-status                      pic xx value "00".
           88 paid-off-ok                      value "00".
       01 index-rate-status                    pic xx value "00".
           88 index-rate-ok                    value "00".
       01 arm-notice-status                    pic xx value "00".
           88 arm-notice-ok                    value "00".
       01 year-end-card-status                 pic xx value "00".
           88 year-end-card-ok                 value "00".
       01 year-end-stmt-status                 pic xx value "00".
           88 year-end-stmt-ok                 value "00".
       01 info-return-status                   pic xx value "00".
           88 info-return-ok                   value "00".
       01 item-in-status                       pic xx value "00".
           88 item-in-ok                       value "00".
       01 item-out-status                      pic xx value "00".
           88 item-out-ok                      value "00".
       01 item-change-status                   pic xx value "00".
           88 item-change-ok                   value "00".
       01 payee-status                         pic xx value "00".
           88 payee-ok                         value "00".
       01 worklist-status                      pic xx value "00".
           88 worklist-ok                      value "00".
       01 notice-status                        pic xx value "00".
           88 notice-ok                        value "00".
       01 aging-history-status                 pic xx value "00".
           88 aging-history-ok                 value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 payment-eof-sw                       pic x value "N".
           88 payment-eof                      value "Y".
       01 reversal-eof-sw                      pic x value "N".
           88 reversal-eof                     value "Y".
       01 loan-history-eof-sw                  pic x value "N".
           88 loan-history-eof                 value "Y".
       01 loan-history-open-sw                 pic x value "N".
           88 loan-history-open                value "Y".
       01 escrow-eof-sw                        pic x value "N".
           88 escrow-eof                       value "Y".
       01 payoff-eof-sw                        pic x value "N".
           88 payoff-eof                       value "Y".
       01 quote-eof-sw                         pic x value "N".
           88 quote-eof                        value "Y".
       01 quote-found-sw                       pic x.
           88 quote-found                      value "Y".
       01 paid-off-eof-sw                      pic x value "N".
           88 paid-off-eof                     value "Y".
       01 item-eof-sw                          pic x value "N".
           88 item-eof                         value "Y".
       01 item-change-eof-sw                   pic x value "N".
           88 item-change-eof                  value "Y".
       01 item-found-sw                        pic x.
           88 item-found                       value "Y".
       01 history-eof-sw                       pic x value "N".
           88 history-eof                      value "Y".
       01 index-eof-sw                         pic x value "N".
           88 index-eof                        value "Y".
       01 index-found-sw                       pic x.
           88 index-found                      value "Y".
       01 index-loaded-sw                      pic x value "N".
           88 index-loaded                     value "Y".
       01 arm-due-sw                           pic x.
           88 arm-change-due                   value "Y".
       01 loan-found-sw                        pic x.
           88 loan-found                       value "Y".

       01 payments-posted-count                pic 9(4) value zero.
       01 payments-rejected-count              pic 9(4) value zero.
       01 late-fee-count                       pic 9(4) value zero.
       01 reversals-count                      pic 9(4) value zero.
       01 reversals-rejected-count             pic 9(4) value zero.
       01 statements-count                     pic 9(4) value zero.
       01 quotes-count                         pic 9(4) value zero.
       01 payoffs-count                        pic 9(4) value zero.
       01 payoffs-held-count                   pic 9(4) value zero.
       01 year-end-stmt-count                  pic 9(4) value zero.
       01 reportable-count                     pic 9(4) value zero.
       01 disbursed-count                      pic 9(4) value zero.
       01 advanced-count                       pic 9(4) value zero.
       01 item-changes-count                   pic 9(4) value zero.
       01 item-rejects-count                   pic 9(4) value zero.
       01 delinquent-count                     pic 9(4) value zero.
       01 notices-count                        pic 9(4) value zero.
       01 arm-notices-count                    pic 9(4) value zero.
       01 arm-applied-count                    pic 9(4) value zero.
       01 arm-exceptions-count                 pic 9(4) value zero.

      * The whole active book rides in storage; the entry layout
      * matches the master record so entries move as groups.  Entry
      * 301 is a work slot the year-end pass loads paid-off loans
      * into.
       01 loan-book-table.
           02 loan-entry occurs 301 times.
              03 lbe-account                   pic x(8).
              03 filler                        pic x.
              03 lbe-borrower                  pic x(20).
              03 lbe-monthly-tax               pic 9(5)v99.
              03 filler                        pic x.
              03 lbe-monthly-ins               pic 9(5)v99.
              03 filler                        pic x.
              03 lbe-delinquency-status        pic x.
              03 filler                        pic x.
              03 lbe-days-past-due             pic 9(4).
              03 filler                        pic x.
              03 lbe-escrow-advance            pic 9(6)v99.
              03 filler                        pic x.
              03 lbe-fees-due                  pic 9(5)v99.
              03 filler                        pic x.
              03 lbe-ytd-year                  pic 9(4).
              03 filler                        pic x.
              03 lbe-ytd-interest              pic 9(7)v99.
              03 filler                        pic x.
              03 lbe-ytd-principal             pic 9(7)v99.
              03 filler                        pic x.
              03 lbe-ytd-taxes                 pic 9(7)v99.
              03 filler                        pic x.
              03 lbe-ytd-late-fees             pic 9(5)v99.
              03 filler                        pic x.
              03 lbe-prior-year                pic 9(4).
              03 filler                        pic x.
              03 lbe-prior-interest            pic 9(7)v99.
              03 filler                        pic x.
              03 lbe-prior-principal           pic 9(7)v99.
              03 filler                        pic x.
              03 lbe-prior-taxes               pic 9(7)v99.
              03 filler                        pic x.
              03 lbe-prior-late-fees           pic 9(5)v99.
              03 filler                        pic x.
              03 lbe-arm-flag                  pic x.
                 88 lbe-arm                    value "A".
              03 filler                        pic x.
              03 lbe-arm-index                 pic x(5).
              03 filler                        pic x.
              03 lbe-arm-margin                pic 9v99.
              03 filler                        pic x.
              03 lbe-arm-periodic-cap          pic 9v99.
              03 filler                        pic x.
              03 lbe-arm-ceiling               pic 99v99.
              03 filler                        pic x.
              03 lbe-arm-change-date           pic 9(8).
              03 filler                        pic x.
              03 lbe-arm-freq-months           pic 99.
              03 filler                        pic x.
              03 lbe-arm-new-rate              pic 99v99.
              03 filler                        pic x.
              03 lbe-arm-new-payment           pic 9(7)v99.

      * Payoff quotes: the register carried from run to run, and
      * the quote being figured.
       01 quote-count                          pic 999 value zero.
       01 quote-idx                            pic 999.
       01 quote-found-idx                      pic 999.
       01 quote-table.
           02 quote-table-entry                pic x(150)
                                               occurs 300 times.
       01 quote-entry.
           02 qte-account                      pic x(8).
           02 filler                           pic x.
           02 qte-borrower                     pic x(20).
           02 filler                           pic x.
           02 qte-quote-date                   pic 9(8).
           02 filler                           pic x.
           02 qte-good-through                 pic 9(8).
           02 filler                           pic x.
           02 qte-interest-from                pic 9(8).
           02 filler                           pic x.
           02 qte-principal                    pic 9(7)v99.
           02 filler                           pic x.
           02 qte-interest                     pic 9(7)v99.
           02 filler                           pic x.
           02 qte-per-diem                     pic 9(3)v9(4).
           02 filler                           pic x.
           02 qte-fees                         pic 9(5)v99.
           02 filler                           pic x.
           02 qte-advance-owed                 pic 9(6)v99.
           02 filler                           pic x.
           02 qte-total                        pic 9(7)v99.
           02 filler                           pic x.
           02 qte-escrow-refund                pic 9(6)v99.
           02 filler                           pic x(15).
       01 quote-keep-date                      pic 9(8).
       01 interest-days                        pic s9(5)
                                               sign is leading
                                               separate.
       01 payoff-expected                      pic 9(7)v99.
       01 payoff-difference                    pic s9(7)v99
                                               sign is leading
                                               separate.
       01 payoff-refund                        pic 9(7)v99.
       01 payoff-interest                      pic 9(7)v99.

      * Year-to-date accumulation: the amounts to add, and the year
      * they belong to.
       01 ytd-add-year                         pic 9(4).
       01 ytd-add-interest                     pic 9(7)v99.
       01 ytd-add-principal                    pic 9(7)v99.
       01 ytd-add-taxes                        pic 9(7)v99.
       01 ytd-add-late-fees                    pic 9(5)v99.

      * Year-end statement work fields.
       01 tax-year                             pic 9(4).
       01 stmt-interest                        pic 9(7)v99.
       01 stmt-principal-paid                  pic 9(7)v99.
       01 stmt-taxes                           pic 9(7)v99.
       01 stmt-late-fees                       pic 9(5)v99.
       01 stmt-principal-jan-1                 pic 9(7)v99.
       01 stmt-principal-dec-31                pic 9(7)v99.
       01 stmt-wanted-sw                       pic x.
           88 stmt-wanted                      value "Y".
       01 stmt-paid-off-date                   pic 9(8).
       01 reporting-threshold                  pic 9(3)v99
                                               value 600.00.
       01 total-reported-interest              pic 9(9)v99
                                               value zero.
       01 year-end-line.
           02 filler                           pic x(4) value spaces.
           02 yel-caption                      pic x(48).
           02 yel-amount                       pic $z,zzz,zz9.99.
           02 filler                           pic x(67) value spaces.
       01 year-end-text-line.
           02 filler                           pic x(4) value spaces.
           02 yet-text                         pic x(70).
           02 filler                           pic x(58) value spaces.
       01 per-diem-out                         pic $zz9.9999.

      * The escrow-item register, in storage for the run.
       01 item-count                           pic 999 value zero.
       01 item-idx                             pic 999.
       01 item-found-idx                       pic 999.
       01 item-table.
           02 item-entry occurs 900 times.
              03 itm-account                   pic x(8).
              03 filler                        pic x.
              03 itm-item-type                 pic x(3).
              03 filler                        pic x.
              03 itm-payee-id                  pic x(8).
              03 filler                        pic x.
              03 itm-payee-name                pic x(25).
              03 filler                        pic x.
              03 itm-amount                    pic 9(6)v99.
              03 filler                        pic x.
              03 itm-due-date                  pic 9(8).
              03 filler                        pic x.
              03 itm-frequency                 pic 99.
              03 filler                        pic x.
              03 itm-last-paid                 pic x(8).
              03 filler                        pic x(3).

      * Servicing constants, as compiled; 150-load-parameters
      * replaces each with its parameter-master value.
       01 grace-period-days                    pic 99 value 15.
       01 late-fee-amount                      pic 99v99 value 25.00.
       01 returned-fee-amount                  pic 99v99 value 25.00.

      * PARMLKUP resolution of one servicing constant.
       01 parm-program                         pic x(8)
                                               value "LOANSERV".
       01 parm-name                            pic x(16).
       01 parm-found-flag                      pic x.
           88 parm-found                       value "Y".
       01 parm-value                           pic x(20).
       01 parm-effective-date                  pic 9(8).
       01 parm-source                          pic x(30).
       01 parm-amount-out                      pic z9.99.

      * Returned payments: the NSFREV cards, each matched to the
      * payment it reverses on the LOANHIST transaction history.
       01 rev-count                            pic 99 value zero.
       01 rev-idx                              pic 99.
       01 rev-table.
           02 rev-entry occurs 50 times.
              03 rve-account                   pic x(8).
              03 rve-date                      pic 9(8).
              03 rve-amount                    pic 9(7)v99.
              03 rve-returned                  pic 9(8).
              03 rve-found-sw                  pic x.
                 88 rve-found                  value "Y".
              03 rve-history                   pic x(150).
       01 rev-deposited                        pic 9(6)v99.
       01 rev-shortfall                        pic 9(6)v99.
       01 rev-late-fee                         pic 99v99.
       01 rev-late-text                        pic x(24).
       01 escrow-cushion-months                pic 9 value 2.

      * Payment-split work fields.
                                               sign is leading
                                               separate.
       01 split-late-fee                       pic 99v99.
       01 split-fees-paid                      pic 9(5)v99.
       01 scheduled-principal                  pic s9(7)v99
                                               sign is leading
                                               separate.
       01 next-due-before                      pic 9(8).
       01 monthly-rate                         pic 9v9(6).
       01 due-date-integer                     pic 9(7).
       01 paid-date-integer                    pic 9(7).
           02 ndw-month                        pic 99.
           02 ndw-day                          pic 99.

      * Disbursement work fields.
       01 item-advance                         pic 9(6)v99.
       01 item-from-escrow                     pic 9(6)v99.
       01 advance-repaid                       pic 9(6)v99.
       01 item-due-work.
           02 idw-year                         pic 9(4).
           02 idw-month                        pic 99.
           02 idw-day                          pic 99.
       01 total-disbursed                      pic 9(9)v99 value zero.
       01 total-advanced                       pic 9(9)v99 value zero.

      * Escrow-analysis work fields.
       01 new-annual-tax                       pic 9(6)v99.
       01 new-annual-ins                       pic 9(6)v99.
                                               sign is leading
                                               separate.

      * Delinquency-aging work fields.  Bucket 1 is current, 2 to 5
      * the 30, 60, 90 and 120+ day buckets; the status byte on the
      * master is the bucket less one.
       01 run-date                             pic 9(8).
       01 run-date-parts redefines run-date.
           02 rdp-year                         pic 9(4).
           02 rdp-month                        pic 99.
           02 rdp-day                          pic 99.
       01 run-date-integer                     pic 9(7).
       01 installments-due                     pic 99.
       01 months-behind                        pic s9(5)
                                               sign is leading
                                               separate.
       01 interest-per-installment             pic 9(7)v99.
       01 principal-per-installment            pic s9(7)v99
                                               sign is leading
                                               separate.
       01 loan-past-due-principal              pic 9(9)v99.
       01 loan-past-due-interest               pic 9(9)v99.
       01 loan-past-due                        pic 9(9)v99.
       01 bucket-idx                           pic 9.
       01 old-bucket-idx                       pic 9.
       01 stage-idx                            pic 9.
       01 bucket-table.
           02 bucket-entry occurs 5 times.
              03 bkt-count                     pic 9(4).
              03 bkt-principal                 pic 9(9)v99.
              03 bkt-interest                  pic 9(9)v99.
       01 bucket-label-values.
           02 filler                           pic x(8)
                                               value "CURRENT ".
           02 filler                           pic x(8)
                                               value "30 DAYS ".
           02 filler                           pic x(8)
                                               value "60 DAYS ".
           02 filler                           pic x(8)
                                               value "90 DAYS ".
           02 filler                           pic x(8)
                                               value "120+ DAY".
       01 bucket-labels redefines bucket-label-values.
           02 bucket-label                     pic x(8)
                                               occurs 5 times.
      * Roll matrix: row is last run's bucket (row 6 for a loan not
      * aged before), column is this run's.
       01 roll-matrix.
           02 roll-from occurs 6 times.
              03 roll-to                       pic 9(4)
                                               occurs 5 times.
       01 roll-idx                             pic 9.

      * Collections wording by stage (30, 60, 90, 120+), days
      * allowed to pay, and the collector's action.
       01 notice-wording-values.
           02 filler                           pic x(60) value
           "YOUR MORTGAGE PAYMENT IS NOW MORE THAN 30 DAYS PAST DUE.".
           02 filler                           pic x(60) value
           "PLEASE PAY THE AMOUNT DUE BY THE DATE SHOWN OR CALL US.".
           02 filler                           pic x(60) value
           "YOUR LOAN IS 60 DAYS DELINQUENT AND LATE CHARGES APPLY.".
           02 filler                           pic x(60) value
           "CONTACT OUR COLLECTIONS DEPARTMENT AT ONCE.".
           02 filler                           pic x(60) value
           "NOTICE OF DEFAULT: YOUR LOAN IS 90 DAYS DELINQUENT.".
           02 filler                           pic x(60) value
           "IF NOT CURED BY THE DATE SHOWN THE LOAN MAY BE CALLED.".
           02 filler                           pic x(60) value
           "YOUR LOAN IS 120 OR MORE DAYS DELINQUENT AND HAS BEEN".
           02 filler                           pic x(60) value
           "REFERRED FOR FORECLOSURE REVIEW. CALL US IMMEDIATELY.".
       01 notice-wording redefines notice-wording-values.
           02 notice-stage occurs 4 times.
              03 nw-text-1                     pic x(60).
              03 nw-text-2                     pic x(60).
       01 notice-days-values                   pic x(8)
                                               value "15153010".
       01 notice-days-table redefines notice-days-values.
           02 notice-days                      pic 99
                                               occurs 4 times.
       01 collection-action-values.
           02 filler                           pic x(12)
                                               value "CALL".
           02 filler                           pic x(12)
                                               value "CALL+LETTER".
           02 filler                           pic x(12)
                                               value "DEMAND".
           02 filler                           pic x(12)
                                               value "FORECLOSURE".
       01 collection-actions redefines collection-action-values.
           02 collection-action                pic x(12)
                                               occurs 4 times.

      * Worklist order: loan-book subscripts of the delinquent
      * loans, exchange-sorted worst first.
       01 work-count                           pic 999 value zero.
       01 work-idx                             pic 999.
       01 work-idx-2                           pic 999.
       01 work-swap                            pic 999.
       01 work-order-table.
           02 work-loan-idx                    pic 999
                                               occurs 300 times.

      * The last twelve months of DELQHIST for the trend; a rerun in
      * the same month replaces that month's line.
       01 trend-count                          pic 99 value zero.
       01 trend-idx                            pic 99.
       01 trend-table.
           02 trend-entry occurs 12 times.
              03 trd-record                    pic x(80).

      * ARM rate changes.  The index history is held in storage;
      * the rate for a change is the latest index value published
      * on or before the look-back date, 45 days ahead of the first
      * payment at the new rate.  The notice goes out as soon as
      * that payment is 120 days off; one with fewer than 60 days
      * left is marked late on the register.
       01 arm-notice-lead-days                 pic 999 value 120.
       01 arm-notice-min-days                  pic 999 value 60.
       01 arm-lookback-days                    pic 999 value 45.
       01 index-count                          pic 999 value zero.
       01 index-idx                            pic 999.
       01 index-table.
           02 index-entry occurs 500 times.
              03 ixe-index                     pic x(5).
              03 ixe-effective-date            pic 9(8).
              03 ixe-rate                      pic 99v999.
       01 arm-idx                              pic 999.
       01 arm-lookback-date                    pic 9(8).
       01 arm-index-date                       pic 9(8).
       01 arm-index-rate                       pic 99v999.
       01 arm-days-to-change                   pic s9(7)
                                               sign is leading
                                               separate.
       01 arm-work-rate                        pic s99v999
                                               sign is leading
                                               separate.
       01 arm-new-rate                         pic 99v99.
       01 arm-cap-text                         pic x(40).
       01 arm-change-work.
           02 acw-year                         pic 9(4).
           02 acw-month                        pic 99.
           02 acw-day                          pic 99.
       01 arm-months-work                      pic s9(4)
                                               sign is leading
                                               separate.
       01 arm-months-to-change                 pic 999.
       01 arm-month                            pic 999.
       01 arm-balance                          pic s9(7)v99
                                               sign is leading
                                               separate.
       01 arm-month-interest                   pic 9(7)v99.
       01 arm-remaining-term                   pic 999.
       01 arm-monthly-rate                     pic 9v9(10).
       01 arm-growth                           pic 9(5)v9(10).
       01 arm-numerator                        pic 9(5)v9(10).
       01 arm-denominator                      pic 9(5)v9(10).
       01 arm-new-payment                      pic 9(7)v99.
       01 arm-next-change                      pic 9(8).

      * Every change figured or applied this run, for the register.
       01 reset-count                          pic 999 value zero.
       01 reset-idx                            pic 999.
       01 reset-table.
           02 reset-entry occurs 600 times.
              03 rse-account                   pic x(8).
              03 rse-borrower                  pic x(20).
              03 rse-action                    pic x(8).
              03 rse-change-date               pic 9(8).
              03 rse-index-rate                pic 99v999.
              03 rse-old-rate                  pic 99v99.
              03 rse-new-rate                  pic 99v99.
              03 rse-old-payment               pic 9(7)v99.
              03 rse-new-payment               pic 9(7)v99.
       01 index-rate-out                       pic z9.999.
       01 old-rate-out                         pic z9.99.
       01 new-rate-out                         pic z9.99.

      * Report editing fields.
       01 money-out                            pic $z,zzz,zz9.99.
       01 money-out-2                          pic $z,zzz,zz9.99.
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  LOAN SERVICING RUN BEGINS  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date(1:8) to run-date
           compute run-date-integer =
                    function integer-of-date(run-date)
           perform 150-load-parameters
           perform 200-load-loan-master
           perform 350-returned-payments
           perform 300-post-payments
           if loan-history-open then
              close loan-history-file
           end-if
           open output payee-file
           perform 800-payoffs
           perform 560-escrow-disbursement
           if payee-ok then
              close payee-file
           end-if
           perform 500-escrow-analysis
           perform 940-arm-rate-changes
           perform 600-delinquency-aging
           perform 900-year-end-statements
           perform 700-write-new-master
           display spaces
           display "PAYMENTS POSTED   : " payments-posted-count
           display "PAYMENTS REJECTED : " payments-rejected-count
           display "LATE FEES ASSESSED: " late-fee-count
           display "PAYMENTS RETURNED : " reversals-count
           display "REVERSALS REJECTED: " reversals-rejected-count
           display "PAYOFF QUOTES     : " quotes-count
           display "LOANS PAID OFF    : " payoffs-count
           display "PAYOFFS HELD SHORT: " payoffs-held-count
           display "ESCROW ITEMS PAID : " disbursed-count
           display "ESCROW ADVANCES   : " advanced-count
           display "ESCROW STATEMENTS : " statements-count
           display "ARM RATE NOTICES  : " arm-notices-count
           display "ARM RATES APPLIED : " arm-applied-count
           display "YEAR-END STMTS    : " year-end-stmt-count
           display "LOANS DELINQUENT  : " delinquent-count
           display "NOTICES WRITTEN   : " notices-count
           move "E" to runlog-event
           move payments-posted-count to runlog-read
           move loan-count to runlog-written
           move payments-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  LOAN SERVICING RUN ENDS  ********"
           stop run.

      * Each constant as it stood on the run date.  A value on the
      * master that does not edit into the constant's picture is
      * reported and the compiled value kept.
       150-load-parameters.
           move "GRACE-DAYS" to parm-name
           perform 160-look-up-parameter
           if parm-found then
              compute grace-period-days =
                       function numval(parm-value)
           end-if
           display "GRACE PERIOD DAYS : " grace-period-days
                   "     " parm-source
           move "LATE-FEE" to parm-name
           perform 160-look-up-parameter
           if parm-found then
              compute late-fee-amount = function numval(parm-value)
           end-if
           move late-fee-amount to parm-amount-out
           display "LATE FEE          : " parm-amount-out
                   "  " parm-source
           move "RETURNED-FEE" to parm-name
           perform 160-look-up-parameter
           if parm-found then
              compute returned-fee-amount =
                       function numval(parm-value)
           end-if
           move returned-fee-amount to parm-amount-out
           display "RETURNED-PMT FEE  : " parm-amount-out
                   "  " parm-source.

       160-look-up-parameter.
           call "PARMLKUP" using parm-program, parm-name, run-date,
                parm-found-flag, parm-value, parm-effective-date
           move spaces to parm-source
           evaluate true
              when not parm-found
                 move "(COMPILED DEFAULT)" to parm-source
              when function test-numval(parm-value) is not equal
                   to zero
                 move "N" to parm-found-flag
                 display "PARAMETER " parm-name " VALUE " parm-value
                         " NOT NUMERIC - COMPILED DEFAULT KEPT"
                 move "(COMPILED DEFAULT)" to parm-source
              when other
                 string "(PARMMST EFFECTIVE "
                        delimited by size
                        parm-effective-date delimited by size
                        ")" delimited by size
                        into parm-source
           end-evaluate.

       200-load-loan-master.
           open input loan-master-in
           if not loan-master-in-ok then
              display "LOANMST NOT AVAILABLE - NO BOOK TO SERVICE"
              move "LOANMST NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 990-abend-run
           end-if
           perform 210-read-master until master-eof
           close loan-master-in
       220-store-master.
           if loan-count is less than 300 then
              add 1 to loan-count
              move loan-master-in-record to loan-entry(loan-count)
              perform 225-zero-blank-fields
              perform 230-roll-ytd
           else
              display "LOAN BOOK TABLE FULL - RECORD FOR "
                      lmi-account " DROPPED"
           end-if.

      * A master written before the delinquency, escrow-advance and
      * fees-due fields were in use has blank filler there.
       225-zero-blank-fields.
           if lbe-days-past-due(loan-count) is not numeric then
              move zero to lbe-days-past-due(loan-count)
           end-if
           if lbe-escrow-advance(loan-count) is not numeric then
              move zero to lbe-escrow-advance(loan-count)
           end-if
           if lbe-fees-due(loan-count) is not numeric then
              move zero to lbe-fees-due(loan-count)
           end-if.

      * The first run of a new year moves the year's figures to the
      * prior-year slot.  A loan a year or more behind on the roll
      * has nothing for last year.
       230-roll-ytd.
           if lbe-ytd-year(loan-count) is not numeric then
              move zero to lbe-ytd-year(loan-count)
              move zero to lbe-ytd-interest(loan-count)
              move zero to lbe-ytd-principal(loan-count)
              move zero to lbe-ytd-taxes(loan-count)
              move zero to lbe-ytd-late-fees(loan-count)
              move zero to lbe-prior-year(loan-count)
              move zero to lbe-prior-interest(loan-count)
              move zero to lbe-prior-principal(loan-count)
              move zero to lbe-prior-taxes(loan-count)
              move zero to lbe-prior-late-fees(loan-count)
           end-if
           if lbe-ytd-year(loan-count) is less than rdp-year then
              if lbe-ytd-year(loan-count) is equal to rdp-year - 1
                 then
                 move lbe-ytd-year(loan-count) to
                      lbe-prior-year(loan-count)
                 move lbe-ytd-interest(loan-count) to
                      lbe-prior-interest(loan-count)
                 move lbe-ytd-principal(loan-count) to
                      lbe-prior-principal(loan-count)
                 move lbe-ytd-taxes(loan-count) to
                      lbe-prior-taxes(loan-count)
                 move lbe-ytd-late-fees(loan-count) to
                      lbe-prior-late-fees(loan-count)
              else
                 compute lbe-prior-year(loan-count) = rdp-year - 1
                 move zero to lbe-prior-interest(loan-count)
                 move zero to lbe-prior-principal(loan-count)
                 move zero to lbe-prior-taxes(loan-count)
                 move zero to lbe-prior-late-fees(loan-count)
              end-if
              move rdp-year to lbe-ytd-year(loan-count)
              move zero to lbe-ytd-interest(loan-count)
              move zero to lbe-ytd-principal(loan-count)
              move zero to lbe-ytd-taxes(loan-count)
              move zero to lbe-ytd-late-fees(loan-count)
           end-if.

       300-post-payments.
           open input payment-file
           if not payment-ok then
              display "PAYMENTS NOT AVAILABLE - NO POSTING THIS RUN"
              move loan-idx to loan-found-idx
           end-if.

      * Returned payments.  Each NSFREV card names the payment that
      * came back -- account and payment date, with the amount where
      * two were posted the same day, and the date it was returned
      * (the run date when blank).  The payment is found on the
      * LOANHIST transaction history as it was split, and each part
      * is put back: principal to the balance, the escrow deposit
      * out of the escrow balance (any part already paid out
      * becomes an advance), any advance repayment back onto the
      * advance, fees it paid back onto fees due, next-due back a
      * month, and the year-to-date figures taken down.  The
      * returned-payment fee goes to fees due.  A late fee the
      * payment paid is owed again; with none paid, one is owed if
      * the installment was past grace by the day the payment came
      * back.  The reversal and the fees go to LOANHIST beside the
      * original.
       350-returned-payments.
           open input reversal-file
           if reversal-ok then
              perform 352-read-reversal until reversal-eof
              close reversal-file
           end-if
           if rev-count is greater than zero then
              open input loan-history-file
              if loan-history-ok then
                 perform 356-read-history until loan-history-eof
                 close loan-history-file
              end-if
           end-if
           open extend loan-history-file
           if not loan-history-ok then
              open output loan-history-file
           end-if
           if loan-history-ok then
              set loan-history-open to true
           else
              display "LOANHIST NOT AVAILABLE - NO TRANSACTION"
                      " HISTORY WRITTEN"
           end-if
           if rev-count is greater than zero then
              display spaces
              display "----  RETURNED PAYMENTS  ----"
              perform 360-reverse-one-payment
                      varying rev-idx from 1 by 1
                      until rev-idx > rev-count
           end-if.

       352-read-reversal.
           read reversal-file
              at end set reversal-eof to true
              not at end perform 354-store-reversal
           end-read.

       354-store-reversal.
           if function test-numval(rvc-date-in) is not equal zero or
              (rvc-amount-in is not equal to spaces and
               function test-numval(rvc-amount-in) is not equal
               zero) or
              (rvc-returned-in is not equal to spaces and
               function test-numval(rvc-returned-in) is not equal
               zero) then
              add 1 to reversals-rejected-count
              display "REJECTED REVERSAL " rvc-account
                      " - BAD DATE OR AMOUNT"
           else
              if rev-count is less than 50 then
                 add 1 to rev-count
                 move rvc-account to rve-account(rev-count)
                 compute rve-date(rev-count) =
                          function numval(rvc-date-in)
                 move zero to rve-amount(rev-count)
                 if rvc-amount-in is not equal to spaces then
                    compute rve-amount(rev-count) =
                             function numval(rvc-amount-in)
                 end-if
                 move run-date to rve-returned(rev-count)
                 if rvc-returned-in is not equal to spaces then
                    compute rve-returned(rev-count) =
                             function numval(rvc-returned-in)
                 end-if
                 move "N" to rve-found-sw(rev-count)
              else
                 add 1 to reversals-rejected-count
                 display "REVERSAL TABLE FULL - CARD FOR "
                         rvc-account " DROPPED"
              end-if
           end-if.

       356-read-history.
           read loan-history-file
              at end set loan-history-eof to true
              not at end
                 perform 358-match-history
                         varying rev-idx from 1 by 1
                         until rev-idx > rev-count
           end-read.

      * The latest posting of the payment is the one reversed; a
      * reversal already on file means it has been reversed.
       358-match-history.
           if lhr-account is equal to rve-account(rev-idx) and
              (rve-amount(rev-idx) is equal to zero or
               lhr-amount is equal to rve-amount(rev-idx)) then
              if lhr-type is equal to "PAY" and
                 lhr-txn-date is equal to rve-date(rev-idx) then
                 move "Y" to rve-found-sw(rev-idx)
                 move loan-history-record to rve-history(rev-idx)
              end-if
              if lhr-type is equal to "REV" and
                 lhr-original-date is equal to rve-date(rev-idx) then
                 move "N" to rve-found-sw(rev-idx)
              end-if
           end-if.

       360-reverse-one-payment.
           if not rve-found(rev-idx) then
              add 1 to reversals-rejected-count
              display "REJECTED REVERSAL " rve-account(rev-idx) " "
                      rve-date(rev-idx)
                      " - NO UNREVERSED PAYMENT ON LOANHIST"
           else
              move "N" to loan-found-sw
              perform 362-find-reversal-loan
                      varying loan-idx from 1 by 1
                      until loan-idx > loan-count or loan-found
              if not loan-found then
                 add 1 to reversals-rejected-count
                 display "REJECTED REVERSAL " rve-account(rev-idx)
                         " " rve-date(rev-idx)
                         " - ACCOUNT NOT ON THE BOOK"
              else
                 add 1 to reversals-count
                 move rve-history(rev-idx) to loan-history-record
                 perform 370-undo-payment
              end-if
           end-if.

       362-find-reversal-loan.
           if lbe-account(loan-idx) is equal to rve-account(rev-idx)
              then
              set loan-found to true
              move loan-idx to loan-found-idx
           end-if.

       370-undo-payment.
           add lhr-principal to lbe-principal-bal(loan-found-idx)
           add lhr-fees-paid to lbe-fees-due(loan-found-idx)
           compute rev-deposited = lhr-escrow - lhr-advance-repaid
           if lbe-escrow-bal(loan-found-idx) is not less than
              rev-deposited then
              subtract rev-deposited from
                       lbe-escrow-bal(loan-found-idx)
           else
              compute rev-shortfall = rev-deposited -
                       lbe-escrow-bal(loan-found-idx)
              move zero to lbe-escrow-bal(loan-found-idx)
              add rev-shortfall to lbe-escrow-advance(loan-found-idx)
           end-if
           add lhr-advance-repaid to lbe-escrow-advance(loan-found-idx)
           move lbe-next-due(loan-found-idx) to next-due-work
           if ndw-month is equal to 1 then
              move 12 to ndw-month
              subtract 1 from ndw-year
           else
              subtract 1 from ndw-month
           end-if
           move next-due-work to lbe-next-due(loan-found-idx)
           add 1 to lbe-term-months(loan-found-idx)
           move lhr-txn-date to payment-date
           move payment-date(1:4) to ytd-add-year
           move lhr-interest to ytd-add-interest
           move lhr-principal to ytd-add-principal
           compute ytd-add-late-fees = lhr-late-fee + lhr-fees-paid
           perform 380-reverse-ytd
           move zero to rev-late-fee
           if lhr-late-fee is greater than zero then
              move lhr-late-fee to rev-late-fee
              move "LATE FEE OWED AGAIN" to rev-late-text
           else
              compute days-past-due =
                       function integer-of-date(rve-returned(rev-idx))
                       - function integer-of-date(lhr-next-due-before)
              if days-past-due is greater than grace-period-days then
                 move late-fee-amount to rev-late-fee
                 move "LATE FEE NOW OWED" to rev-late-text
              else
                 move "NO LATE FEE" to rev-late-text
              end-if
           end-if
           add rev-late-fee to lbe-fees-due(loan-found-idx)
           add returned-fee-amount to lbe-fees-due(loan-found-idx)
           move lhr-amount to money-out
           move lbe-principal-bal(loan-found-idx) to money-out-2
           display rve-account(rev-idx) " RETURNED " money-out
                   " PAID " rve-date(rev-idx) " NEXT DUE "
                   lbe-next-due(loan-found-idx) " BAL " money-out-2
                   " " rev-late-text
           if loan-history-open then
              move "REV" to lhr-type
              move rve-returned(rev-idx) to lhr-txn-date
              move rve-date(rev-idx) to lhr-original-date
              move lbe-next-due(loan-found-idx) to lhr-next-due-before
              move lbe-principal-bal(loan-found-idx) to
                   lhr-balance-after
              move run-date to lhr-run-date
              write loan-history-record
              move "NSF" to lhr-type
              move returned-fee-amount to lhr-amount
              perform 375-write-fee-history
              if rev-late-fee is greater than zero then
                 move "LTF" to lhr-type
                 move rev-late-fee to lhr-amount
                 perform 375-write-fee-history
              end-if
           end-if.

       375-write-fee-history.
           move zero to lhr-late-fee
           move zero to lhr-fees-paid
           move zero to lhr-interest
           move zero to lhr-escrow
           move zero to lhr-advance-repaid
           move zero to lhr-principal
           write loan-history-record.

      * A reversal takes the payment's figures back out of the year
      * they were counted in.
       380-reverse-ytd.
           if ytd-add-year is equal to lbe-prior-year(loan-found-idx)
              then
              compute lbe-prior-interest(loan-found-idx) =
                       function max(lbe-prior-interest(loan-found-idx)
                       - ytd-add-interest, 0)
              compute lbe-prior-principal(loan-found-idx) =
                       function max
                       (lbe-prior-principal(loan-found-idx) -
                        ytd-add-principal, 0)
              compute lbe-prior-late-fees(loan-found-idx) =
                       function max
                       (lbe-prior-late-fees(loan-found-idx) -
                        ytd-add-late-fees, 0)
           else
              compute lbe-ytd-interest(loan-found-idx) =
                       function max(lbe-ytd-interest(loan-found-idx)
                       - ytd-add-interest, 0)
              compute lbe-ytd-principal(loan-found-idx) =
                       function max(lbe-ytd-principal(loan-found-idx)
                       - ytd-add-principal, 0)
              compute lbe-ytd-late-fees(loan-found-idx) =
                       function max(lbe-ytd-late-fees(loan-found-idx)
                       - ytd-add-late-fees, 0)
           end-if.

      * The split: late fee first when the date is past grace, then
      * interest at the monthly rate on the open balance, then the
      * escrow portions, and whatever remains retires principal.
      * Unpaid fees are taken only out of what is paid beyond the
      * scheduled principal.
       400-split-and-apply.
           if lbe-arm(loan-found-idx) then
              move loan-found-idx to arm-idx
              perform 944-apply-if-due
           end-if
           compute due-date-integer = function integer-of-date
                    (lbe-next-due(loan-found-idx))
           compute paid-date-integer =
                      " AND FEES"
           else
              add 1 to payments-posted-count
              move zero to split-fees-paid
              compute scheduled-principal =
                       lbe-pi-payment(loan-found-idx) - split-interest
              if lbe-fees-due(loan-found-idx) is greater than zero
                 and split-principal is greater than
                 scheduled-principal then
                 compute split-fees-paid =
                          split-principal - scheduled-principal
                 if split-fees-paid is greater than
                    lbe-fees-due(loan-found-idx) then
                    move lbe-fees-due(loan-found-idx) to
                         split-fees-paid
                 end-if
                 subtract split-fees-paid from split-principal
                 subtract split-fees-paid from
                          lbe-fees-due(loan-found-idx)
              end-if
              perform 470-deposit-escrow
              if split-principal is greater than
                 lbe-principal-bal(loan-found-idx) then
                 move lbe-principal-bal(loan-found-idx) to
                 zero then
                 subtract 1 from lbe-term-months(loan-found-idx)
              end-if
              move lbe-next-due(loan-found-idx) to next-due-before
              perform 450-advance-next-due
              move payment-date(1:4) to ytd-add-year
              move split-interest to ytd-add-interest
              move split-principal to ytd-add-principal
              move zero to ytd-add-taxes
              compute ytd-add-late-fees =
                       split-late-fee + split-fees-paid
              perform 480-accumulate-ytd
              perform 490-write-payment-history
              perform 460-posting-report-line
           end-if.

           end-if
           move next-due-work to lbe-next-due(loan-found-idx).

      * An outstanding escrow advance is repaid before the deposit
      * reaches the escrow balance.
       470-deposit-escrow.
           move zero to advance-repaid
           if lbe-escrow-advance(loan-found-idx) is greater than zero
              then
              if split-escrow is greater than
                 lbe-escrow-advance(loan-found-idx) then
                 move lbe-escrow-advance(loan-found-idx) to
                      advance-repaid
              else
                 move split-escrow to advance-repaid
              end-if
              subtract advance-repaid from
                       lbe-escrow-advance(loan-found-idx)
           end-if
           compute lbe-escrow-bal(loan-found-idx) =
                    lbe-escrow-bal(loan-found-idx) + split-escrow -
                    advance-repaid.

      * Amounts are added to the slot for the year they were paid
      * in: a December payment posted in January goes to last year.
       480-accumulate-ytd.
           if ytd-add-year is equal to lbe-prior-year(loan-found-idx)
              then
              add ytd-add-interest to
                  lbe-prior-interest(loan-found-idx)
              add ytd-add-principal to
                  lbe-prior-principal(loan-found-idx)
              add ytd-add-taxes to lbe-prior-taxes(loan-found-idx)
              add ytd-add-late-fees to
                  lbe-prior-late-fees(loan-found-idx)
           else
              add ytd-add-interest to lbe-ytd-interest(loan-found-idx)
              add ytd-add-principal to
                  lbe-ytd-principal(loan-found-idx)
              add ytd-add-taxes to lbe-ytd-taxes(loan-found-idx)
              add ytd-add-late-fees to
                  lbe-ytd-late-fees(loan-found-idx)
           end-if.

      * Every payment posted goes to the transaction history with
      * the split exactly as applied, so it can be reversed.
       490-write-payment-history.
           if loan-history-open then
              move spaces to loan-history-record
              move pmc-account to lhr-account
              move payment-date to lhr-txn-date
              move "PAY" to lhr-type
              move payment-amount to lhr-amount
              move split-late-fee to lhr-late-fee
              move split-fees-paid to lhr-fees-paid
              move split-interest to lhr-interest
              move split-escrow to lhr-escrow
              move advance-repaid to lhr-advance-repaid
              move split-principal to lhr-principal
              move next-due-before to lhr-next-due-before
              move lbe-principal-bal(loan-found-idx) to
                   lhr-balance-after
              move run-date to lhr-run-date
              move payment-date to lhr-original-date
              write loan-history-record
           end-if.

       460-posting-report-line.
           display pmc-account " PAID " with no advancing
           move payment-amount to money-out
                    new-monthly-escrow * escrow-cushion-months
           compute escrow-position =
                    lbe-escrow-bal(loan-found-idx) -
                    lbe-escrow-advance(loan-found-idx) -
                    required-cushion
           display spaces
           display "----  ESCROW ANALYSIS " esc-account "  "
           move required-cushion to money-out-2
           display "  BALANCE " money-out "  REQUIRED CUSHION "
                   money-out-2
           if lbe-escrow-advance(loan-found-idx) is greater than zero
              then
              move lbe-escrow-advance(loan-found-idx) to money-out
              display "  ADVANCED BY SERVICER " money-out
                      " - REPAID FROM ESCROW DEPOSITS"
           end-if
           move escrow-position to signed-money-out
           if escrow-position is less than zero then
              display "  SHORTAGE " signed-money-out
              display "  SURPLUS  " signed-money-out
           end-if.

      * Escrow disbursement.  The item register is loaded, the
      * ESCITCHG changes applied, every item due by the run date
      * paid, and the register written to the new generation.
       560-escrow-disbursement.
           open input item-file-in
           if item-in-ok then
              perform 562-read-item until item-eof
              close item-file-in
           else
              display "ESCITEM NOT AVAILABLE - STARTING AN EMPTY"
                      " REGISTER"
           end-if
           open input item-change-file
           if item-change-ok then
              perform 570-read-item-change until item-change-eof
              close item-change-file
           end-if
           if not payee-ok then
              display "ESCPAY NOT AVAILABLE - NO DISBURSEMENTS THIS"
                      " RUN"
           else
              display spaces
              display "----  ESCROW DISBURSEMENTS  " run-date
                      "  ----"
              perform 580-disburse-one-item
                      varying item-idx from 1 by 1
                      until item-idx > item-count
              move total-disbursed to money-out
              move total-advanced to money-out-2
              display "  TOTAL PAID " money-out "  OF WHICH ADVANCED "
                      money-out-2
           end-if
           open output item-file-out
           if item-out-ok then
              perform 595-write-one-item
                      varying item-idx from 1 by 1
                      until item-idx > item-count
              close item-file-out
           else
              display "ESCITNEW NOT AVAILABLE - REGISTER NOT WRITTEN"
           end-if.

       562-read-item.
           read item-file-in
              at end set item-eof to true
              not at end
                 if item-count is less than 900 then
                    add 1 to item-count
                    move item-in-record to item-entry(item-count)
                 else
                    display "ESCROW ITEM TABLE FULL - ITEM DROPPED: "
                            item-in-record(1:30)
                 end-if
           end-read.

       570-read-item-change.
           read item-change-file
              at end set item-change-eof to true
              not at end perform 572-apply-item-change
           end-read.

       572-apply-item-change.
           move "N" to item-found-sw
           perform 574-find-item
                   varying item-idx from 1 by 1
                   until item-idx > item-count or item-found
           evaluate true
              when icc-action is equal to "D" and item-found
                 perform 576-remove-item
                         varying item-idx from item-found-idx by 1
                         until item-idx >= item-count
                 subtract 1 from item-count
                 add 1 to item-changes-count
                 display "ESCROW ITEM DELETED " icc-account " "
                         icc-item-type " " icc-payee-id
              when icc-action is not equal to "A" and
                   icc-action is not equal to "C" and
                   icc-action is not equal to "D"
                 perform 578-reject-item-change
              when icc-action is equal to "A" and item-found
                 perform 578-reject-item-change
              when icc-action is not equal to "A" and
                   not item-found
                 perform 578-reject-item-change
              when icc-item-type is not equal to "TAX" and
                   icc-item-type is not equal to "HAZ" and
                   icc-item-type is not equal to "FLD" and
                   icc-item-type is not equal to "PMI"
                 perform 578-reject-item-change
              when function test-numval(icc-amount-in) is not
                   equal zero or
                   icc-due-date-in is not numeric or
                   icc-frequency-in is not numeric
                 perform 578-reject-item-change
              when icc-action is equal to "A" and
                   item-count is not less than 900
                 perform 578-reject-item-change
              when other
                 if icc-action is equal to "A" then
                    add 1 to item-count
                    move item-count to item-found-idx
                 end-if
                 move spaces to item-entry(item-found-idx)
                 move icc-account to itm-account(item-found-idx)
                 move icc-item-type to itm-item-type(item-found-idx)
                 move icc-payee-id to itm-payee-id(item-found-idx)
                 move icc-payee-name to itm-payee-name(item-found-idx)
                 compute itm-amount(item-found-idx) =
                          function numval(icc-amount-in)
                 move icc-due-date-in to itm-due-date(item-found-idx)
                 move icc-frequency-in to itm-frequency(item-found-idx)
                 add 1 to item-changes-count
                 display "ESCROW ITEM " icc-action " " icc-account " "
                         icc-item-type " " icc-payee-id " "
                         icc-payee-name
           end-evaluate.

       574-find-item.
           if itm-account(item-idx) is equal to icc-account and
              itm-item-type(item-idx) is equal to icc-item-type and
              itm-payee-id(item-idx) is equal to icc-payee-id then
              set item-found to true
              move item-idx to item-found-idx
           end-if.

       576-remove-item.
           move item-entry(item-idx + 1) to item-entry(item-idx).

       578-reject-item-change.
           add 1 to item-rejects-count
           display "ESCITCHG CARD REJECTED: " item-change-card(1:60).

      * An item due by the run date is paid from escrow; whatever
      * escrow cannot cover is advanced.  The due date rolls on by
      * the item's frequency, and a one-time item leaves the
      * register once paid.
       580-disburse-one-item.
           if itm-due-date(item-idx) is not greater than run-date then
              move "N" to loan-found-sw
              perform 582-find-item-loan
                      varying loan-idx from 1 by 1
                      until loan-idx > loan-count or loan-found
              if not loan-found then
                 display "  ITEM " itm-account(item-idx) " "
                         itm-item-type(item-idx) " "
                         itm-payee-id(item-idx)
                         " NOT PAID - ACCOUNT NOT ON THE BOOK"
              else
                 perform 584-pay-one-item
              end-if
           end-if.

       582-find-item-loan.
           if lbe-account(loan-idx) is equal to itm-account(item-idx)
              then
              set loan-found to true
              move loan-idx to loan-found-idx
           end-if.

       584-pay-one-item.
           if lbe-escrow-bal(loan-found-idx) is less than
              itm-amount(item-idx) then
              move lbe-escrow-bal(loan-found-idx) to item-from-escrow
              compute item-advance =
                       itm-amount(item-idx) - item-from-escrow
              add item-advance to lbe-escrow-advance(loan-found-idx)
              add 1 to advanced-count
              add item-advance to total-advanced
           else
              move itm-amount(item-idx) to item-from-escrow
              move zero to item-advance
           end-if
           subtract item-from-escrow from lbe-escrow-bal(loan-found-idx)
           move spaces to payee-record
           move itm-payee-id(item-idx) to pay-payee-id
           move itm-payee-name(item-idx) to pay-payee-name
           move itm-account(item-idx) to pay-account
           move itm-item-type(item-idx) to pay-item-type
           move itm-amount(item-idx) to pay-amount
           move run-date to pay-pay-date
           move itm-due-date(item-idx) to pay-due-date
           move item-advance to pay-advanced
           write payee-record
           add 1 to disbursed-count
           add itm-amount(item-idx) to total-disbursed
           if itm-item-type(item-idx) is equal to "TAX" then
              move run-date(1:4) to ytd-add-year
              move zero to ytd-add-interest
              move zero to ytd-add-principal
              move itm-amount(item-idx) to ytd-add-taxes
              move zero to ytd-add-late-fees
              perform 480-accumulate-ytd
           end-if
           move itm-amount(item-idx) to money-out
           display "  " itm-account(item-idx) " "
                   itm-item-type(item-idx) " " itm-payee-name(item-idx)
                   " " money-out with no advancing
           if item-advance is greater than zero then
              move item-advance to money-out
              display "  ADVANCED " money-out
           else
              display spaces
           end-if
           move run-date to itm-last-paid(item-idx)
           if itm-frequency(item-idx) is equal to zero then
              move 99999999 to itm-due-date(item-idx)
           else
              move itm-due-date(item-idx) to item-due-work
              add itm-frequency(item-idx) to idw-month
              perform 586-roll-due-year until idw-month <= 12
              move item-due-work to itm-due-date(item-idx)
           end-if.

       586-roll-due-year.
           subtract 12 from idw-month
           add 1 to idw-year.

      * A paid one-time item (due date all nines) is not carried to
      * the new generation, nor is an item for a loan that has left
      * the book.
       595-write-one-item.
           move "N" to loan-found-sw
           perform 582-find-item-loan
                   varying loan-idx from 1 by 1
                   until loan-idx > loan-count or loan-found
           evaluate true
              when itm-due-date(item-idx) is equal to 99999999
                 continue
              when not loan-found
                 display "  ITEM " itm-account(item-idx) " "
                         itm-item-type(item-idx) " "
                         itm-payee-id(item-idx)
                         " DROPPED - ACCOUNT NOT ON THE BOOK"
              when other
                 move item-entry(item-idx) to item-out-record
                 write item-out-record
           end-evaluate.

      * Delinquency aging.  Every loan with a balance is aged by how
      * far its next-due date sits behind the run date; loans 30
      * days or more behind are worked and noticed.
       600-delinquency-aging.
           initialize bucket-table
           initialize roll-matrix
           perform 610-age-one-loan
                   varying loan-idx from 1 by 1
                   until loan-idx > loan-count
           perform 640-write-worklist
           perform 660-aging-report
           perform 680-aging-trend.

       610-age-one-loan.
           move zero to installments-due
           move zero to days-past-due
           move zero to loan-past-due-principal
           move zero to loan-past-due-interest
           if lbe-principal-bal(loan-idx) is greater than zero and
              lbe-next-due(loan-idx) is not greater than run-date
              then
              compute days-past-due = run-date-integer -
                       function integer-of-date(lbe-next-due(loan-idx))
              move lbe-next-due(loan-idx) to next-due-work
              compute months-behind =
                       (rdp-year - ndw-year) * 12 +
                       rdp-month - ndw-month
              if rdp-day is not less than ndw-day then
                 add 1 to months-behind
              end-if
              if months-behind is greater than 99 then
                 move 99 to installments-due
              else
                 move months-behind to installments-due
              end-if
              perform 620-past-due-split
           end-if
           evaluate true
              when days-past-due is less than 30
                 move 1 to bucket-idx
              when days-past-due is less than 60
                 move 2 to bucket-idx
              when days-past-due is less than 90
                 move 3 to bucket-idx
              when days-past-due is less than 120
                 move 4 to bucket-idx
              when other
                 move 5 to bucket-idx
           end-evaluate
           if lbe-delinquency-status(loan-idx) is numeric and
              lbe-delinquency-status(loan-idx) is less than "5" then
              compute old-bucket-idx =
                       function numval(lbe-delinquency-status(loan-idx))
                       + 1
           else
              move 6 to old-bucket-idx
           end-if
           add 1 to roll-to(old-bucket-idx, bucket-idx)
           compute stage-idx = bucket-idx - 1
           move stage-idx to lbe-delinquency-status(loan-idx)
           if days-past-due is greater than 9999 then
              move 9999 to lbe-days-past-due(loan-idx)
           else
              move days-past-due to lbe-days-past-due(loan-idx)
           end-if
           add 1 to bkt-count(bucket-idx)
           add loan-past-due-principal to bkt-principal(bucket-idx)
           add loan-past-due-interest to bkt-interest(bucket-idx)
           if bucket-idx is greater than 1 then
              add 1 to delinquent-count
              add 1 to work-count
              move loan-idx to work-loan-idx(work-count)
           end-if.

      * Nothing has been paid since next-due, so the balance has not
      * moved and each missed installment carries the same interest;
      * the rest of the P&I payment is principal.
       620-past-due-split.
           compute monthly-rate rounded =
                    lbe-rate(loan-idx) / 1200
           compute interest-per-installment rounded =
                    lbe-principal-bal(loan-idx) * monthly-rate
           compute principal-per-installment =
                    lbe-pi-payment(loan-idx) - interest-per-installment
           if principal-per-installment is less than zero then
              move zero to principal-per-installment
           end-if
           compute loan-past-due-interest =
                    interest-per-installment * installments-due
           compute loan-past-due-principal =
                    principal-per-installment * installments-due.

      * Worst first: the delinquent loans exchange-sorted on days
      * past due, then one worklist record and one notice each.
       640-write-worklist.
           perform 642-sort-pass
                   varying work-idx from 1 by 1
                   until work-idx > work-count
           open output worklist-file
           open output notice-file
           if not worklist-ok or not notice-ok then
              display "COLLWORK/DELQNTC NOT AVAILABLE - NO WORKLIST"
                      " OR NOTICES THIS RUN"
           else
              display spaces
              display "----  COLLECTIONS WORKLIST  ----"
              perform 650-work-one-loan
                      varying work-idx from 1 by 1
                      until work-idx > work-count
              close worklist-file
              close notice-file
           end-if.

       642-sort-pass.
           perform 644-sort-compare
                   varying work-idx-2 from work-idx by 1
                   until work-idx-2 > work-count.

       644-sort-compare.
           if lbe-days-past-due(work-loan-idx(work-idx-2)) is
              greater than lbe-days-past-due(work-loan-idx(work-idx))
              then
              move work-loan-idx(work-idx) to work-swap
              move work-loan-idx(work-idx-2) to
                   work-loan-idx(work-idx)
              move work-swap to work-loan-idx(work-idx-2)
           end-if.

       650-work-one-loan.
           move work-loan-idx(work-idx) to loan-idx
           move lbe-next-due(loan-idx) to next-due-work
           compute months-behind =
                    (rdp-year - ndw-year) * 12 + rdp-month - ndw-month
           if rdp-day is not less than ndw-day then
              add 1 to months-behind
           end-if
           if months-behind is greater than 99 then
              move 99 to installments-due
           else
              move months-behind to installments-due
           end-if
           compute loan-past-due =
                    (lbe-pi-payment(loan-idx) +
                     lbe-monthly-tax(loan-idx) +
                     lbe-monthly-ins(loan-idx)) * installments-due
           compute stage-idx =
                    function numval(lbe-delinquency-status(loan-idx))
           move spaces to worklist-record
           move lbe-account(loan-idx) to wlr-account
           move lbe-borrower(loan-idx) to wlr-borrower
           move lbe-delinquency-status(loan-idx) to wlr-status
           move lbe-days-past-due(loan-idx) to wlr-days-past-due
           move installments-due to wlr-installments
           move loan-past-due to wlr-past-due
           move lbe-next-due(loan-idx) to wlr-next-due
           move collection-action(stage-idx) to wlr-action
           write worklist-record
           move loan-past-due to money-out
           display lbe-account(loan-idx) " " lbe-borrower(loan-idx)
                   " " lbe-days-past-due(loan-idx) " DAYS  "
                   installments-due " DUE " money-out "  "
                   collection-action(stage-idx)
           move spaces to notice-record
           move lbe-account(loan-idx) to ntc-account
           move lbe-borrower(loan-idx) to ntc-borrower
           move run-date to ntc-notice-date
           move lbe-delinquency-status(loan-idx) to ntc-status
           move lbe-days-past-due(loan-idx) to ntc-days-past-due
           move installments-due to ntc-installments
           move loan-past-due to ntc-amount-due
           compute ntc-pay-by = function date-of-integer
                    (run-date-integer + notice-days(stage-idx))
           move nw-text-1(stage-idx) to ntc-text-1
           move nw-text-2(stage-idx) to ntc-text-2
           write notice-record
           add 1 to notices-count.

       660-aging-report.
           display spaces
           display "----  DELINQUENCY AGING  AS OF " run-date
                   "  ----"
           display "BUCKET    LOANS  PAST-DUE PRINCIPAL"
                   "   PAST-DUE INTEREST"
           perform 662-aging-line
                   varying bucket-idx from 1 by 1
                   until bucket-idx > 5
           display spaces
           display "ROLL SINCE LAST RUN (FROM DOWN, TO ACROSS)"
           display "          CURRENT 30 DAYS 60 DAYS 90 DAYS"
                   " 120+ DAY"
           perform 664-roll-line
                   varying roll-idx from 1 by 1
                   until roll-idx > 6.

       662-aging-line.
           move bkt-count(bucket-idx) to count-out
           move bkt-principal(bucket-idx) to money-out
           move bkt-interest(bucket-idx) to money-out-2
           display bucket-label(bucket-idx) " " count-out "    "
                   money-out "       " money-out-2.

       664-roll-line.
           if roll-idx is equal to 6 then
              display "NOT AGED " with no advancing
           else
              display bucket-label(roll-idx) " " with no advancing
           end-if
           perform 666-roll-cell
                   varying bucket-idx from 1 by 1
                   until bucket-idx > 5
           display spaces.

       666-roll-cell.
           move roll-to(roll-idx, bucket-idx) to count-out
           display "   " count-out with no advancing.

      * Month-over-month trend from DELQHIST, then this run's
      * totals appended to it.
       680-aging-trend.
           open input aging-history-file
           if aging-history-ok then
              perform 682-read-history until history-eof
              close aging-history-file
           end-if
           move spaces to aging-history-record
           move run-date to ahr-run-date
           move zero to loan-past-due
           perform 686-history-bucket
                   varying bucket-idx from 1 by 1
                   until bucket-idx > 5
           move loan-past-due to ahr-past-due
           perform 684-keep-trend-line
           open extend aging-history-file
           if not aging-history-ok then
              open output aging-history-file
           end-if
           if aging-history-ok then
              write aging-history-record
              close aging-history-file
           else
              display "DELQHIST NOT AVAILABLE - TREND NOT UPDATED"
           end-if
           display spaces
           display "----  AGING TREND  ----"
           display "RUN DATE   CURRENT 30 DAYS 60 DAYS 90 DAYS"
                   " 120+ DAY      TOTAL PAST DUE"
           perform 688-trend-line
                   varying trend-idx from 1 by 1
                   until trend-idx > trend-count.

       682-read-history.
           read aging-history-file
              at end set history-eof to true
              not at end perform 684-keep-trend-line
           end-read.

       684-keep-trend-line.
           if trend-count is greater than zero and
              trd-record(trend-count)(1:6) is equal to
              aging-history-record(1:6) then
              move aging-history-record to trd-record(trend-count)
           else
              if trend-count is equal to 12 then
                 perform 685-drop-oldest-trend
                         varying trend-idx from 1 by 1
                         until trend-idx > 11
              else
                 add 1 to trend-count
              end-if
              move aging-history-record to trd-record(trend-count)
           end-if.

       685-drop-oldest-trend.
           move trd-record(trend-idx + 1) to trd-record(trend-idx).

       686-history-bucket.
           move bkt-count(bucket-idx) to ahr-count(bucket-idx)
           if bucket-idx is greater than 1 then
              add bkt-principal(bucket-idx) bkt-interest(bucket-idx)
                  to loan-past-due
           end-if.

       688-trend-line.
           move trd-record(trend-idx) to aging-history-record
           display ahr-run-date " " with no advancing
           perform 689-trend-cell
                   varying bucket-idx from 1 by 1
                   until bucket-idx > 5
           move ahr-past-due to signed-money-out
           display "   " signed-money-out.

       689-trend-cell.
           move ahr-count(bucket-idx) to count-out
           display "   " count-out with no advancing.

       700-write-new-master.
           open output loan-master-out
           if loan-master-out-ok then
           end-if.

       710-write-one-loan.
           move loan-entry(loan-idx) to loan-master-out-record
           write loan-master-out-record.

      * Payoff quotes and payoffs.  The quote register is loaded,
      * expired quotes dropped, the PAYOFFS deck worked, and the
      * register written to the new generation.
       800-payoffs.
           compute quote-keep-date = function date-of-integer
                    (run-date-integer - 30)
           open input quote-file-in
           if quote-in-ok then
              perform 802-read-quote until quote-eof
              close quote-file-in
           end-if
           open input payoff-file
           if not payoff-ok then
              display "PAYOFFS NOT AVAILABLE - NO QUOTES OR PAYOFFS"
           else
              open output quote-letter-file
              perform 810-read-payoff-card until payoff-eof
              close payoff-file
              if quote-letter-ok then
                 close quote-letter-file
              end-if
           end-if
           open output quote-file-out
           if quote-out-ok then
              perform 804-write-one-quote
                      varying quote-idx from 1 by 1
                      until quote-idx > quote-count
              close quote-file-out
           else
              display "PAYQNEW NOT AVAILABLE - QUOTES NOT CARRIED"
           end-if.

       802-read-quote.
           read quote-file-in into quote-entry
              at end set quote-eof to true
              not at end
                 if qte-good-through is not less than quote-keep-date
                    and quote-count is less than 300 then
                    add 1 to quote-count
                    move quote-entry to quote-table-entry(quote-count)
                 end-if
           end-read.

       804-write-one-quote.
           move quote-table-entry(quote-idx) to quote-out-record
           write quote-out-record.

       810-read-payoff-card.
           read payoff-file
              at end set payoff-eof to true
              not at end perform 812-one-payoff-card
           end-read.

       812-one-payoff-card.
           move "N" to loan-found-sw
           perform 814-find-payoff-loan
                   varying loan-idx from 1 by 1
                   until loan-idx > loan-count or loan-found
           evaluate true
              when poc-code is not equal to "Q" and
                   poc-code is not equal to "P"
                 display "PAYOFFS CARD REJECTED - CODE NOT Q OR P: "
                         payoff-card(1:40)
              when not loan-found
                 display "PAYOFFS CARD REJECTED - ACCOUNT NOT ON THE"
                         " BOOK: " poc-account
              when poc-date-in is not numeric
                 display "PAYOFFS CARD REJECTED - BAD DATE: "
                         poc-account
              when function test-date-yyyymmdd
                   (function numval(poc-date-in)) is not equal zero
                 display "PAYOFFS CARD REJECTED - BAD DATE: "
                         poc-account
              when poc-code is equal to "Q"
                 perform 820-payoff-quote
              when function test-numval(poc-amount-in) is not
                   equal zero
                 add 1 to payments-rejected-count
                 display "PAYOFF REJECTED " poc-account
                         " - BAD AMOUNT"
              when other
                 perform 840-post-payoff
           end-evaluate.

       814-find-payoff-loan.
           if lbe-account(loan-idx) is equal to poc-account then
              set loan-found to true
              move loan-idx to loan-found-idx
           end-if.

       820-payoff-quote.
           compute payment-date = function numval(poc-date-in)
           perform 830-figure-payoff
           add 1 to quotes-count
           if quote-letter-ok then
              move quote-entry to quote-letter-record
              write quote-letter-record
           end-if
           if quote-count is less than 300 then
              add 1 to quote-count
              move quote-entry to quote-table-entry(quote-count)
           else
              display "QUOTE REGISTER FULL - QUOTE FOR " poc-account
                      " NOT KEPT"
           end-if
           display spaces
           display "----  PAYOFF QUOTE " qte-account "  "
                   qte-borrower "  GOOD THROUGH " qte-good-through
                   "  ----"
           move qte-principal to money-out
           display "  PRINCIPAL            " money-out
           move qte-interest to money-out
           display "  INTEREST FROM " qte-interest-from " "
                   money-out
           move qte-fees to money-out
           display "  UNPAID FEES          " money-out
           move qte-advance-owed to money-out
           display "  ESCROW ADVANCE OWED  " money-out
           move qte-total to money-out
           display "  TOTAL TO PAY OFF     " money-out
           move qte-per-diem to per-diem-out
           display "  PER DIEM AFTER GOOD-THROUGH " per-diem-out
           move qte-escrow-refund to money-out
           display "  ESCROW REFUND DUE    " money-out.

      * The payoff figure as of payment-date.  Interest is paid in
      * arrears, so the last installment paid covered interest up
      * to one month before next-due; interest runs from there at
      * the per-diem rate.
       830-figure-payoff.
           move spaces to quote-entry
           move lbe-account(loan-found-idx) to qte-account
           move lbe-borrower(loan-found-idx) to qte-borrower
           move run-date to qte-quote-date
           move payment-date to qte-good-through
           move lbe-next-due(loan-found-idx) to next-due-work
           if ndw-month is equal to 1 then
              move 12 to ndw-month
              subtract 1 from ndw-year
           else
              subtract 1 from ndw-month
           end-if
           perform 832-month-end-day
                   until function test-date-yyyymmdd
                   (function numval(next-due-work)) is equal zero
           move next-due-work to qte-interest-from
           compute interest-days =
                    function integer-of-date(payment-date) -
                    function integer-of-date(qte-interest-from)
           if interest-days is less than zero then
              move zero to interest-days
           end-if
           move lbe-principal-bal(loan-found-idx) to qte-principal
           compute qte-per-diem rounded =
                    lbe-principal-bal(loan-found-idx) *
                    lbe-rate(loan-found-idx) / 36500
           compute qte-interest rounded =
                    lbe-principal-bal(loan-found-idx) *
                    lbe-rate(loan-found-idx) / 36500 * interest-days
           move lbe-fees-due(loan-found-idx) to qte-fees
           if lbe-escrow-advance(loan-found-idx) is greater than
              lbe-escrow-bal(loan-found-idx) then
              compute qte-advance-owed =
                       lbe-escrow-advance(loan-found-idx) -
                       lbe-escrow-bal(loan-found-idx)
              move zero to qte-escrow-refund
           else
              move zero to qte-advance-owed
              compute qte-escrow-refund =
                       lbe-escrow-bal(loan-found-idx) -
                       lbe-escrow-advance(loan-found-idx)
           end-if
           compute qte-total = qte-principal + qte-interest +
                    qte-fees + qte-advance-owed.

      * A due day of 29-31 has no match in a shorter month; the
      * month's last day stands in.
       832-month-end-day.
           subtract 1 from ndw-day.

      * The payoff is checked against the latest quote on file for
      * the loan, plus the per-diem for any days past its good-
      * through date; with no quote on file it is figured fresh.
       840-post-payoff.
           compute payment-date = function numval(poc-date-in)
           compute payment-amount = function numval(poc-amount-in)
           move "N" to quote-found-sw
           move zero to quote-found-idx
           perform 842-find-latest-quote
                   varying quote-idx from 1 by 1
                   until quote-idx > quote-count
           if quote-found then
              move quote-table-entry(quote-found-idx) to quote-entry
              compute interest-days =
                       function integer-of-date(payment-date) -
                       function integer-of-date(qte-good-through)
              if interest-days is less than zero then
                 move zero to interest-days
              end-if
              compute payoff-expected rounded =
                       qte-total + qte-per-diem * interest-days
           else
              display "  NO QUOTE ON FILE FOR " poc-account
                      " - PAYOFF FIGURED AS OF " payment-date
              perform 830-figure-payoff
              move qte-total to payoff-expected
           end-if
           compute payoff-interest = payoff-expected - qte-principal
                    - qte-fees - qte-advance-owed
           compute payoff-difference = payment-amount - payoff-expected
           move payment-amount to money-out
           move payoff-expected to money-out-2
           display "PAYOFF " poc-account " RECEIVED " money-out
                   " DUE " money-out-2 with no advancing
           if payoff-difference is less than zero then
              add 1 to payoffs-held-count
              move payoff-difference to signed-money-out
              display " SHORT " signed-money-out
                      " - FUNDS HELD, LOAN NOT CLOSED"
           else
              perform 850-close-paid-loan
           end-if.

       842-find-latest-quote.
           move quote-table-entry(quote-idx) to quote-entry
           if qte-account is equal to poc-account then
              if not quote-found then
                 set quote-found to true
                 move quote-idx to quote-found-idx
              else
                 if qte-quote-date is not less than
                    quote-table-entry(quote-found-idx)(31:8) then
                    move quote-idx to quote-found-idx
                 end-if
              end-if
           end-if.

      * The loan leaves the book for the paid-off history; the
      * escrow refund and any overpayment go back to the borrower
      * through the ESCPAY file, and the loan's quotes are dropped.
       850-close-paid-loan.
           add 1 to payoffs-count
           move payment-date(1:4) to ytd-add-year
           move payoff-interest to ytd-add-interest
           move lbe-principal-bal(loan-found-idx) to ytd-add-principal
           move zero to ytd-add-taxes
           move lbe-fees-due(loan-found-idx) to ytd-add-late-fees
           perform 480-accumulate-ytd
           move zero to lbe-principal-bal(loan-found-idx)
           move zero to lbe-fees-due(loan-found-idx)
           move spaces to paid-off-record
           move loan-entry(loan-found-idx) to por-master
           move payment-date to por-date-received
           move payment-amount to por-amount
           if payoff-difference is equal to zero then
              move "EXACT" to por-result
              display " EXACT - LOAN CLOSED"
           else
              move "OVER" to por-result
              move payoff-difference to signed-money-out
              display " OVER " signed-money-out " - LOAN CLOSED,"
                      " OVERAGE REFUNDED"
           end-if
           open extend paid-off-file
           if not paid-off-ok then
              open output paid-off-file
           end-if
           write paid-off-record
           close paid-off-file
           move zero to payoff-refund
           if lbe-escrow-bal(loan-found-idx) is greater than
              lbe-escrow-advance(loan-found-idx) then
              compute payoff-refund =
                       lbe-escrow-bal(loan-found-idx) -
                       lbe-escrow-advance(loan-found-idx)
           end-if
           add payoff-difference to payoff-refund
           if payoff-refund is greater than zero and payee-ok then
              move spaces to payee-record
              move "BORROWER" to pay-payee-id
              move lbe-borrower(loan-found-idx) to pay-payee-name
              move lbe-account(loan-found-idx) to pay-account
              move "REF" to pay-item-type
              move payoff-refund to pay-amount
              move run-date to pay-pay-date
              move payment-date to pay-due-date
              move zero to pay-advanced
              write payee-record
              move payoff-refund to money-out
              display "  ESCROW REFUND ITEM " money-out
           end-if
           perform 852-drop-quote
                   varying quote-idx from quote-count by -1
                   until quote-idx < 1
           perform 854-remove-loan
                   varying loan-idx from loan-found-idx by 1
                   until loan-idx >= loan-count
           subtract 1 from loan-count.

       852-drop-quote.
           if quote-table-entry(quote-idx)(1:8) is equal to
              poc-account then
              perform 853-close-quote-gap
                      varying quote-found-idx from quote-idx by 1
                      until quote-found-idx >= quote-count
              subtract 1 from quote-count
           end-if.

       853-close-quote-gap.
           move quote-table-entry(quote-found-idx + 1) to
                quote-table-entry(quote-found-idx).

       854-remove-loan.
           move loan-entry(loan-idx + 1) to loan-entry(loan-idx).

      * Year-end interest statements and the information-return
      * extract, for the tax year on the LOANYE card: every loan on
      * the book, then every loan paid off during the year.
       900-year-end-statements.
           open input year-end-card-file
           if year-end-card-ok then
              read year-end-card-file
                 at end move spaces to year-end-card
              end-read
              close year-end-card-file
              if yec-tax-year is numeric then
                 move yec-tax-year to tax-year
                 perform 902-produce-year-end
              else
                 display "LOANYE CARD NOT VALID - NO YEAR-END"
                         " STATEMENTS"
              end-if
           end-if.

       902-produce-year-end.
           open output year-end-stmt-file
           open output info-return-file
           if not year-end-stmt-ok or not info-return-ok then
              display "LOANYEST/LOAN1098 NOT AVAILABLE - NO YEAR-END"
                      " STATEMENTS"
           else
              display spaces
              display "----  YEAR-END INTEREST STATEMENTS  " tax-year
                      "  ----"
              move zero to stmt-paid-off-date
              perform 910-one-year-end-loan
                      varying loan-idx from 1 by 1
                      until loan-idx > loan-count
              open input paid-off-file
              if paid-off-ok then
                 perform 905-read-paid-off until paid-off-eof
                 close paid-off-file
              end-if
              close year-end-stmt-file
              close info-return-file
              move year-end-stmt-count to count-out
              display "  STATEMENTS " count-out with no advancing
              move reportable-count to count-out
              display "  REPORTABLE " count-out with no advancing
              move total-reported-interest to money-out
              display "  INTEREST " money-out
           end-if.

       905-read-paid-off.
           read paid-off-file
              at end set paid-off-eof to true
              not at end
                 if por-date-received(1:4) is equal to yec-tax-year
                    then
                    move por-master to loan-entry(301)
                    move por-date-received to stmt-paid-off-date
                    move 301 to loan-idx
                    perform 910-one-year-end-loan
                 end-if
           end-read.

      * The figures come from whichever slot holds the tax year.
      * Principal at January 1 is the balance now plus the
      * principal paid since.
       910-one-year-end-loan.
           move "Y" to stmt-wanted-sw
           evaluate true
              when lbe-ytd-year(loan-idx) is equal to tax-year
                 move lbe-ytd-interest(loan-idx) to stmt-interest
                 move lbe-ytd-principal(loan-idx) to
                      stmt-principal-paid
                 move lbe-ytd-taxes(loan-idx) to stmt-taxes
                 move lbe-ytd-late-fees(loan-idx) to stmt-late-fees
                 move lbe-principal-bal(loan-idx) to
                      stmt-principal-dec-31
              when lbe-prior-year(loan-idx) is equal to tax-year
                 move lbe-prior-interest(loan-idx) to stmt-interest
                 move lbe-prior-principal(loan-idx) to
                      stmt-principal-paid
                 move lbe-prior-taxes(loan-idx) to stmt-taxes
                 move lbe-prior-late-fees(loan-idx) to stmt-late-fees
                 compute stmt-principal-dec-31 =
                          lbe-principal-bal(loan-idx) +
                          lbe-ytd-principal(loan-idx)
              when other
                 move "N" to stmt-wanted-sw
           end-evaluate
           if stmt-wanted and stmt-interest is equal to zero and
              stmt-principal-paid is equal to zero and
              stmt-taxes is equal to zero then
              move "N" to stmt-wanted-sw
           end-if
           if stmt-wanted then
              compute stmt-principal-jan-1 =
                       stmt-principal-dec-31 + stmt-principal-paid
              perform 920-print-year-end-statement
              perform 930-write-info-return
           end-if.

       920-print-year-end-statement.
           add 1 to year-end-stmt-count
           move spaces to year-end-text-line
           if yec-corrected is equal to "C" then
              string "CORRECTED MORTGAGE INTEREST STATEMENT FOR "
                     tax-year delimited by size into yet-text
           else
              string "MORTGAGE INTEREST STATEMENT FOR " tax-year
                     delimited by size into yet-text
           end-if
           move "1" to yes-cc
           move year-end-text-line to yes-line
           write year-end-stmt-record
           move spaces to year-end-text-line
           string yec-lender-name "  " yec-lender-id
                  delimited by size into yet-text
           move "0" to yes-cc
           move year-end-text-line to yes-line
           write year-end-stmt-record
           move spaces to year-end-text-line
           string lbe-borrower(loan-idx) "  ACCOUNT "
                  lbe-account(loan-idx) delimited by size into yet-text
           move " " to yes-cc
           move year-end-text-line to yes-line
           write year-end-stmt-record
           move "MORTGAGE INTEREST RECEIVED FROM BORROWER" to
                yel-caption
           move stmt-interest to yel-amount
           move "0" to yes-cc
           move year-end-line to yes-line
           write year-end-stmt-record
           move spaces to yel-caption
           string "OUTSTANDING PRINCIPAL AS OF 01/01/" tax-year
                  delimited by size into yel-caption
           move stmt-principal-jan-1 to yel-amount
           move " " to yes-cc
           move year-end-line to yes-line
           write year-end-stmt-record
           move "PRINCIPAL PAID" to yel-caption
           move stmt-principal-paid to yel-amount
           move " " to yes-cc
           move year-end-line to yes-line
           write year-end-stmt-record
           move "REAL ESTATE TAXES PAID FROM ESCROW" to yel-caption
           move stmt-taxes to yel-amount
           move " " to yes-cc
           move year-end-line to yes-line
           write year-end-stmt-record
           move "LATE CHARGES PAID" to yel-caption
           move stmt-late-fees to yel-amount
           move " " to yes-cc
           move year-end-line to yes-line
           write year-end-stmt-record
           move spaces to year-end-text-line
           if loan-idx is equal to 301 then
              string "LOAN PAID IN FULL " stmt-paid-off-date(5:2) "/"
                     stmt-paid-off-date(7:2) "/"
                     stmt-paid-off-date(1:4)
                     delimited by size into yet-text
              move "0" to yes-cc
              move year-end-text-line to yes-line
              write year-end-stmt-record
           else
              move spaces to yel-caption
              string "PRINCIPAL BALANCE AS OF 12/31/" tax-year
                     delimited by size into yel-caption
              move stmt-principal-dec-31 to yel-amount
              move "0" to yes-cc
              move year-end-line to yes-line
              write year-end-stmt-record
           end-if
           move "KEEP THIS STATEMENT FOR YOUR TAX RECORDS." to yet-text
           move "0" to yes-cc
           move year-end-text-line to yes-line
           write year-end-stmt-record.

       930-write-info-return.
           move spaces to info-return-record
           move tax-year to irr-tax-year
           move yec-corrected to irr-corrected
           move yec-lender-id to irr-lender-id
           move lbe-account(loan-idx) to irr-account
           move lbe-borrower(loan-idx) to irr-borrower
           move stmt-interest to irr-interest
           move stmt-principal-jan-1 to irr-principal-jan-1
           move stmt-taxes to irr-taxes
           if stmt-interest is not less than reporting-threshold then
              move "Y" to irr-reportable
              add 1 to reportable-count
              add stmt-interest to total-reported-interest
           else
              move "N" to irr-reportable
           end-if
           write info-return-record.

      * ARM rate changes.  Changes already noticed take effect once
      * next-due reaches the change date (a payment posted for that
      * installment applies it first, in 400); then, with the
      * INDEXRT history on hand, each ARM whose change date has come
      * inside the notice lead is figured, noticed and held on the
      * master until it takes effect.
       940-arm-rate-changes.
           open input index-rate-file
           if index-rate-ok then
              perform 942-read-index until index-eof
              close index-rate-file
              set index-loaded to true
           else
              display "INDEXRT NOT AVAILABLE - NO NEW RATE CHANGES"
                      " FIGURED"
           end-if
           open output arm-notice-file
           perform 950-arm-one-loan
                   varying loan-idx from 1 by 1
                   until loan-idx > loan-count
           if arm-notice-ok then
              close arm-notice-file
           end-if
           perform 970-arm-register.

       942-read-index.
           read index-rate-file
              at end set index-eof to true
              not at end perform 943-store-index
           end-read.

       943-store-index.
           if function test-numval(irc-effective-date-in) is not
              equal zero or
              function test-numval(irc-rate-in) is not equal zero
              then
              display "INDEX CARD REJECTED - BAD DATE OR RATE: "
                      index-rate-card(1:30)
           else
              if index-count is less than 500 then
                 add 1 to index-count
                 move irc-index to ixe-index(index-count)
                 compute ixe-effective-date(index-count) =
                          function numval(irc-effective-date-in)
                 compute ixe-rate(index-count) =
                          function numval(irc-rate-in)
              else
                 display "INDEX TABLE FULL - CARD DROPPED: "
                         index-rate-card(1:30)
              end-if
           end-if.

       944-apply-if-due.
           move "N" to arm-due-sw
           if lbe-arm-new-rate(arm-idx) is numeric and
              lbe-arm-change-date(arm-idx) is numeric then
              if lbe-arm-new-rate(arm-idx) is greater than zero and
                 lbe-next-due(arm-idx) is not less than
                 lbe-arm-change-date(arm-idx) then
                 set arm-change-due to true
              end-if
           end-if
           if arm-change-due then
              perform 946-apply-arm-change
           end-if.

       946-apply-arm-change.
           add 1 to arm-applied-count
           move lbe-arm-change-date(arm-idx) to arm-next-change
           move "APPLIED" to arm-cap-text
           move zero to arm-index-rate
           move lbe-arm-new-rate(arm-idx) to arm-new-rate
           move lbe-arm-new-payment(arm-idx) to arm-new-payment
           perform 960-record-reset
           move lbe-arm-new-rate(arm-idx) to lbe-rate(arm-idx)
           move lbe-arm-new-payment(arm-idx) to
                lbe-pi-payment(arm-idx)
           move zero to lbe-arm-new-rate(arm-idx)
           move zero to lbe-arm-new-payment(arm-idx)
           if lbe-arm-freq-months(arm-idx) is numeric and
              lbe-arm-freq-months(arm-idx) is greater than zero then
              perform 948-roll-change-date
              move arm-next-change to lbe-arm-change-date(arm-idx)
           else
              move "F" to lbe-arm-flag(arm-idx)
           end-if.

      * The next change date is the frequency on from this one.
       948-roll-change-date.
           move arm-next-change to next-due-work
           add lbe-arm-freq-months(arm-idx) to ndw-month
           perform 949-roll-year until ndw-month is not greater
                   than 12
           perform 832-month-end-day
                   until function test-date-yyyymmdd
                   (function numval(next-due-work)) is equal zero
           move next-due-work to arm-next-change.

       949-roll-year.
           subtract 12 from ndw-month
           add 1 to ndw-year.

       950-arm-one-loan.
           if lbe-arm(loan-idx) then
              move loan-idx to arm-idx
              perform 944-apply-if-due
              if index-loaded and
                 lbe-arm-change-date(arm-idx) is numeric and
                 lbe-arm-new-rate(arm-idx) is equal to zero then
                 compute arm-days-to-change =
                          function integer-of-date
                          (lbe-arm-change-date(arm-idx)) -
                          run-date-integer
                 if arm-days-to-change is not greater than
                    arm-notice-lead-days then
                    perform 955-figure-reset
                 end-if
              end-if
           end-if.

      * New rate = index + margin, held to the periodic cap either
      * way, to the lifetime ceiling, and to the margin as the
      * floor.  The payment is recast over the term left at the
      * change date from the balance projected to that date on the
      * current payment, by the FAGP annual-worth formula.
       955-figure-reset.
           compute arm-lookback-date = function date-of-integer
                    (function integer-of-date
                    (lbe-arm-change-date(arm-idx)) -
                    arm-lookback-days)
           move "N" to index-found-sw
           move zero to arm-index-date
           perform 956-find-index
                   varying index-idx from 1 by 1
                   until index-idx > index-count
           if not index-found then
              add 1 to arm-exceptions-count
              move zero to arm-index-rate
              move zero to arm-new-rate
              move zero to arm-new-payment
              move "NO INDEX" to arm-cap-text
              move lbe-arm-change-date(arm-idx) to arm-next-change
              perform 960-record-reset
           else
              move spaces to arm-cap-text
              compute arm-work-rate = arm-index-rate +
                       lbe-arm-margin(arm-idx)
              if arm-work-rate is greater than lbe-rate(arm-idx) +
                 lbe-arm-periodic-cap(arm-idx) then
                 compute arm-work-rate = lbe-rate(arm-idx) +
                          lbe-arm-periodic-cap(arm-idx)
                 move "PERIODIC CAP APPLIED" to arm-cap-text
              end-if
              if arm-work-rate is less than lbe-rate(arm-idx) -
                 lbe-arm-periodic-cap(arm-idx) then
                 compute arm-work-rate = lbe-rate(arm-idx) -
                          lbe-arm-periodic-cap(arm-idx)
                 move "PERIODIC CAP APPLIED" to arm-cap-text
              end-if
              if arm-work-rate is greater than
                 lbe-arm-ceiling(arm-idx) then
                 move lbe-arm-ceiling(arm-idx) to arm-work-rate
                 move "LIFETIME CAP APPLIED" to arm-cap-text
              end-if
              if arm-work-rate is less than lbe-arm-margin(arm-idx)
                 then
                 move lbe-arm-margin(arm-idx) to arm-work-rate
                 move "RATE FLOOR APPLIED" to arm-cap-text
              end-if
              compute arm-new-rate rounded = arm-work-rate
              move lbe-next-due(arm-idx) to next-due-work
              move lbe-arm-change-date(arm-idx) to arm-change-work
              compute arm-months-work =
                       (acw-year - ndw-year) * 12 + acw-month -
                       ndw-month
              if arm-months-work is less than zero then
                 move zero to arm-months-to-change
              else
                 move arm-months-work to arm-months-to-change
              end-if
              move lbe-principal-bal(arm-idx) to arm-balance
              perform 957-project-month
                      varying arm-month from 1 by 1
                      until arm-month > arm-months-to-change
              if lbe-term-months(arm-idx) is greater than
                 arm-months-to-change then
                 compute arm-remaining-term =
                          lbe-term-months(arm-idx) -
                          arm-months-to-change
              else
                 move 1 to arm-remaining-term
              end-if
              compute arm-monthly-rate rounded = arm-new-rate / 1200
              compute arm-growth rounded =
                       (1 + arm-monthly-rate) ** arm-remaining-term
              compute arm-numerator rounded =
                       arm-monthly-rate * arm-growth
              compute arm-denominator = arm-growth - 1
              compute arm-new-payment rounded =
                       arm-balance * arm-numerator / arm-denominator
              move arm-new-rate to lbe-arm-new-rate(arm-idx)
              move arm-new-payment to lbe-arm-new-payment(arm-idx)
              move lbe-arm-change-date(arm-idx) to arm-next-change
              if lbe-arm-freq-months(arm-idx) is numeric and
                 lbe-arm-freq-months(arm-idx) is greater than zero
                 then
                 perform 948-roll-change-date
              else
                 move zero to arm-next-change
              end-if
              perform 958-write-arm-notice
              move lbe-arm-change-date(arm-idx) to arm-next-change
              perform 960-record-reset
           end-if.

       956-find-index.
           if ixe-index(index-idx) is equal to
              lbe-arm-index(arm-idx) and
              ixe-effective-date(index-idx) is not greater than
              arm-lookback-date and
              ixe-effective-date(index-idx) is not less than
              arm-index-date then
              move ixe-effective-date(index-idx) to arm-index-date
              move ixe-rate(index-idx) to arm-index-rate
              set index-found to true
           end-if.

       957-project-month.
           compute arm-month-interest rounded =
                    arm-balance * lbe-rate(arm-idx) / 1200
           compute arm-balance = arm-balance + arm-month-interest -
                    lbe-pi-payment(arm-idx)
           if arm-balance is less than zero then
              move zero to arm-balance
           end-if.

       958-write-arm-notice.
           add 1 to arm-notices-count
           move spaces to arm-notice-record
           move lbe-account(arm-idx) to anr-account
           move lbe-borrower(arm-idx) to anr-borrower
           move run-date to anr-notice-date
           move lbe-arm-change-date(arm-idx) to anr-change-date
           move lbe-arm-index(arm-idx) to anr-index
           move arm-index-rate to anr-index-rate
           move lbe-arm-margin(arm-idx) to anr-margin
           move lbe-rate(arm-idx) to anr-old-rate
           move arm-new-rate to anr-new-rate
           move lbe-pi-payment(arm-idx) to anr-old-payment
           move arm-new-payment to anr-new-payment
           move arm-balance to anr-balance
           move arm-remaining-term to anr-remaining-term
           move arm-next-change to anr-next-change-date
           move arm-cap-text to anr-cap-text
           if arm-notice-ok then
              write arm-notice-record
           end-if
           if arm-days-to-change is less than arm-notice-min-days
              then
              move "LATE NTC" to arm-cap-text
           else
              move "NOTICE" to arm-cap-text
           end-if.

       960-record-reset.
           if reset-count is less than 600 then
              add 1 to reset-count
              move lbe-account(arm-idx) to rse-account(reset-count)
              move lbe-borrower(arm-idx) to rse-borrower(reset-count)
              move arm-cap-text to rse-action(reset-count)
              move arm-next-change to rse-change-date(reset-count)
              move arm-index-rate to rse-index-rate(reset-count)
              move lbe-rate(arm-idx) to rse-old-rate(reset-count)
              move arm-new-rate to rse-new-rate(reset-count)
              move lbe-pi-payment(arm-idx) to
                   rse-old-payment(reset-count)
              move arm-new-payment to rse-new-payment(reset-count)
           end-if.

       970-arm-register.
           display spaces
           display "----  ARM RATE CHANGE REGISTER  AS OF " run-date
                   "  ----"
           display "ACCOUNT  BORROWER             ACTION   CHANGE  "
                   "  INDEX   OLD    NEW        OLD P&I"
                   "        NEW P&I"
           perform 972-register-line
                   varying reset-idx from 1 by 1
                   until reset-idx > reset-count
           move arm-notices-count to count-out
           display "  NOTICES " count-out with no advancing
           move arm-applied-count to count-out
           display "  APPLIED " count-out with no advancing
           move arm-exceptions-count to count-out
           display "  NO INDEX " count-out.

       972-register-line.
           move rse-index-rate(reset-idx) to index-rate-out
           move rse-old-rate(reset-idx) to old-rate-out
           move rse-new-rate(reset-idx) to new-rate-out
           move rse-old-payment(reset-idx) to money-out
           move rse-new-payment(reset-idx) to money-out-2
           display rse-account(reset-idx) " "
                   rse-borrower(reset-idx) " "
                   rse-action(reset-idx) " "
                   rse-change-date(reset-idx) " " index-rate-out " "
                   old-rate-out " " new-rate-out " " money-out " "
                   money-out-2.

      * A run that cannot go on logs an ABEND record with its return
      * code and condition, so the night's exceptions show it.
       990-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
