       identification division.
       program-id.    loanconv.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *       Loan Master Conversion: 120 to 250 Byte Records          *
      *                                                                *
      ******************************************************************
      *
      * One-time conversion of the active-loan master to the
      * 250-byte layout that carries the year-to-date and prior-year
      * servicing figures for the year-end interest statements.
      * Columns 1-116 are carried over unchanged, except that the
      * delinquency days, escrow advance and fees-due fields are set
      * to zero where the old record still has blank filler there;
      * the new fields
      * start the current year at zero and the prior year at zero,
      * except where the optional YTDSEED deck supplies the figures
      * already reconstructed by hand for the year so far, so the
      * first year-end statements are complete.
      *
      * Run it once, between the last LOANSERV run on the old layout
      * and the first on the new.  The conversion reads the current
      * generation and writes the next; LOANSERV then runs as usual
      * against the converted generation.
      *
      * Seed card (YTDSEED):  account(8) interest(9: 9(7)v99)
      *   principal(9: 9(7)v99) taxes(9: 9(7)v99)
      *   late-fees(7: 9(5)v99)
      *   with one space between fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//LOANCONV JOB 1,NOTIFY=&SYSUID
      *//RUN     EXEC PGM=LOANCONV
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//LOANMST   DD DSN=&SYSUID..LOANMST(0),DISP=SHR
      *//NEWLOAN   DD DSN=&SYSUID..LOANMST(+1),DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=250)
      *//YTDSEED   DD DSN=&SYSUID..INPUT(YTDSEED),DISP=SHR
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
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
           select seed-file assign to YTDSEED
                    organization is sequential
                    file status is seed-status.

       data division.
       file section.
       fd  loan-master-in record contains 120 characters
                          recording mode f.
       01  loan-master-in-record.
           02 lmi-account                      pic x(8).
           02 filler                           pic x(112).
      *
       fd  loan-master-out record contains 250 characters
                           recording mode f.
       01  loan-master-out-record.
           02 lmo-carried                      pic x(116).
           02 lmo-carried-fields redefines lmo-carried.
              03 filler                        pic x(95).
              03 lmo-days-past-due             pic 9(4).
              03 filler                        pic x.
              03 lmo-escrow-advance            pic 9(6)v99.
              03 filler                        pic x.
              03 lmo-fees-due                  pic 9(5)v99.
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
           02 filler                           pic x(48).
      *
       fd  seed-file record contains 80 characters
                     recording mode f.
       01  seed-card.
           02 sdc-account                      pic x(8).
           02 filler                           pic x.
           02 sdc-interest                     pic x(9).
           02 filler                           pic x.
           02 sdc-principal                    pic x(9).
           02 filler                           pic x.
           02 sdc-taxes                        pic x(9).
           02 filler                           pic x.
           02 sdc-late-fees                    pic x(7).
           02 filler                           pic x(34).

       working-storage section.

       01 loan-master-in-status                pic xx value "00".
           88 loan-master-in-ok                value "00".
       01 loan-master-out-status               pic xx value "00".
           88 loan-master-out-ok               value "00".
       01 seed-status                          pic xx value "00".
           88 seed-ok                          value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 seed-eof-sw                          pic x value "N".
           88 seed-eof                         value "Y".
       01 seed-found-sw                        pic x.
           88 seed-found                       value "Y".

       01 run-year                             pic 9(4).
       01 records-converted                    pic 9(5) value zero.
       01 records-seeded                       pic 9(5) value zero.

      * The seed deck, held in storage for lookup by account.
       01 seed-count                           pic 999 value zero.
       01 seed-idx                             pic 999.
       01 seed-found-idx                       pic 999.
       01 seed-table.
           02 seed-entry occurs 300 times.
              03 sde-account                   pic x(8).
              03 sde-interest                  pic 9(7)v99.
              03 sde-principal                 pic 9(7)v99.
              03 sde-taxes                     pic 9(7)v99.
              03 sde-late-fees                 pic 9(5)v99.
              03 sde-used                      pic x.

       procedure division.
       100-main-paragraph.
           display "********  LOAN MASTER CONVERSION BEGINS  ********"
           move function current-date(1:4) to run-year
           perform 200-load-seed-deck
           open input loan-master-in
           if not loan-master-in-ok then
              display "LOANMST NOT AVAILABLE - NOTHING CONVERTED"
              move 8 to return-code
              stop run
           end-if
           open output loan-master-out
           if not loan-master-out-ok then
              display "NEWLOAN NOT AVAILABLE - NOTHING CONVERTED"
              move 8 to return-code
              stop run
           end-if
           perform 300-convert-one-loan until master-eof
           close loan-master-in
           close loan-master-out
           perform 400-unused-seed
                   varying seed-idx from 1 by 1
                   until seed-idx > seed-count
           display "RECORDS CONVERTED : " records-converted
           display "RECORDS SEEDED    : " records-seeded
           display "********  LOAN MASTER CONVERSION ENDS  ********"
           stop run.

       200-load-seed-deck.
           open input seed-file
           if seed-ok then
              perform 210-read-seed until seed-eof
              close seed-file
           else
              display "NO YTDSEED DECK - YEAR STARTS AT ZERO"
           end-if.

       210-read-seed.
           read seed-file
              at end set seed-eof to true
              not at end perform 220-store-seed
           end-read.

       220-store-seed.
           if sdc-interest is not numeric or
              sdc-principal is not numeric or
              sdc-taxes is not numeric or
              sdc-late-fees is not numeric then
              display "SEED CARD REJECTED - BAD AMOUNT: " sdc-account
           else
              if seed-count is less than 300 then
                 add 1 to seed-count
                 move sdc-account to sde-account(seed-count)
                 move sdc-interest to sde-interest(seed-count)
                 move sdc-principal to sde-principal(seed-count)
                 move sdc-taxes to sde-taxes(seed-count)
                 move sdc-late-fees to sde-late-fees(seed-count)
                 move "N" to sde-used(seed-count)
              else
                 display "SEED TABLE FULL - CARD FOR " sdc-account
                         " DROPPED"
              end-if
           end-if.

       300-convert-one-loan.
           read loan-master-in
              at end set master-eof to true
              not at end perform 310-write-converted
           end-read.

       310-write-converted.
           move spaces to loan-master-out-record
           move loan-master-in-record(1:116) to lmo-carried
           if lmo-days-past-due is not numeric then
              move zero to lmo-days-past-due
           end-if
           if lmo-escrow-advance is not numeric then
              move zero to lmo-escrow-advance
           end-if
           if lmo-fees-due is not numeric then
              move zero to lmo-fees-due
           end-if
           move run-year to lmo-ytd-year
           move zero to lmo-ytd-interest
           move zero to lmo-ytd-principal
           move zero to lmo-ytd-taxes
           move zero to lmo-ytd-late-fees
           compute lmo-prior-year = run-year - 1
           move zero to lmo-prior-interest
           move zero to lmo-prior-principal
           move zero to lmo-prior-taxes
           move zero to lmo-prior-late-fees
           move "N" to seed-found-sw
           perform 320-find-seed
                   varying seed-idx from 1 by 1
                   until seed-idx > seed-count or seed-found
           if seed-found then
              move sde-interest(seed-found-idx) to lmo-ytd-interest
              move sde-principal(seed-found-idx) to lmo-ytd-principal
              move sde-taxes(seed-found-idx) to lmo-ytd-taxes
              move sde-late-fees(seed-found-idx) to lmo-ytd-late-fees
              move "Y" to sde-used(seed-found-idx)
              add 1 to records-seeded
           end-if
           write loan-master-out-record
           add 1 to records-converted.

       320-find-seed.
           if sde-account(seed-idx) is equal to lmi-account then
              set seed-found to true
              move seed-idx to seed-found-idx
           end-if.

       400-unused-seed.
           if sde-used(seed-idx) is not equal to "Y" then
              display "SEED CARD NOT USED - ACCOUNT NOT ON THE BOOK: "
                      sde-account(seed-idx)
           end-if.
