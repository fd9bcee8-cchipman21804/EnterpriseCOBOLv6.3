       identification division.
       program-id.    chrgback.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Tenant and Department Energy Chargeback Invoicing       *
      *                                                                *
      ******************************************************************
      *
      * Shared buildings in the BLDGSPEC portfolio charge their
      * occupying departments for their share of the energy.  This
      * batch does the allocation that used to be a spreadsheet:
      *
      *   - the HRLYOUT hourly extract is rolled up to each
      *     building's monthly kWh, therms and peak kW;
      *   - a tenant with a SUBMETER card for the month is charged
      *     its metered kWh and therms;
      *   - what the submeters leave of the building's use is shared
      *     among the remaining tenants by floor-area share, taken
      *     over the floor area not submetered -- any area no
      *     occupant claims is common area and stays with the
      *     building as utility expense;
      *   - the month's demand cost (building peak kW at the demand
      *     rate) follows each tenant's share of the kWh;
      *   - kWh, therms and kW are priced at the same average rates
      *     COMMBLDG prices the simulation at.
      *
      * Each tenant gets an invoice per month (TENINV print file),
      * and the general-ledger interface (GLJRNL) gets a debit to
      * the tenant's cost center for every invoice and one credit
      * per building per month to the utility expense account for
      * the total charged back, so each month's journal balances.
      *
      * Occupant card (OCCUPANT), one per tenant per building:
      *   bldg-id(8) tenant(8) tenant name(20)
      *   floor-area share pct(5: 999v99) cost center(10)
      *   with one space between fields.
      *
      * Submeter card (SUBMETER), one per tenant per month:
      *   bldg-id(8) tenant(8) month(6: yyyymm)
      *   kWh(8: 9(7)v9) therms(8: 9(6)v99)
      *   with one space between fields.
      *
      * GL journal record (GLJRNL, 80 bytes):
      *   journal date(8) source(8) period(6: yyyymm) gl account(10)
      *   D/C(1) amount(11: 9(9)v99) building(8) tenant(8)
      *   description(12) with one space between fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//CHRGBACK JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(CHRGBACK),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(CHRGBACK),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=CHRGBACK
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HRLYOUT   DD DSN=&SYSUID..HRLYOUT,DISP=SHR
      *//OCCUPANT  DD DSN=&SYSUID..INPUT(OCCUPANT),DISP=SHR
      *//SUBMETER  DD DSN=&SYSUID..INPUT(SUBMETER),DISP=SHR
      *//TENINV    DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133)
      *//GLJRNL    DD DSN=&SYSUID..GLJRNL(+1),DISP=(NEW,CATLG),
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
           select hourly-extract-file assign to HRLYOUT
                    organization is sequential
                    file status is extract-status.
      *
           select occupant-file assign to OCCUPANT
                    organization is sequential
                    file status is occupant-status.
      *
           select submeter-file assign to SUBMETER
                    organization is sequential
                    file status is submeter-status.
      *
           select invoice-file assign to TENINV
                    organization is sequential
                    file status is invoice-status.
      *
           select journal-file assign to GLJRNL
                    organization is sequential
                    file status is journal-status.

       data division.
       file section.
      * The extract record exactly as COMMBLDG writes it.
       fd  hourly-extract-file record contains 80 characters
                               recording mode f.
       01  hourly-extract-record.
           02 hxr-bldg-id                      pic x(8).
           02 hxr-date                         pic 9(8).
           02 hxr-hour                         pic 99.
           02 hxr-osat                         pic s999v9
                                               sign is leading
                                               separate.
           02 hxr-humidity-ratio               pic 999v99.
           02 hxr-cooling-load                 pic 999v9.
           02 hxr-econo-tons                   pic s999v9
                                               sign is leading
                                               separate.
           02 hxr-chiller-kw                   pic 9(5)v9.
           02 hxr-hour-cost                    pic 9(5)v99.
           02 hxr-therms                       pic 99v9999.
           02 filler                           pic x(24).
      *
       fd  occupant-file record contains 80 characters
                         recording mode f.
       01  occupant-card.
           02 occ-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 occ-tenant                       pic x(8).
           02 filler                           pic x.
           02 occ-tenant-name                  pic x(20).
           02 filler                           pic x.
           02 occ-share-pct                    pic 999v99.
           02 filler                           pic x.
           02 occ-cost-center                  pic x(10).
           02 filler                           pic x(25).
      *
       fd  submeter-file record contains 80 characters
                         recording mode f.
       01  submeter-card.
           02 smc-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 smc-tenant                       pic x(8).
           02 filler                           pic x.
           02 smc-month                        pic 9(6).
           02 filler                           pic x.
           02 smc-kwh                          pic 9(7)v9.
           02 filler                           pic x.
           02 smc-therms                       pic 9(6)v99.
           02 filler                           pic x(38).
      *
       fd  invoice-file record contains 133 characters
                        recording mode f.
       01  invoice-record.
           02 inv-cc                           pic x.
           02 inv-line                         pic x(132).
      *
       fd  journal-file record contains 80 characters
                        recording mode f.
       01  journal-record.
           02 jnl-date                         pic 9(8).
           02 filler                           pic x.
           02 jnl-source                       pic x(8).
           02 filler                           pic x.
           02 jnl-period                       pic 9(6).
           02 filler                           pic x.
           02 jnl-gl-account                   pic x(10).
           02 filler                           pic x.
           02 jnl-dc                           pic x.
           02 filler                           pic x.
           02 jnl-amount                       pic 9(9)v99.
           02 filler                           pic x.
           02 jnl-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 jnl-tenant                       pic x(8).
           02 filler                           pic x.
           02 jnl-description                  pic x(12).

       working-storage section.

       01 extract-status                       pic xx value "00".
           88 extract-ok                       value "00".
       01 occupant-status                      pic xx value "00".
           88 occupant-ok                      value "00".
       01 submeter-status                      pic xx value "00".
           88 submeter-ok                      value "00".
       01 invoice-status                       pic xx value "00".
           88 invoice-ok                       value "00".
       01 journal-status                       pic xx value "00".
           88 journal-ok                       value "00".

       01 extract-eof-sw                       pic x value "N".
           88 extract-eof                      value "Y".
       01 occupant-eof-sw                      pic x value "N".
           88 occupant-eof                     value "Y".
       01 submeter-eof-sw                      pic x value "N".
           88 submeter-eof                     value "Y".

      * The same average rates COMMBLDG prices the simulation at.
       01 electric-rate                        pic 9v999 value 0.079.
       01 gas-rate                             pic 9v999 value 1.050.
       01 demand-rate                          pic 99v99 value 12.50.

      * General-ledger accounts and journal source.
       01 utility-expense-account              pic x(10)
                                               value "6410-UTIL".
       01 journal-source                       pic x(8)
                                               value "CHRGBACK".

      * Each building's months as rolled up from the extract.
       01 month-count                          pic 999 value zero.
       01 month-idx                            pic 999.
       01 month-found-idx                      pic 999.
       01 month-found-sw                       pic x.
           88 month-found                      value "Y".
       01 building-month-table.
           02 bme-entry occurs 720 times.
              03 bme-bldg-id                   pic x(8).
              03 bme-month                     pic 9(6).
              03 bme-kwh                       pic 9(7)v9 comp-3.
              03 bme-therms                    pic 9(6)v9999 comp-3.
              03 bme-peak-kw                   pic 9(5)v9 comp-3.
       01 hour-month                           pic 9(6).

      * Occupants, in card order.
       01 occupant-count                       pic 999 value zero.
       01 occupant-idx                         pic 999.
       01 occupant-table.
           02 oce-entry occurs 200 times.
              03 oce-bldg-id                   pic x(8).
              03 oce-tenant                    pic x(8).
              03 oce-tenant-name               pic x(20).
              03 oce-share-pct                 pic 999v99 comp-3.
              03 oce-cost-center               pic x(10).
              03 oce-metered-sw                pic x.
                 88 oce-metered                value "Y".
              03 oce-kwh                       pic 9(7)v9 comp-3.
              03 oce-therms                    pic 9(6)v99 comp-3.

      * Submeter readings, held for lookup by tenant and month.
       01 submeter-count                       pic 9(4) value zero.
       01 submeter-idx                         pic 9(4).
       01 submeter-table.
           02 sme-entry occurs 2000 times.
              03 sme-bldg-id                   pic x(8).
              03 sme-tenant                    pic x(8).
              03 sme-month                     pic 9(6).
              03 sme-kwh                       pic 9(7)v9 comp-3.
              03 sme-therms                    pic 9(6)v99 comp-3.
              03 sme-used                      pic x.
       01 submeter-found-sw                    pic x.
           88 submeter-found                   value "Y".
       01 tenant-found-sw                      pic x.
           88 tenant-found                     value "Y".

      * One building-month being allocated.
       01 building-share-total                 pic 9(4)v99 comp-3.
       01 unmetered-share-total                pic 9(4)v99 comp-3.
       01 metered-kwh-total                    pic 9(8)v9 comp-3.
       01 metered-therms-total                 pic 9(8)v99 comp-3.
       01 shared-kwh                           pic 9(8)v9 comp-3.
       01 shared-therms                        pic 9(8)v99 comp-3.
       01 building-demand-cost                 pic 9(7)v99 comp-3.
       01 building-tenant-count                pic 999.
       01 building-charged                     pic 9(9)v99 comp-3.

      * One tenant's invoice.
       01 tenant-demand-cost                   pic 9(7)v99 comp-3.
       01 tenant-energy-cost                   pic 9(7)v99 comp-3.
       01 tenant-gas-cost                      pic 9(7)v99 comp-3.
       01 tenant-total-cost                    pic 9(7)v99 comp-3.

       01 run-date                             pic 9(8).
       01 extract-read-count                   pic 9(7) value zero.
       01 extract-reject-count                 pic 9(7) value zero.
       01 invoices-written                     pic 9(7) value zero.
       01 journal-written                      pic 9(7) value zero.
       01 cards-rejected                       pic 9(7) value zero.
       01 total-debits                         pic 9(9)v99 comp-3
                                               value zero.
       01 total-credits                        pic 9(9)v99 comp-3
                                               value zero.

      * Invoice lines.
       01 invoice-text-line.
           02 filler                           pic x(4) value spaces.
           02 itl-text                         pic x(70).
           02 filler                           pic x(58) value spaces.
       01 invoice-detail-line.
           02 filler                           pic x(4) value spaces.
           02 idl-caption                      pic x(24).
           02 idl-quantity                     pic zz,zzz,zz9.99.
           02 filler                           pic x(2) value spaces.
           02 idl-unit                         pic x(6).
           02 filler                           pic x(2) value spaces.
           02 idl-rate                         pic zz9.999.
           02 filler                           pic x(4) value spaces.
           02 idl-amount                       pic $z,zzz,zz9.99.
           02 filler                           pic x(57) value spaces.
       01 month-out.
           02 mto-month                        pic 99.
           02 filler                           pic x value "/".
           02 mto-year                         pic 9(4).
       01 month-in                             pic 9(6).
       01 month-in-parts redefines month-in.
           02 mti-year                         pic 9(4).
           02 mti-month                        pic 99.
       01 share-out                            pic zz9.99.
       01 money-out                            pic zzz,zzz,zz9.99.
       01 count-out                            pic zzz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "CHRGBACK".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "*****  TENANT ENERGY CHARGEBACK  *****"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date(1:8) to run-date
           perform 200-load-occupants
           if occupant-count is equal to zero then
              display "OCCUPANT EMPTY OR MISSING - NOTHING TO CHARGE"
              move "NO OCCUPANTS" to runlog-condition
              move 8 to return-code
           else
              perform 300-roll-up-extract
              perform 400-load-submeters
              open output invoice-file
              open output journal-file
              if not invoice-ok or not journal-ok then
                 display "TENINV OR GLJRNL NOT AVAILABLE - NOTHING"
                         " CHARGED"
                 move "TENINV/GLJRNL FAILED" to runlog-condition
                 move 8 to return-code
              else
                 perform 500-allocate-building-month
                         varying month-idx from 1 by 1
                         until month-idx > month-count
                 close invoice-file
                 close journal-file
                 perform 800-unused-submeter
                         varying submeter-idx from 1 by 1
                         until submeter-idx > submeter-count
                 perform 900-control-totals
              end-if
           end-if
           move return-code to runlog-return-code
           move "E" to runlog-event
           move extract-read-count to runlog-read
           move invoices-written to runlog-written
           compute runlog-rejected =
                    extract-reject-count + cards-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "*****  END OF TENANT ENERGY CHARGEBACK  *****"
           stop run.

       200-load-occupants.
           open input occupant-file
           if not occupant-ok then
              display "OCCUPANT NOT AVAILABLE"
           else
              perform 210-read-occupant until occupant-eof
              close occupant-file
           end-if.

       210-read-occupant.
           read occupant-file
              at end set occupant-eof to true
              not at end perform 220-store-occupant
           end-read.

       220-store-occupant.
           if occ-share-pct is not numeric or
              occ-share-pct is greater than 100 or
              occ-cost-center is equal to spaces then
              display "OCCUPANT CARD REJECTED: " occ-bldg-id " "
                      occ-tenant
              add 1 to cards-rejected
           else
              if occupant-count is less than 200 then
                 add 1 to occupant-count
                 move occ-bldg-id to oce-bldg-id(occupant-count)
                 move occ-tenant to oce-tenant(occupant-count)
                 move occ-tenant-name to
                      oce-tenant-name(occupant-count)
                 move occ-share-pct to oce-share-pct(occupant-count)
                 move occ-cost-center to
                      oce-cost-center(occupant-count)
              else
                 display "OCCUPANT TABLE FULL - CARD DROPPED: "
                         occ-bldg-id " " occ-tenant
                 add 1 to cards-rejected
              end-if
           end-if.

       300-roll-up-extract.
           open input hourly-extract-file
           if not extract-ok then
              display "HRLYOUT NOT AVAILABLE - NO CONSUMPTION TO"
                      " ALLOCATE"
           else
              perform 310-read-extract until extract-eof
              close hourly-extract-file
           end-if
           move extract-read-count to count-out
           display "EXTRACT RECORDS READ: " count-out
           move month-count to count-out
           display "BUILDING-MONTHS     : " count-out.

       310-read-extract.
           read hourly-extract-file
              at end set extract-eof to true
              not at end perform 320-post-one-hour
           end-read.

      * Each hourly chiller kW reading is that hour's kWh.
       320-post-one-hour.
           add 1 to extract-read-count
           if hxr-date is not numeric or
              hxr-chiller-kw is not numeric or
              hxr-therms is not numeric then
              add 1 to extract-reject-count
           else
              move hxr-date(1:6) to hour-month
              perform 330-find-or-add-month
              if month-found then
                 add hxr-chiller-kw to bme-kwh(month-found-idx)
                 add hxr-therms to bme-therms(month-found-idx)
                 if hxr-chiller-kw is greater than
                    bme-peak-kw(month-found-idx) then
                    move hxr-chiller-kw to
                         bme-peak-kw(month-found-idx)
                 end-if
              else
                 add 1 to extract-reject-count
              end-if
           end-if.

       330-find-or-add-month.
           move "N" to month-found-sw
           perform 335-check-one-month
                   varying month-idx from month-count by -1
                   until month-idx < 1 or month-found
           if not month-found then
              if month-count is less than 720 then
                 add 1 to month-count
                 move month-count to month-found-idx
                 move hxr-bldg-id to bme-bldg-id(month-found-idx)
                 move hour-month to bme-month(month-found-idx)
                 move zero to bme-kwh(month-found-idx)
                              bme-therms(month-found-idx)
                              bme-peak-kw(month-found-idx)
                 set month-found to true
              else
                 display "BUILDING-MONTH TABLE FULL - " hxr-bldg-id
                         " " hour-month " NOT ALLOCATED"
              end-if
           end-if.

       335-check-one-month.
           if bme-bldg-id(month-idx) is equal to hxr-bldg-id and
              bme-month(month-idx) is equal to hour-month then
              set month-found to true
              move month-idx to month-found-idx
           end-if.

       400-load-submeters.
           open input submeter-file
           if not submeter-ok then
              display "NO SUBMETER READINGS - ALL TENANTS SHARE BY"
                      " FLOOR AREA"
           else
              perform 410-read-submeter until submeter-eof
              close submeter-file
           end-if.

       410-read-submeter.
           read submeter-file
              at end set submeter-eof to true
              not at end perform 420-store-submeter
           end-read.

       420-store-submeter.
           move "N" to tenant-found-sw
           perform 425-check-tenant
                   varying occupant-idx from 1 by 1
                   until occupant-idx > occupant-count or tenant-found
           if smc-month is not numeric or
              smc-kwh is not numeric or
              smc-therms is not numeric or
              not tenant-found then
              display "SUBMETER CARD REJECTED: " smc-bldg-id " "
                      smc-tenant " " smc-month
              add 1 to cards-rejected
           else
              if submeter-count is less than 2000 then
                 add 1 to submeter-count
                 move smc-bldg-id to sme-bldg-id(submeter-count)
                 move smc-tenant to sme-tenant(submeter-count)
                 move smc-month to sme-month(submeter-count)
                 move smc-kwh to sme-kwh(submeter-count)
                 move smc-therms to sme-therms(submeter-count)
                 move "N" to sme-used(submeter-count)
              else
                 display "SUBMETER TABLE FULL - CARD DROPPED: "
                         smc-bldg-id " " smc-tenant " " smc-month
                 add 1 to cards-rejected
              end-if
           end-if.

       425-check-tenant.
           if oce-bldg-id(occupant-idx) is equal to smc-bldg-id and
              oce-tenant(occupant-idx) is equal to smc-tenant then
              set tenant-found to true
           end-if.

      ******************************************************************
      * One building-month: take the submetered tenants' readings,
      * share what is left by floor area, then invoice and journal
      * each tenant.
      ******************************************************************
       500-allocate-building-month.
           move zero to building-share-total unmetered-share-total
                        metered-kwh-total metered-therms-total
                        building-tenant-count building-charged
           perform 510-meter-one-tenant
                   varying occupant-idx from 1 by 1
                   until occupant-idx > occupant-count
           if building-tenant-count is greater than zero then
              if building-share-total is greater than 100 then
                 display "OCCUPANT SHARES FOR " bme-bldg-id(month-idx)
                         " TOTAL OVER 100 PCT - "
                         bme-month(month-idx) " NOT CHARGED"
              else
                 perform 505-charge-building-month
              end-if
           end-if.

       505-charge-building-month.
           if metered-kwh-total is greater than bme-kwh(month-idx)
              then
              display "SUBMETERS EXCEED BUILDING KWH - "
                      bme-bldg-id(month-idx) " " bme-month(month-idx)
              move zero to shared-kwh
           else
              compute shared-kwh =
                       bme-kwh(month-idx) - metered-kwh-total
           end-if
           if metered-therms-total is greater than
              bme-therms(month-idx) then
              display "SUBMETERS EXCEED BUILDING THERMS - "
                      bme-bldg-id(month-idx) " " bme-month(month-idx)
              move zero to shared-therms
           else
              compute shared-therms rounded =
                       bme-therms(month-idx) - metered-therms-total
           end-if
           compute building-demand-cost rounded =
                    bme-peak-kw(month-idx) * demand-rate
           perform 520-charge-one-tenant
                   varying occupant-idx from 1 by 1
                   until occupant-idx > occupant-count
           if building-charged is greater than zero then
              move spaces to journal-record
              move utility-expense-account to jnl-gl-account
              move "C" to jnl-dc
              move building-charged to jnl-amount
              move spaces to jnl-tenant
              move "CHARGEBACK" to jnl-description
              perform 560-write-journal
              add building-charged to total-credits
           end-if.

      * The unmetered share is taken over the floor area that is
      * not submetered this month.
       510-meter-one-tenant.
           if oce-bldg-id(occupant-idx) is equal to
              bme-bldg-id(month-idx) then
              add 1 to building-tenant-count
              add oce-share-pct(occupant-idx) to building-share-total
              move "N" to submeter-found-sw
              move "N" to oce-metered-sw(occupant-idx)
              perform 515-find-submeter
                      varying submeter-idx from 1 by 1
                      until submeter-idx > submeter-count or
                            submeter-found
              if oce-metered(occupant-idx) then
                 add oce-kwh(occupant-idx) to metered-kwh-total
                 add oce-therms(occupant-idx) to metered-therms-total
              else
                 add oce-share-pct(occupant-idx) to
                     unmetered-share-total
              end-if
           end-if.

       515-find-submeter.
           if sme-bldg-id(submeter-idx) is equal to
              oce-bldg-id(occupant-idx) and
              sme-tenant(submeter-idx) is equal to
              oce-tenant(occupant-idx) and
              sme-month(submeter-idx) is equal to
              bme-month(month-idx) then
              set submeter-found to true
              set oce-metered(occupant-idx) to true
              move sme-kwh(submeter-idx) to oce-kwh(occupant-idx)
              move sme-therms(submeter-idx) to
                   oce-therms(occupant-idx)
              move "Y" to sme-used(submeter-idx)
           end-if.

       520-charge-one-tenant.
           if oce-bldg-id(occupant-idx) is equal to
              bme-bldg-id(month-idx) then
              if not oce-metered(occupant-idx) then
                 if unmetered-share-total is greater than zero then
                    compute oce-kwh(occupant-idx) rounded =
                             shared-kwh * oce-share-pct(occupant-idx)
                             / (100 - building-share-total +
                                unmetered-share-total)
                    compute oce-therms(occupant-idx) rounded =
                             shared-therms *
                             oce-share-pct(occupant-idx) /
                             (100 - building-share-total +
                              unmetered-share-total)
                 else
                    move zero to oce-kwh(occupant-idx)
                                 oce-therms(occupant-idx)
                 end-if
              end-if
              if bme-kwh(month-idx) is greater than zero then
                 compute tenant-demand-cost rounded =
                          building-demand-cost *
                          oce-kwh(occupant-idx) / bme-kwh(month-idx)
              else
                 move zero to tenant-demand-cost
              end-if
              compute tenant-energy-cost rounded =
                       oce-kwh(occupant-idx) * electric-rate
              compute tenant-gas-cost rounded =
                       oce-therms(occupant-idx) * gas-rate
              compute tenant-total-cost =
                       tenant-energy-cost + tenant-gas-cost +
                       tenant-demand-cost
              perform 530-print-invoice
              if tenant-total-cost is greater than zero then
                 move spaces to journal-record
                 move oce-cost-center(occupant-idx) to
                      jnl-gl-account
                 move "D" to jnl-dc
                 move tenant-total-cost to jnl-amount
                 move oce-tenant(occupant-idx) to jnl-tenant
                 move "ENERGY CHG" to jnl-description
                 perform 560-write-journal
                 add tenant-total-cost to building-charged
                 add tenant-total-cost to total-debits
              end-if
           end-if.

       530-print-invoice.
           move bme-month(month-idx) to month-in
           move mti-month to mto-month
           move mti-year to mto-year
           move spaces to invoice-text-line
           string "ENERGY CHARGEBACK INVOICE          SERVICE MONTH "
                  month-out delimited by size into itl-text
           move "1" to inv-cc
           move invoice-text-line to inv-line
           write invoice-record
           move spaces to invoice-text-line
           string "TENANT " oce-tenant(occupant-idx) "  "
                  oce-tenant-name(occupant-idx)
                  "  COST CENTER " oce-cost-center(occupant-idx)
                  delimited by size into itl-text
           move "0" to inv-cc
           move invoice-text-line to inv-line
           write invoice-record
           move spaces to invoice-text-line
           move oce-share-pct(occupant-idx) to share-out
           if oce-metered(occupant-idx) then
              string "BUILDING " bme-bldg-id(month-idx)
                     "  SUBMETERED" delimited by size into itl-text
           else
              string "BUILDING " bme-bldg-id(month-idx)
                     "  FLOOR-AREA SHARE " share-out " PCT"
                     delimited by size into itl-text
           end-if
           move " " to inv-cc
           move invoice-text-line to inv-line
           write invoice-record
           move spaces to invoice-detail-line
           move "ELECTRICITY" to idl-caption
           move oce-kwh(occupant-idx) to idl-quantity
           move "KWH" to idl-unit
           move electric-rate to idl-rate
           move tenant-energy-cost to idl-amount
           move "0" to inv-cc
           move invoice-detail-line to inv-line
           write invoice-record
           move spaces to invoice-detail-line
           move "NATURAL GAS" to idl-caption
           move oce-therms(occupant-idx) to idl-quantity
           move "THERMS" to idl-unit
           move gas-rate to idl-rate
           move tenant-gas-cost to idl-amount
           move " " to inv-cc
           move invoice-detail-line to inv-line
           write invoice-record
           move spaces to invoice-detail-line
           move "DEMAND (SHARE OF PEAK)" to idl-caption
           move bme-peak-kw(month-idx) to idl-quantity
           move "KW" to idl-unit
           move demand-rate to idl-rate
           move tenant-demand-cost to idl-amount
           move " " to inv-cc
           move invoice-detail-line to inv-line
           write invoice-record
           move spaces to invoice-detail-line
           move "TOTAL CHARGE" to idl-caption
           move tenant-total-cost to idl-amount
           move "0" to inv-cc
           move invoice-detail-line to inv-line
           write invoice-record
           add 1 to invoices-written.

       560-write-journal.
           move run-date to jnl-date
           move journal-source to jnl-source
           move bme-month(month-idx) to jnl-period
           move bme-bldg-id(month-idx) to jnl-bldg-id
           write journal-record
           add 1 to journal-written.

       800-unused-submeter.
           if sme-used(submeter-idx) is not equal to "Y" then
              display "SUBMETER READING NOT USED - NO HRLYOUT MONTH: "
                      sme-bldg-id(submeter-idx) " "
                      sme-tenant(submeter-idx) " "
                      sme-month(submeter-idx)
           end-if.

       900-control-totals.
           display spaces
           move invoices-written to count-out
           display "INVOICES WRITTEN    : " count-out
           move journal-written to count-out
           display "JOURNAL LINES       : " count-out
           move total-debits to money-out
           display "COST CENTER DEBITS  : " money-out
           move total-credits to money-out
           display "UTILITY EXP CREDITS : " money-out
           move cards-rejected to count-out
           display "CARDS REJECTED      : " count-out
           move extract-reject-count to count-out
           display "EXTRACT REJECTED    : " count-out.
