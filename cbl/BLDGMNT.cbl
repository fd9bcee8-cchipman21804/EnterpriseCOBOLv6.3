       identification division.
       program-id.    bldgmnt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *             Building-Specification Master Maintenance          *
      *                                                                *
      ******************************************************************
      *
      * BLDGSPEC feeds COMMBLDG, EUIBENCH, CALBLDG and everything
      * downstream of BLDGRSLT, and it used to be a hand-edited card
      * deck -- one mis-keyed column in a floor area or balance point
      * threw every one of those runs off at once.  This program
      * makes BLDGSPEC a maintained master in the WXCATLG / MOTORMNT
      * style:
      *
      *   - BLDGSPEC(0) is read into storage, the BLDGTRN deck is
      *     applied, and BLDGSPEC(+1) is written in the same card
      *     layout every reader already uses;
      *   - add and change cards are validated field by field
      *     before they touch the master: floor area, occupancy,
      *     chiller capacity, peak load and balance point numeric
      *     and inside their ranges, the economizer flag Y or N,
      *     and the optional PV size, tilt (0-90) and azimuth
      *     (0-359) either blank or numeric, with no angles keyed
      *     for a building that has no array;
      *   - CALBLDG no longer writes a corrected deck to be copied
      *     over BLDGSPEC by hand.  Its recommendations come in as
      *     action P proposed-change cards (concatenated behind the
      *     BLDGTRN deck) which the engineer marks Y to accept or
      *     N to decline in the decision column; an unmarked
      *     proposal is held and reported, and a proposal made
      *     against an older spec version than the one on file is
      *     rejected as stale;
      *   - every card that lands on the master carries a spec
      *     version (bumped on each applied change) and the date of
      *     the change in columns 66-78, which COMMBLDG copies into
      *     each BLDGRSLT record, and every applied change or
      *     declined proposal is appended to the BLDGAUD audit file
      *     with the before and after card images, so any year's
      *     results can be traced back to the exact spec that
      *     produced them.
      *
      * Transaction card (BLDGTRN):
      *   action(1) then, from column 3, the BLDGSPEC card fields
      *   id(8) name(20) floor-area(5) occupancy(4) chiller(3)
      *   load-max(3) balance-point(2) econo(1) pv-kw(3) tilt(2)
      *   azimuth(3), one space between fields and numbers keyed
      *   with leading zeros as on the master; action A dd,
      *   C hange, D elete, P roposed change.  Proposal cards also
      *   carry decision(1) in column 68, the spec version they were
      *   made against in columns 70-73 and CALBLDG's calibrated
      *   flag in column 75.
      *
      * Audit record (BLDGAUD):
      *   date(8) time(4) action(1) disposition(8) id(8) version(4)
      *   before-image(80) after-image(80), one space between the
      *   leading fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//BLDGMNT  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(BLDGMNT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(BLDGMNT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=BLDGMNT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//BLDGSPEC  DD DSN=&SYSUID..BLDGSPEC(0),DISP=SHR
      *//NEWBLDG   DD DSN=&SYSUID..BLDGSPEC(+1),DISP=(NEW,CATLG)
      *//BLDGTRN   DD DSN=&SYSUID..INPUT(BLDGTRN),DISP=SHR
      *//          DD DSN=&SYSUID..INPUT(BLDGPROP),DISP=SHR
      *//BLDGAUD   DD DSN=&SYSUID..BLDGAUD,DISP=MOD
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
           select spec-master-in assign to BLDGSPEC
                    organization is sequential
                    file status is spec-master-in-status.
      *
           select spec-master-out assign to NEWBLDG
                    organization is sequential
                    file status is spec-master-out-status.
      *
           select spec-trans-file assign to BLDGTRN
                    organization is sequential
                    file status is spec-trans-status.
      *
           select spec-audit-file assign to BLDGAUD
                    organization is sequential
                    file status is spec-audit-status.

       data division.
       file section.
      *
      * Master record -- the BLDGSPEC card layout COMMBLDG, EUIBENCH
      * and CALBLDG read, with the spec version and change date in
      * what those readers still treat as trailing filler.
       fd  spec-master-in record contains 80 characters
                          recording mode f.
       01  spec-master-in-record.
           02 bsm-bldg-id                      pic x(8).
           02 filler                           pic x(57).
           02 bsm-spec-version                 pic x(4).
           02 filler                           pic x(11).
      *
       fd  spec-master-out record contains 80 characters
                           recording mode f.
       01  spec-master-out-record              pic x(80).
      *
       fd  spec-trans-file record contains 80 characters
                           recording mode f.
       01  spec-trans-card.
           02 btc-action                       pic x.
           02 filler                           pic x.
           02 btc-spec-fields.
              03 btc-bldg-id                   pic x(8).
              03 filler                        pic x.
              03 btc-bldg-name                 pic x(20).
              03 filler                        pic x.
              03 btc-floor-area                pic 9(5).
              03 filler                        pic x.
              03 btc-max-occupancy             pic 9(4).
              03 filler                        pic x.
              03 btc-chiller-capacity          pic 9(3).
              03 filler                        pic x.
              03 btc-cooling-load-max          pic 9(3).
              03 filler                        pic x.
              03 btc-balance-point             pic 99.
              03 filler                        pic x.
              03 btc-econo-flag                pic x.
              03 filler                        pic x.
              03 btc-pv-size-kw                pic x(3).
              03 filler                        pic x.
              03 btc-pv-tilt                   pic xx.
              03 filler                        pic x.
              03 btc-pv-azimuth                pic x(3).
           02 filler                           pic x.
           02 btc-decision                     pic x.
              88 proposal-accepted             value "Y".
              88 proposal-declined             value "N".
           02 filler                           pic x.
           02 btc-base-version                 pic x(4).
           02 filler                           pic x.
           02 btc-calibrated-flag              pic x.
           02 filler                           pic x(5).
      *
       fd  spec-audit-file record contains 200 characters
                           recording mode f.
       01  spec-audit-record.
           02 bau-date                         pic 9(8).
           02 filler                           pic x.
           02 bau-time                         pic 9(4).
           02 filler                           pic x.
           02 bau-action                       pic x.
           02 filler                           pic x.
           02 bau-disposition                  pic x(8).
           02 filler                           pic x.
           02 bau-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 bau-spec-version                 pic 9(4).
           02 filler                           pic x.
           02 bau-before-image                 pic x(80).
           02 bau-after-image                  pic x(80).
           02 filler                           pic x.

       working-storage section.

       01 spec-master-in-status                pic xx value "00".
           88 spec-master-in-ok                value "00".
       01 spec-master-out-status               pic xx value "00".
           88 spec-master-out-ok               value "00".
       01 spec-trans-status                    pic xx value "00".
           88 spec-trans-ok                    value "00".
       01 spec-audit-status                    pic xx value "00".
           88 spec-audit-ok                    value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 trans-eof-sw                         pic x value "N".
           88 trans-eof                        value "Y".
       01 bldg-found-sw                        pic x.
           88 bldg-found                       value "Y".
       01 card-valid-sw                        pic x.
           88 card-valid                       value "Y".

       01 bldg-count                           pic 999 value zero.
       01 bldg-idx                             pic 999.
       01 bldg-found-idx                       pic 999.
       01 trans-applied-count                  pic 9(4) value zero.
       01 trans-rejected-count                 pic 9(4) value zero.
       01 proposals-declined-count             pic 9(4) value zero.
       01 proposals-held-count                 pic 9(4) value zero.
       01 audit-written-count                  pic 9(4) value zero.

      * The whole master rides in storage for the run; the entry
      * layout matches the master record so entries move as groups
      * and the 64 bytes of spec fields line up with the
      * transaction card's.
       01 bldg-spec-table.
           02 bldg-entry occurs 100 times.
              03 bme-spec-fields.
                 04 bme-bldg-id                pic x(8).
                 04 filler                     pic x.
                 04 bme-bldg-name              pic x(20).
                 04 filler                     pic x.
                 04 bme-floor-area             pic 9(5).
                 04 filler                     pic x.
                 04 bme-max-occupancy          pic 9(4).
                 04 filler                     pic x.
                 04 bme-chiller-capacity       pic 9(3).
                 04 filler                     pic x.
                 04 bme-cooling-load-max       pic 9(3).
                 04 filler                     pic x.
                 04 bme-balance-point          pic 99.
                 04 filler                     pic x.
                 04 bme-econo-flag             pic x.
                 04 filler                     pic x.
                 04 bme-pv-size-kw             pic x(3).
                 04 filler                     pic x.
                 04 bme-pv-tilt                pic xx.
                 04 filler                     pic x.
                 04 bme-pv-azimuth             pic x(3).
              03 filler                        pic x.
              03 bme-spec-version              pic 9(4).
              03 filler                        pic x.
              03 bme-spec-date                 pic 9(8).
              03 filler                        pic xx.

      * Field-by-field validation limits.  The balance-point band is
      * wider than the 50-70 degF CALBLDG sweeps so a hand-keyed
      * value outside the sweep is still accepted when plausible.
       01 min-balance-point                    pic 99 value 40.
       01 max-balance-point                    pic 99 value 75.
       01 max-pv-tilt                          pic 99 value 90.
       01 max-pv-azimuth                       pic 999 value 359.
       01 reject-reason                        pic x(36).
       01 pv-angle-value                       pic 999.

      * Before image of the entry a change replaces, and the run
      * stamp every audit record carries.
       01 before-image                         pic x(80).
       01 audit-disposition                    pic x(8).
       01 base-version                         pic 9(4).
       01 datetime.
           02 dt-date                          pic 9(8).
           02 dt-time                          pic 9(4).
           02 filler                           pic x(9).

       01 version-out                          pic zzz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "BLDGMNT".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  BUILDING-SPEC MASTER RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date to datetime
           perform 200-load-master
           perform 250-open-audit
           perform 300-apply-transactions
           if spec-audit-ok then
              close spec-audit-file
           end-if
           perform 500-write-new-master
           perform 600-master-listing
           display spaces
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           display "PROPOSALS DECLINED   : " proposals-declined-count
           display "PROPOSALS HELD       : " proposals-held-count
           display "AUDIT RECORDS WRITTEN: " audit-written-count
           move "E" to runlog-event
           move trans-applied-count to runlog-read
           move bldg-count to runlog-written
           move trans-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  BUILDING-SPEC MASTER RUN ENDS  ********"
           stop run.

      * A missing BLDGSPEC DD just means the master is being built
      * for the first time.  A hand-keyed deck coming onto the
      * master for the first run has no version columns yet; those
      * cards start at version zero.
       200-load-master.
           open input spec-master-in
           if spec-master-in-ok then
              perform 210-read-master until master-eof
              close spec-master-in
           else
              display "BLDGSPEC NOT AVAILABLE - STARTING A NEW MASTER"
           end-if.

       210-read-master.
           read spec-master-in
              at end set master-eof to true
              not at end perform 220-store-master
           end-read.

       220-store-master.
           if bldg-count is less than 100 then
              add 1 to bldg-count
              move spec-master-in-record to bldg-entry(bldg-count)
              if bsm-spec-version is not numeric then
                 move zero to bme-spec-version(bldg-count)
                 move zero to bme-spec-date(bldg-count)
              end-if
           else
              display "MASTER TABLE FULL - RECORD FOR "
                      bsm-bldg-id " DROPPED"
           end-if.

      * The audit file accumulates across runs; with no dataset yet
      * it is created, and with no DD at all the run goes ahead
      * unaudited.
       250-open-audit.
           open extend spec-audit-file
           if not spec-audit-ok then
              open output spec-audit-file
           end-if
           if not spec-audit-ok then
              display "BLDGAUD NOT AVAILABLE - CHANGES NOT AUDITED"
           end-if.

       300-apply-transactions.
           open input spec-trans-file
           if spec-trans-ok then
              perform 310-read-transaction until trans-eof
              close spec-trans-file
           else
              display "BLDGTRN NOT AVAILABLE - LISTING-ONLY RUN"
           end-if.

       310-read-transaction.
           read spec-trans-file
              at end set trans-eof to true
              not at end perform 320-apply-one-transaction
           end-read.

       320-apply-one-transaction.
           move "N" to bldg-found-sw
           perform 330-find-building
                   varying bldg-idx from 1 by 1
                   until bldg-idx > bldg-count or bldg-found
           evaluate btc-action
              when "A" perform 340-add-building
              when "C" perform 350-change-building
              when "D" perform 360-delete-building
              when "P" perform 370-proposed-change
              when other
                 add 1 to trans-rejected-count
                 display "REJECTED " btc-bldg-id
                         " - ACTION MUST BE A, C, D OR P"
           end-evaluate.

       330-find-building.
           if bme-bldg-id(bldg-idx) is equal to btc-bldg-id then
              set bldg-found to true
              move bldg-idx to bldg-found-idx
           end-if.

       340-add-building.
           perform 400-validate-card
           if bldg-found then
              add 1 to trans-rejected-count
              display "REJECTED ADD " btc-bldg-id
                      " - BUILDING ALREADY ON MASTER"
           else
           if bldg-count is not less than 100 then
              add 1 to trans-rejected-count
              display "REJECTED ADD " btc-bldg-id
                      " - MASTER TABLE FULL"
           else
           if not card-valid then
              add 1 to trans-rejected-count
              display "REJECTED ADD " btc-bldg-id " - "
                      reject-reason
           else
              add 1 to bldg-count
              move bldg-count to bldg-found-idx
              move spaces to bldg-entry(bldg-found-idx)
              move spaces to before-image
              move zero to bme-spec-version(bldg-found-idx)
              perform 345-store-card-fields
              move "APPLIED" to audit-disposition
              perform 380-write-audit-record
              add 1 to trans-applied-count
              display "ADDED    " btc-bldg-id
           end-if
           end-if
           end-if.

      * Every change that lands on the master moves the building to
      * its next spec version, stamped with the run date.
       345-store-card-fields.
           move btc-spec-fields to bme-spec-fields(bldg-found-idx)
           add 1 to bme-spec-version(bldg-found-idx)
           move dt-date to bme-spec-date(bldg-found-idx).

       350-change-building.
           perform 400-validate-card
           if not bldg-found then
              add 1 to trans-rejected-count
              display "REJECTED CHANGE " btc-bldg-id
                      " - BUILDING NOT ON MASTER"
           else
           if not card-valid then
              add 1 to trans-rejected-count
              display "REJECTED CHANGE " btc-bldg-id " - "
                      reject-reason
           else
              move bldg-entry(bldg-found-idx) to before-image
              perform 345-store-card-fields
              move "APPLIED" to audit-disposition
              perform 380-write-audit-record
              add 1 to trans-applied-count
              display "CHANGED  " btc-bldg-id
           end-if
           end-if.

      * Delete by sliding the tail of the table up one slot; the
      * audit record keeps the last image with no after image.
       360-delete-building.
           if not bldg-found then
              add 1 to trans-rejected-count
              display "REJECTED DELETE " btc-bldg-id
                      " - BUILDING NOT ON MASTER"
           else
              move bldg-entry(bldg-found-idx) to before-image
              move "APPLIED" to audit-disposition
              perform 385-write-delete-audit
              perform 365-slide-entry-up
                      varying bldg-idx from bldg-found-idx by 1
                      until bldg-idx is not less than bldg-count
              subtract 1 from bldg-count
              add 1 to trans-applied-count
              display "DELETED  " btc-bldg-id
           end-if.

       365-slide-entry-up.
           move bldg-entry(bldg-idx + 1) to bldg-entry(bldg-idx).

      * A CALBLDG proposal.  The engineer's Y applies it exactly as
      * a change card; N declines it onto the audit file so the
      * recommendation is not lost; no decision holds it for a
      * later run.  A proposal built from an older spec version
      * than the one now on file was calibrated against a building
      * that has since changed, and is rejected.
       370-proposed-change.
           if not bldg-found then
              add 1 to trans-rejected-count
              display "REJECTED PROPOSAL " btc-bldg-id
                      " - BUILDING NOT ON MASTER"
           else
           if not proposal-accepted and not proposal-declined then
              add 1 to proposals-held-count
              display "HELD     PROPOSAL " btc-bldg-id
                      " - NO Y/N DECISION MARKED"
           else
           if btc-base-version is not numeric then
              add 1 to trans-rejected-count
              display "REJECTED PROPOSAL " btc-bldg-id
                      " - BASE SPEC VERSION NOT NUMERIC"
           else
              move btc-base-version to base-version
              if base-version is not equal to
                 bme-spec-version(bldg-found-idx) then
                 add 1 to trans-rejected-count
                 move bme-spec-version(bldg-found-idx) to
                      version-out
                 display "REJECTED PROPOSAL " btc-bldg-id
                         " - STALE, MASTER NOW AT VERSION "
                         version-out
              else
              if proposal-declined then
                 move bldg-entry(bldg-found-idx) to before-image
                 move "DECLINED" to audit-disposition
                 perform 390-write-declined-audit
                 add 1 to proposals-declined-count
                 display "DECLINED PROPOSAL " btc-bldg-id
              else
                 perform 400-validate-card
                 if not card-valid then
                    add 1 to trans-rejected-count
                    display "REJECTED PROPOSAL " btc-bldg-id " - "
                            reject-reason
                 else
                    move bldg-entry(bldg-found-idx) to before-image
                    perform 345-store-card-fields
                    move "APPLIED" to audit-disposition
                    perform 380-write-audit-record
                    add 1 to trans-applied-count
                    display "ACCEPTED PROPOSAL " btc-bldg-id
                 end-if
              end-if
              end-if
           end-if
           end-if
           end-if.

      * The after image is the entry as it now stands on the master.
       380-write-audit-record.
           if spec-audit-ok then
              move spaces to spec-audit-record
              perform 395-stamp-audit-record
              move bme-spec-version(bldg-found-idx) to
                   bau-spec-version
              move bldg-entry(bldg-found-idx) to bau-after-image
              write spec-audit-record
              add 1 to audit-written-count
           end-if.

       385-write-delete-audit.
           if spec-audit-ok then
              move spaces to spec-audit-record
              perform 395-stamp-audit-record
              move bme-spec-version(bldg-found-idx) to
                   bau-spec-version
              write spec-audit-record
              add 1 to audit-written-count
           end-if.

      * A declined proposal leaves the master where it was; the
      * after image is the card as CALBLDG proposed it.
       390-write-declined-audit.
           if spec-audit-ok then
              move spaces to spec-audit-record
              perform 395-stamp-audit-record
              move bme-spec-version(bldg-found-idx) to
                   bau-spec-version
              move btc-spec-fields to bau-after-image
              write spec-audit-record
              add 1 to audit-written-count
           end-if.

       395-stamp-audit-record.
           move dt-date to bau-date
           move dt-time to bau-time
           move btc-action to bau-action
           move audit-disposition to bau-disposition
           move btc-bldg-id to bau-bldg-id
           move before-image to bau-before-image.

      * Field-by-field edit of an add, change or proposal card.  The
      * first field that fails names the reason; the rest are not
      * looked at.
       400-validate-card.
           move "Y" to card-valid-sw
           move spaces to reject-reason
           if btc-bldg-id is equal to spaces then
              move "BUILDING ID BLANK" to reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid and btc-bldg-name is equal to spaces then
              move "BUILDING NAME BLANK" to reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid then
              if btc-floor-area is not numeric then
                 move "FLOOR AREA NOT NUMERIC" to reject-reason
                 move "N" to card-valid-sw
              else
              if btc-floor-area is equal to zero then
                 move "FLOOR AREA MUST BE ABOVE ZERO" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
              end-if
           end-if
           if card-valid and btc-max-occupancy is not numeric then
              move "OCCUPANCY NOT NUMERIC" to reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid then
              if btc-chiller-capacity is not numeric then
                 move "CHILLER CAPACITY NOT NUMERIC" to
                      reject-reason
                 move "N" to card-valid-sw
              else
              if btc-chiller-capacity is equal to zero then
                 move "CHILLER CAPACITY MUST BE ABOVE ZERO" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
              end-if
           end-if
           if card-valid then
              if btc-cooling-load-max is not numeric then
                 move "COOLING LOAD MAX NOT NUMERIC" to
                      reject-reason
                 move "N" to card-valid-sw
              else
              if btc-cooling-load-max is equal to zero then
                 move "COOLING LOAD MAX MUST BE ABOVE ZERO" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
              end-if
           end-if
           if card-valid then
              if btc-balance-point is not numeric then
                 move "BALANCE POINT NOT NUMERIC" to reject-reason
                 move "N" to card-valid-sw
              else
              if btc-balance-point is less than min-balance-point
                 or btc-balance-point is greater than
                    max-balance-point then
                 move "BALANCE POINT OUTSIDE 40-75 DEGF" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
              end-if
           end-if
           if card-valid and btc-econo-flag is not equal to "Y"
              and btc-econo-flag is not equal to "N" then
              move "ECONOMIZER FLAG MUST BE Y OR N" to
                   reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid then
              perform 410-validate-pv-fields
           end-if.

      * PV columns are optional as a set: blank size means no array,
      * and then tilt and azimuth must be blank too.  Blank angles on
      * an array take COMMBLDG's defaults (latitude tilt, due south).
       410-validate-pv-fields.
           if btc-pv-size-kw is not equal to spaces and
              btc-pv-size-kw is not numeric then
              move "PV SIZE NOT NUMERIC" to reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid and btc-pv-size-kw is equal to spaces and
              (btc-pv-tilt is not equal to spaces or
               btc-pv-azimuth is not equal to spaces) then
              move "PV TILT/AZIMUTH WITHOUT ARRAY SIZE" to
                   reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid and btc-pv-tilt is not equal to spaces then
              if btc-pv-tilt is not numeric then
                 move "PV TILT NOT NUMERIC" to reject-reason
                 move "N" to card-valid-sw
              else
                 move btc-pv-tilt to pv-angle-value
                 if pv-angle-value is greater than max-pv-tilt then
                    move "PV TILT OUTSIDE 0-90 DEGREES" to
                         reject-reason
                    move "N" to card-valid-sw
                 end-if
              end-if
           end-if
           if card-valid and btc-pv-azimuth is not equal to spaces
              then
              if btc-pv-azimuth is not numeric then
                 move "PV AZIMUTH NOT NUMERIC" to reject-reason
                 move "N" to card-valid-sw
              else
                 move btc-pv-azimuth to pv-angle-value
                 if pv-angle-value is greater than max-pv-azimuth
                    then
                    move "PV AZIMUTH OUTSIDE 0-359 DEGREES" to
                         reject-reason
                    move "N" to card-valid-sw
                 end-if
              end-if
           end-if.

       500-write-new-master.
           open output spec-master-out
           if spec-master-out-ok then
              perform 510-write-one-building
                      varying bldg-idx from 1 by 1
                      until bldg-idx > bldg-count
              close spec-master-out
           else
              display "NEWBLDG NOT AVAILABLE - MASTER NOT WRITTEN"
           end-if.

       510-write-one-building.
           move bldg-entry(bldg-idx) to spec-master-out-record
           write spec-master-out-record.

       600-master-listing.
           display spaces
           display "--------  BUILDING-SPEC MASTER  --------"
           display "ID       NAME                 AREA  OCC  CHL LOD"
                   " BP E PV  TL AZM  VER CHANGED"
           perform 610-display-one-building
                   varying bldg-idx from 1 by 1
                   until bldg-idx > bldg-count
           if bldg-count is equal to zero then
              display "  (MASTER IS EMPTY)"
           end-if.

       610-display-one-building.
           move bme-spec-version(bldg-idx) to version-out
           display bme-spec-fields(bldg-idx) " "
                   version-out " " bme-spec-date(bldg-idx).
