       identification division.
       program-id.    assetmnt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *                Equipment Asset Master Maintenance              *
      *                                                                *
      ******************************************************************
      *
      * The same air handler turns up under its equipment tag in the
      * DRIVEREG belt-drive register, the MOTORMNT nameplate
      * registry, the EQSCHED fan/pump schedule SYSCURVE and
      * AFFINITY read, and the SENSRCAL calibration history; its
      * chillers sit in CHILMNT by building and plant position.
      * Nothing tied any of it to a building or to each other.
      * This program maintains the asset master that does:
      *
      *   asset id (the equipment tag every register keys on),
      *   building id, location, asset type, parent asset (the
      *   AHU a supply fan belongs to, the fan a motor drives),
      *   chiller plant position, install date and status
      *
      * maintained by a transaction deck in the DRIVEREG style.
      * Each card is validated field by field: the building must be
      * on the BLDGSPEC master, the type one of the shop's codes,
      * a chiller must carry a plant position (1-8) no other
      * chiller in its building holds, a parent must already be on
      * the asset master in the same building, and an asset that
      * is still some other asset's parent cannot be deleted.
      *
      * The ASSETLKP subprogram gives the registers a one-call
      * resolution from a tag (or a chiller's building and
      * position) to its asset entry, and ASSETXRF prints the
      * building-by-building cross-reference and the orphan list.
      *
      * Transaction card (ASSETTRN):
      *   action(1) asset-id(10) bldg-id(8) location(20) type(4)
      *   parent(10) position(1) install-date(8) status(1)
      *   with one space between fields; action A dd, C hange,
      *   D elete.  Types: AHU FAN PUMP MOTR DRIV CHLR BLR SENS VFD
      *   OTHR.  Status A ctive, I nactive, R etired.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//ASSETMNT JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(ASSETMNT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(ASSETMNT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=ASSETMNT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//ASSETMST  DD DSN=&SYSUID..ASSETMST(0),DISP=SHR
      *//NEWASSET  DD DSN=&SYSUID..ASSETMST(+1),DISP=(NEW,CATLG)
      *//ASSETTRN  DD DSN=&SYSUID..INPUT(ASSETTRN),DISP=SHR
      *//BLDGSPEC  DD DSN=&SYSUID..BLDGSPEC(0),DISP=SHR
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
           select asset-master-in assign to ASSETMST
                    organization is sequential
                    file status is asset-master-in-status.
      *
           select asset-master-out assign to NEWASSET
                    organization is sequential
                    file status is asset-master-out-status.
      *
           select asset-trans-file assign to ASSETTRN
                    organization is sequential
                    file status is asset-trans-status.
      *
           select building-spec-file assign to BLDGSPEC
                    organization is sequential
                    file status is bldg-spec-status.

       data division.
       file section.
      *
      * Asset master record.  Position is the chiller's plant
      * position as COMMBLDG and CHILMNT number it, blank for every
      * other type; the install date is yyyymmdd.
       fd  asset-master-in record contains 80 characters
                           recording mode f.
       01  asset-master-in-record.
           02 amr-asset-id                     pic x(10).
           02 filler                           pic x(70).
      *
       fd  asset-master-out record contains 80 characters
                            recording mode f.
       01  asset-master-out-record             pic x(80).
      *
       fd  asset-trans-file record contains 80 characters
                            recording mode f.
       01  asset-trans-card.
           02 atc-action                       pic x.
           02 filler                           pic x.
           02 atc-asset-fields.
              03 atc-asset-id                  pic x(10).
              03 filler                        pic x.
              03 atc-bldg-id                   pic x(8).
              03 filler                        pic x.
              03 atc-location                  pic x(20).
              03 filler                        pic x.
              03 atc-asset-type                pic x(4).
                 88 valid-asset-type           value "AHU " "FAN "
                                                     "PUMP" "MOTR"
                                                     "DRIV" "CHLR"
                                                     "BLR " "SENS"
                                                     "VFD " "OTHR".
                 88 chiller-asset              value "CHLR".
              03 filler                        pic x.
              03 atc-parent-id                 pic x(10).
              03 filler                        pic x.
              03 atc-position                  pic x.
              03 filler                        pic x.
              03 atc-install-date              pic x(8).
              03 atc-install-date-parts redefines atc-install-date.
                 04 atc-install-year           pic 9(4).
                 04 atc-install-month          pic 99.
                 04 atc-install-day            pic 99.
              03 filler                        pic x.
              03 atc-status                    pic x.
                 88 valid-asset-status         value "A" "I" "R".
           02 filler                           pic x(9).
      *
      * Only the building id matters here; the rest of the card is
      * BLDGMNT's business.
       fd  building-spec-file record contains 80 characters
                              recording mode f.
       01  bldg-spec-card.
           02 bsc-bldg-id                      pic x(8).
           02 filler                           pic x(72).

       working-storage section.

       01 asset-master-in-status               pic xx value "00".
           88 asset-master-in-ok               value "00".
       01 asset-master-out-status              pic xx value "00".
           88 asset-master-out-ok              value "00".
       01 asset-trans-status                   pic xx value "00".
           88 asset-trans-ok                   value "00".
       01 bldg-spec-status                     pic xx value "00".
           88 bldg-spec-ok                     value "00".

       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 trans-eof-sw                         pic x value "N".
           88 trans-eof                        value "Y".
       01 spec-eof-sw                          pic x value "N".
           88 spec-eof                         value "Y".
       01 asset-found-sw                       pic x.
           88 asset-found                      value "Y".
       01 card-valid-sw                        pic x.
           88 card-valid                       value "Y".
       01 bldg-check-sw                        pic x value "N".
           88 bldg-check-on                    value "Y".
       01 match-sw                             pic x.
           88 match-found                      value "Y".

       01 asset-count                          pic 9(4) value zero.
       01 asset-idx                            pic 9(4).
       01 asset-found-idx                      pic 9(4).
       01 child-count                          pic 9(4).
       01 trans-applied-count                  pic 9(4) value zero.
       01 trans-rejected-count                 pic 9(4) value zero.

      * The whole asset master rides in storage for the run; the
      * entry layout matches the first 69 bytes of the master
      * record and the asset fields of the transaction card, so
      * entries move as groups.
       01 asset-table.
           02 asset-entry occurs 500 times.
              03 ase-asset-id                  pic x(10).
              03 filler                        pic x.
              03 ase-bldg-id                   pic x(8).
              03 filler                        pic x.
              03 ase-location                  pic x(20).
              03 filler                        pic x.
              03 ase-asset-type                pic x(4).
              03 filler                        pic x.
              03 ase-parent-id                 pic x(10).
              03 filler                        pic x.
              03 ase-position                  pic x.
              03 filler                        pic x.
              03 ase-install-date              pic x(8).
              03 filler                        pic x.
              03 ase-status                    pic x.

      * Building ids on the BLDGSPEC master, for the building check.
       01 bldg-id-table.
           02 bit-bldg-id occurs 100 times     pic x(8).
       01 bldg-id-count                        pic 999 value zero.
       01 bldg-id-idx                          pic 999.

       01 reject-reason                        pic x(40).
       01 child-count-out                      pic zzz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "ASSETMNT".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  EQUIPMENT ASSET MASTER RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 150-load-building-ids
           perform 200-load-master
           perform 300-apply-transactions
           perform 500-write-new-master
           perform 600-master-listing
           display spaces
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           move "E" to runlog-event
           move trans-applied-count to runlog-read
           move asset-count to runlog-written
           move trans-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  ASSET MASTER RUN ENDS  ********"
           stop run.

      * Without a BLDGSPEC DD the building column cannot be checked;
      * the run goes ahead and says so.
       150-load-building-ids.
           open input building-spec-file
           if bldg-spec-ok then
              set bldg-check-on to true
              perform 160-read-spec-card until spec-eof
              close building-spec-file
           else
              display "BLDGSPEC NOT AVAILABLE - BUILDING IDS NOT"
                      " CHECKED"
           end-if.

       160-read-spec-card.
           read building-spec-file
              at end set spec-eof to true
              not at end perform 170-store-bldg-id
           end-read.

       170-store-bldg-id.
           if bldg-id-count is less than 100 then
              add 1 to bldg-id-count
              move bsc-bldg-id to bit-bldg-id(bldg-id-count)
           end-if.

      * A missing ASSETMST DD just means the master is being built
      * for the first time.
       200-load-master.
           open input asset-master-in
           if asset-master-in-ok then
              perform 210-read-master until master-eof
              close asset-master-in
           else
              display "ASSETMST NOT AVAILABLE - STARTING A NEW MASTER"
           end-if.

       210-read-master.
           read asset-master-in
              at end set master-eof to true
              not at end perform 220-store-master
           end-read.

       220-store-master.
           if asset-count is less than 500 then
              add 1 to asset-count
              move asset-master-in-record(1:69) to
                   asset-entry(asset-count)
           else
              display "ASSET TABLE FULL - RECORD FOR "
                      amr-asset-id " DROPPED"
           end-if.

       300-apply-transactions.
           open input asset-trans-file
           if asset-trans-ok then
              perform 310-read-transaction until trans-eof
              close asset-trans-file
           else
              display "ASSETTRN NOT AVAILABLE - LISTING-ONLY RUN"
           end-if.

       310-read-transaction.
           read asset-trans-file
              at end set trans-eof to true
              not at end perform 320-apply-one-transaction
           end-read.

       320-apply-one-transaction.
           move "N" to asset-found-sw
           perform 330-find-asset
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count or asset-found
           evaluate atc-action
              when "A" perform 340-add-asset
              when "C" perform 350-change-asset
              when "D" perform 360-delete-asset
              when other
                 add 1 to trans-rejected-count
                 display "REJECTED " atc-asset-id
                         " - ACTION MUST BE A, C OR D"
           end-evaluate.

       330-find-asset.
           if ase-asset-id(asset-idx) is equal to atc-asset-id then
              set asset-found to true
              move asset-idx to asset-found-idx
           end-if.

       340-add-asset.
           if asset-found then
              add 1 to trans-rejected-count
              display "REJECTED ADD " atc-asset-id
                      " - ASSET ALREADY ON MASTER"
           else
           if asset-count is not less than 500 then
              add 1 to trans-rejected-count
              display "REJECTED ADD " atc-asset-id
                      " - ASSET TABLE FULL"
           else
              move zero to asset-found-idx
              perform 400-validate-card
              if not card-valid then
                 add 1 to trans-rejected-count
                 display "REJECTED ADD " atc-asset-id " - "
                         reject-reason
              else
                 add 1 to asset-count
                 move asset-count to asset-found-idx
                 move atc-asset-fields to
                      asset-entry(asset-found-idx)
                 add 1 to trans-applied-count
                 display "ADDED    " atc-asset-id
              end-if
           end-if
           end-if.

       350-change-asset.
           if not asset-found then
              add 1 to trans-rejected-count
              display "REJECTED CHANGE " atc-asset-id
                      " - ASSET NOT ON MASTER"
           else
              perform 400-validate-card
              if not card-valid then
                 add 1 to trans-rejected-count
                 display "REJECTED CHANGE " atc-asset-id " - "
                         reject-reason
              else
                 move atc-asset-fields to
                      asset-entry(asset-found-idx)
                 add 1 to trans-applied-count
                 display "CHANGED  " atc-asset-id
              end-if
           end-if.

      * Delete by sliding the tail of the table up one slot -- but
      * never out from under a child that still names the asset as
      * its parent.
       360-delete-asset.
           if not asset-found then
              add 1 to trans-rejected-count
              display "REJECTED DELETE " atc-asset-id
                      " - ASSET NOT ON MASTER"
           else
              move zero to child-count
              perform 365-count-one-child
                      varying asset-idx from 1 by 1
                      until asset-idx > asset-count
              if child-count is greater than zero then
                 add 1 to trans-rejected-count
                 move child-count to child-count-out
                 display "REJECTED DELETE " atc-asset-id
                         " - PARENT OF" child-count-out
                         " OTHER ASSET(S)"
              else
                 perform 368-slide-entry-up
                         varying asset-idx from asset-found-idx by 1
                         until asset-idx is not less than asset-count
                 subtract 1 from asset-count
                 add 1 to trans-applied-count
                 display "DELETED  " atc-asset-id
              end-if
           end-if.

       365-count-one-child.
           if ase-parent-id(asset-idx) is equal to atc-asset-id then
              add 1 to child-count
           end-if.

       368-slide-entry-up.
           move asset-entry(asset-idx + 1) to asset-entry(asset-idx).

      * Field-by-field edit of an add or change card.  The first
      * field that fails names the reason.  asset-found-idx is the
      * entry being changed (zero on an add), so the chiller
      * position and parent checks do not trip over the asset's own
      * entry.
       400-validate-card.
           move "Y" to card-valid-sw
           move spaces to reject-reason
           if atc-asset-id is equal to spaces then
              move "ASSET ID BLANK" to reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid and atc-bldg-id is equal to spaces then
              move "BUILDING ID BLANK" to reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid and bldg-check-on then
              move "N" to match-sw
              perform 410-check-one-bldg-id
                      varying bldg-id-idx from 1 by 1
                      until bldg-id-idx > bldg-id-count
                      or match-found
              if not match-found then
                 move "BUILDING NOT ON BLDGSPEC MASTER" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
           end-if
           if card-valid and not valid-asset-type then
              move "UNKNOWN ASSET TYPE" to reject-reason
              move "N" to card-valid-sw
           end-if
           if card-valid then
              perform 420-validate-position
           end-if
           if card-valid and atc-parent-id is not equal to spaces
              then
              perform 430-validate-parent
           end-if
           if card-valid then
              if atc-install-date is not numeric then
                 move "INSTALL DATE NOT NUMERIC" to reject-reason
                 move "N" to card-valid-sw
              else
              if atc-install-month is less than 1 or
                 atc-install-month is greater than 12 or
                 atc-install-day is less than 1 or
                 atc-install-day is greater than 31 then
                 move "INSTALL DATE NOT A VALID YYYYMMDD" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
              end-if
           end-if
           if card-valid and not valid-asset-status then
              move "STATUS MUST BE A, I OR R" to reject-reason
              move "N" to card-valid-sw
           end-if.

       410-check-one-bldg-id.
           if bit-bldg-id(bldg-id-idx) is equal to atc-bldg-id then
              set match-found to true
           end-if.

      * A chiller is known to COMMBLDG and CHILMNT only by building
      * and plant position, so the position is required and must be
      * unique within the building; no other type carries one.
       420-validate-position.
           if chiller-asset then
              if atc-position is less than "1" or
                 atc-position is greater than "8" then
                 move "CHILLER POSITION MUST BE 1-8" to
                      reject-reason
                 move "N" to card-valid-sw
              else
                 move "N" to match-sw
                 perform 425-check-one-position
                         varying asset-idx from 1 by 1
                         until asset-idx > asset-count
                         or match-found
                 if match-found then
                    move "CHILLER POSITION ALREADY IN USE" to
                         reject-reason
                    move "N" to card-valid-sw
                 end-if
              end-if
           else
              if atc-position is not equal to space then
                 move "POSITION IS FOR CHILLERS ONLY" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
           end-if.

       425-check-one-position.
           if asset-idx is not equal to asset-found-idx and
              ase-asset-type(asset-idx) is equal to "CHLR" and
              ase-bldg-id(asset-idx) is equal to atc-bldg-id and
              ase-position(asset-idx) is equal to atc-position then
              set match-found to true
           end-if.

       430-validate-parent.
           if atc-parent-id is equal to atc-asset-id then
              move "ASSET CANNOT BE ITS OWN PARENT" to reject-reason
              move "N" to card-valid-sw
           else
              move "N" to match-sw
              perform 435-check-one-parent
                      varying asset-idx from 1 by 1
                      until asset-idx > asset-count
                      or match-found
              if not match-found then
                 move "PARENT NOT ON MASTER IN THIS BUILDING" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
           end-if.

       435-check-one-parent.
           if ase-asset-id(asset-idx) is equal to atc-parent-id and
              ase-bldg-id(asset-idx) is equal to atc-bldg-id then
              set match-found to true
           end-if.

       500-write-new-master.
           open output asset-master-out
           if asset-master-out-ok then
              perform 510-write-one-asset
                      varying asset-idx from 1 by 1
                      until asset-idx > asset-count
              close asset-master-out
           else
              display "NEWASSET NOT AVAILABLE - MASTER NOT WRITTEN"
           end-if.

       510-write-one-asset.
           move spaces to asset-master-out-record
           move asset-entry(asset-idx) to
                asset-master-out-record(1:69)
           write asset-master-out-record.

       600-master-listing.
           display spaces
           display "--------  EQUIPMENT ASSET MASTER  --------"
           display "ASSET ID   BLDG ID  LOCATION             TYPE"
                   " PARENT     P INSTALLD S"
           perform 610-display-one-asset
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
           if asset-count is equal to zero then
              display "  (MASTER IS EMPTY)"
           end-if.

       610-display-one-asset.
           display asset-entry(asset-idx).
