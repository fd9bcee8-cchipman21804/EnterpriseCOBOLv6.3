       identification division.
       program-id.    dsnmnt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *               Dataset Lineage Registry Maintenance             *
      *                                                                *
      ******************************************************************
      *
      * Sixty-odd programs hand datasets to each other -- HRLYCOND,
      * BLDGRSLT, HRLYOUT, PLANTHRS, DSGNCOND, CUSTAUDT, GAMEBRD,
      * RUNLOG and the rest -- and which jobs break when a layout
      * changes was a matter of memory.  This program maintains the
      * registry that records it, one dataset at a time:
      *
      *   D  the dataset: its name, the DD name its owning program
      *      writes it under, record length, owning (producing)
      *      program, whether it is a generation-cycled master that
      *      FILECHK audits, its key position, length and order,
      *      and a short description;
      *   R  a reader: a program that reads the dataset and the DD
      *      name it reads it under (any number per dataset; the
      *      owner may read its own prior generation);
      *   F  a FILECHK field rule on the dataset: position, length
      *      and rule N umeric, D ate (yyyymmdd) or A nonblank, at
      *      most twenty per dataset.
      *
      * maintained by a transaction deck in the ASSETMNT style.  A
      * reader or field rule must name a dataset already on the
      * registry, a key and every field rule must lie inside the
      * record, and a dataset cannot be deleted while readers or
      * field rules still hang from it.  DSNXRF prints the chains
      * and the change-impact lists and generates the FILEPROF
      * profile deck from the registry.
      *
      * Registry record (DSNREG) and transaction card (DSNTRN):
      * the transaction is action(1) A dd, C hange or D elete, one
      * space, then the registry record image:
      *   D dataset(8) dd(8) lrecl(4) owner(8) generation(1 Y/N)
      *     key-pos(3) key-len(2) order(1 A/D/N) description(30)
      *   R dataset(8) program(8) dd(8)
      *   F dataset(8) pos(3) len(2) rule(1 N/D/A)
      *   with one space between fields.  A reader is keyed by
      *   dataset and program, a field rule by dataset and position.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//DSNMNT   JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(DSNMNT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(DSNMNT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=DSNMNT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//DSNREG    DD DSN=&SYSUID..DSNREG(0),DISP=SHR
      *//NEWDSN    DD DSN=&SYSUID..DSNREG(+1),DISP=(NEW,CATLG)
      *//DSNTRN    DD DSN=&SYSUID..INPUT(DSNTRN),DISP=SHR
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
           select registry-in assign to DSNREG
                    organization is sequential
                    file status is registry-in-status.
      *
           select registry-out assign to NEWDSN
                    organization is sequential
                    file status is registry-out-status.
      *
           select registry-trans-file assign to DSNTRN
                    organization is sequential
                    file status is registry-trans-status.

       data division.
       file section.
       fd  registry-in record contains 80 characters
                       recording mode f.
       01  registry-in-record.
           02 rir-record-type                  pic x.
           02 filler                           pic x.
           02 rir-body                         pic x(78).
      *
       fd  registry-out record contains 80 characters
                        recording mode f.
       01  registry-out-record.
           02 ror-record-type                  pic x.
           02 filler                           pic x.
           02 ror-body                         pic x(78).
      *
       fd  registry-trans-file record contains 80 characters
                               recording mode f.
       01  registry-trans-card.
           02 rtc-action                       pic x.
           02 filler                           pic x.
           02 rtc-record-type                  pic x.
           02 filler                           pic x.
           02 rtc-body                         pic x(76).
      *
      * The three record images, as they follow the type byte.
       01  dataset-trans-card redefines registry-trans-card.
           02 filler                           pic x(4).
           02 dtc-dataset-fields.
              03 dtc-dataset                   pic x(8).
              03 filler                        pic x.
              03 dtc-dd-name                   pic x(8).
              03 filler                        pic x.
              03 dtc-lrecl                     pic x(4).
              03 filler                        pic x.
              03 dtc-owner                     pic x(8).
              03 filler                        pic x.
              03 dtc-generation                pic x.
                 88 valid-generation-flag      value "Y" "N".
              03 filler                        pic x.
              03 dtc-key-pos                   pic x(3).
              03 filler                        pic x.
              03 dtc-key-len                   pic x(2).
              03 filler                        pic x.
              03 dtc-key-order                 pic x.
                 88 valid-key-order            value "A" "D" "N".
              03 filler                        pic x.
              03 dtc-description               pic x(30).
           02 filler                           pic x(3).
       01  reader-trans-card redefines registry-trans-card.
           02 filler                           pic x(4).
           02 rdc-reader-fields.
              03 rdc-dataset                   pic x(8).
              03 filler                        pic x.
              03 rdc-program                   pic x(8).
              03 filler                        pic x.
              03 rdc-dd-name                   pic x(8).
           02 filler                           pic x(50).
       01  rule-trans-card redefines registry-trans-card.
           02 filler                           pic x(4).
           02 rlc-rule-fields.
              03 rlc-dataset                   pic x(8).
              03 filler                        pic x.
              03 rlc-pos                       pic x(3).
              03 filler                        pic x.
              03 rlc-len                       pic x(2).
              03 filler                        pic x.
              03 rlc-rule                      pic x.
                 88 valid-field-rule           value "N" "D" "A".
           02 filler                           pic x(59).

       working-storage section.

       01 registry-in-status                   pic xx value "00".
           88 registry-in-ok                   value "00".
       01 registry-out-status                  pic xx value "00".
           88 registry-out-ok                  value "00".
       01 registry-trans-status                pic xx value "00".
           88 registry-trans-ok                value "00".

       01 registry-eof-sw                      pic x value "N".
           88 registry-eof                     value "Y".
       01 trans-eof-sw                         pic x value "N".
           88 trans-eof                        value "Y".
       01 entry-found-sw                       pic x.
           88 entry-found                      value "Y".
       01 card-valid-sw                        pic x.
           88 card-valid                       value "Y".

      * The registry rides in storage for the run.  Each entry
      * layout matches the record image after the type byte and the
      * fields of the transaction card, so entries move as groups.
       01 dataset-count                        pic 999 value zero.
       01 dataset-idx                          pic 999.
       01 dataset-found-idx                    pic 999.
       01 dataset-table.
           02 dataset-entry occurs 200 times.
              03 dse-dataset                   pic x(8).
              03 filler                        pic x.
              03 dse-dd-name                   pic x(8).
              03 filler                        pic x.
              03 dse-lrecl                     pic 9(4).
              03 filler                        pic x.
              03 dse-owner                     pic x(8).
              03 filler                        pic x.
              03 dse-generation                pic x.
              03 filler                        pic x.
              03 dse-key-pos                   pic 9(3).
              03 filler                        pic x.
              03 dse-key-len                   pic 9(2).
              03 filler                        pic x.
              03 dse-key-order                 pic x.
              03 filler                        pic x.
              03 dse-description               pic x(30).

       01 reader-count                         pic 9(4) value zero.
       01 reader-idx                           pic 9(4).
       01 reader-found-idx                     pic 9(4).
       01 reader-table.
           02 reader-entry occurs 800 times.
              03 rde-dataset                   pic x(8).
              03 filler                        pic x.
              03 rde-program                   pic x(8).
              03 filler                        pic x.
              03 rde-dd-name                   pic x(8).

       01 rule-count                           pic 9(4) value zero.
       01 rule-idx                             pic 9(4).
       01 rule-found-idx                       pic 9(4).
       01 rule-table.
           02 rule-entry occurs 400 times.
              03 rle-dataset                   pic x(8).
              03 filler                        pic x.
              03 rle-pos                       pic 9(3).
              03 filler                        pic x.
              03 rle-len                       pic 9(2).
              03 filler                        pic x.
              03 rle-rule                      pic x.

       01 trans-applied-count                  pic 9(4) value zero.
       01 trans-rejected-count                 pic 9(4) value zero.
       01 records-written-count                pic 9(5) value zero.
       01 hanging-count                        pic 9(4).
       01 key-end                              pic 9(4).
       01 field-end                            pic 9(4).
       01 trans-key                            pic x(17).
       01 reject-reason                        pic x(40).
       01 hanging-out                          pic zzz9.
       01 count-out                            pic zz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "DSNMNT".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  DATASET REGISTRY RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-registry
           perform 300-apply-transactions
           perform 500-write-new-registry
           perform 600-registry-listing
           display spaces
           display "TRANSACTIONS APPLIED : " trans-applied-count
           display "TRANSACTIONS REJECTED: " trans-rejected-count
           move "E" to runlog-event
           move trans-applied-count to runlog-read
           move records-written-count to runlog-written
           move trans-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  DATASET REGISTRY RUN ENDS  ********"
           stop run.

      * A missing DSNREG DD just means the registry is being built
      * for the first time.
       200-load-registry.
           open input registry-in
           if registry-in-ok then
              perform 210-read-registry until registry-eof
              close registry-in
           else
              display "DSNREG NOT AVAILABLE - STARTING A NEW REGISTRY"
           end-if.

       210-read-registry.
           read registry-in
              at end set registry-eof to true
              not at end perform 220-store-registry
           end-read.

       220-store-registry.
           evaluate rir-record-type
              when "D"
                 if dataset-count is less than 200 then
                    add 1 to dataset-count
                    move rir-body(1:73) to
                         dataset-entry(dataset-count)
                 else
                    display "DATASET TABLE FULL - " rir-body(1:8)
                            " DROPPED"
                 end-if
              when "R"
                 if reader-count is less than 800 then
                    add 1 to reader-count
                    move rir-body(1:26) to
                         reader-entry(reader-count)
                 else
                    display "READER TABLE FULL - " rir-body(1:26)
                            " DROPPED"
                 end-if
              when "F"
                 if rule-count is less than 400 then
                    add 1 to rule-count
                    move rir-body(1:17) to rule-entry(rule-count)
                 else
                    display "RULE TABLE FULL - " rir-body(1:17)
                            " DROPPED"
                 end-if
              when other
                 display "UNKNOWN REGISTRY RECORD SKIPPED: "
                         registry-in-record(1:30)
           end-evaluate.

       300-apply-transactions.
           open input registry-trans-file
           if registry-trans-ok then
              perform 310-read-transaction until trans-eof
              close registry-trans-file
           else
              display "DSNTRN NOT AVAILABLE - LISTING-ONLY RUN"
           end-if.

       310-read-transaction.
           read registry-trans-file
              at end set trans-eof to true
              not at end perform 320-apply-one-transaction
           end-read.

       320-apply-one-transaction.
           move rtc-body(1:17) to trans-key
           evaluate true
              when rtc-action is not equal to "A" and
                   rtc-action is not equal to "C" and
                   rtc-action is not equal to "D"
                 add 1 to trans-rejected-count
                 display "REJECTED " rtc-record-type " " trans-key
                         " - ACTION MUST BE A, C OR D"
              when rtc-record-type is equal to "D"
                 perform 330-find-dataset-of-card
                 perform 400-apply-dataset-card
              when rtc-record-type is equal to "R"
                 perform 340-find-reader
                 perform 450-apply-reader-card
              when rtc-record-type is equal to "F"
                 perform 350-find-rule
                 perform 480-apply-rule-card
              when other
                 add 1 to trans-rejected-count
                 display "REJECTED " rtc-record-type " " trans-key
                         " - RECORD TYPE MUST BE D, R OR F"
           end-evaluate.

      * dataset-found-idx is left on the card's dataset, or zero.
       330-find-dataset-of-card.
           move "N" to entry-found-sw
           move zero to dataset-found-idx
           perform 335-check-one-dataset
                   varying dataset-idx from 1 by 1
                   until dataset-idx > dataset-count or entry-found.

       335-check-one-dataset.
           if dse-dataset(dataset-idx) is equal to dtc-dataset then
              set entry-found to true
              move dataset-idx to dataset-found-idx
           end-if.

       340-find-reader.
           perform 330-find-dataset-of-card
           move "N" to entry-found-sw
           move zero to reader-found-idx
           perform 345-check-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count or entry-found.

       345-check-one-reader.
           if rde-dataset(reader-idx) is equal to rdc-dataset and
              rde-program(reader-idx) is equal to rdc-program then
              set entry-found to true
              move reader-idx to reader-found-idx
           end-if.

       350-find-rule.
           perform 330-find-dataset-of-card
           move "N" to entry-found-sw
           move zero to rule-found-idx
           perform 355-check-one-rule
                   varying rule-idx from 1 by 1
                   until rule-idx > rule-count or entry-found.

       355-check-one-rule.
           if rle-dataset(rule-idx) is equal to rlc-dataset and
              rle-pos(rule-idx) is equal to rlc-pos then
              set entry-found to true
              move rule-idx to rule-found-idx
           end-if.

      ******************************************************************
      * D cards: the dataset itself.
      ******************************************************************
       400-apply-dataset-card.
           evaluate rtc-action
              when "A"
                 if dataset-found-idx is greater than zero then
                    move "DATASET ALREADY ON REGISTRY" to
                         reject-reason
                    perform 490-reject-card
                 else
                 if dataset-count is not less than 200 then
                    move "DATASET TABLE FULL" to reject-reason
                    perform 490-reject-card
                 else
                    perform 410-validate-dataset-card
                    if card-valid then
                       add 1 to dataset-count
                       move dtc-dataset-fields to
                            dataset-entry(dataset-count)
                       perform 495-accept-card
                    end-if
                 end-if
                 end-if
              when "C"
                 if dataset-found-idx is equal to zero then
                    move "DATASET NOT ON REGISTRY" to reject-reason
                    perform 490-reject-card
                 else
                    perform 410-validate-dataset-card
                    if card-valid then
                       move dtc-dataset-fields to
                            dataset-entry(dataset-found-idx)
                       perform 495-accept-card
                    end-if
                 end-if
              when "D"
                 if dataset-found-idx is equal to zero then
                    move "DATASET NOT ON REGISTRY" to reject-reason
                    perform 490-reject-card
                 else
                    perform 430-delete-dataset
                 end-if
           end-evaluate.

      * Field-by-field edit of a D card; the first field that fails
      * names the reason.  A key must lie inside the record, and a
      * generation-cycled master must fit the 256 bytes FILECHK
      * reads.
       410-validate-dataset-card.
           move "N" to card-valid-sw
           evaluate true
              when dtc-dataset is equal to spaces
                 move "DATASET NAME BLANK" to reject-reason
              when dtc-dd-name is equal to spaces
                 move "DD NAME BLANK" to reject-reason
              when dtc-lrecl is not numeric or
                   dtc-lrecl is equal to "0000"
                 move "RECORD LENGTH NOT 0001-9999" to reject-reason
              when dtc-owner is equal to spaces
                 move "OWNING PROGRAM BLANK" to reject-reason
              when not valid-generation-flag
                 move "GENERATION FLAG MUST BE Y OR N" to
                      reject-reason
              when dtc-key-pos is not numeric or
                   dtc-key-len is not numeric
                 move "KEY POSITION/LENGTH NOT NUMERIC" to
                      reject-reason
              when not valid-key-order
                 move "KEY ORDER MUST BE A, D OR N" to reject-reason
              when dtc-key-order is not equal to "N" and
                   (dtc-key-pos is equal to "000" or
                    dtc-key-len is equal to "00")
                 move "ORDERED KEY NEEDS POSITION AND LENGTH" to
                      reject-reason
              when dtc-generation is equal to "Y" and
                   dtc-lrecl is greater than "0256"
                 move "GENERATION MASTER OVER 256 BYTES" to
                      reject-reason
              when other
                 move "Y" to card-valid-sw
           end-evaluate
           if card-valid then
              compute key-end = function numval(dtc-key-pos) +
                       function numval(dtc-key-len) - 1
              if dtc-key-order is not equal to "N" and
                 key-end is greater than function numval(dtc-lrecl)
                 then
                 move "KEY RUNS PAST THE END OF THE RECORD" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
           end-if
           if not card-valid then
              perform 490-reject-card
           end-if.

      * A dataset goes only when nothing hangs from it any more:
      * the readers and field rules are deleted first, by card, so
      * the deck shows what was dropped.
       430-delete-dataset.
           move zero to hanging-count
           perform 435-count-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count
           perform 437-count-one-rule
                   varying rule-idx from 1 by 1
                   until rule-idx > rule-count
           if hanging-count is greater than zero then
              move hanging-count to hanging-out
              move spaces to reject-reason
              string hanging-out delimited by size
                     " READER/RULE CARD(S) STILL ON IT"
                     delimited by size
                     into reject-reason
              perform 490-reject-card
           else
              perform 438-slide-dataset-up
                      varying dataset-idx from dataset-found-idx by 1
                      until dataset-idx is not less than dataset-count
              subtract 1 from dataset-count
              perform 495-accept-card
           end-if.

       435-count-one-reader.
           if rde-dataset(reader-idx) is equal to dtc-dataset then
              add 1 to hanging-count
           end-if.

       437-count-one-rule.
           if rle-dataset(rule-idx) is equal to dtc-dataset then
              add 1 to hanging-count
           end-if.

       438-slide-dataset-up.
           move dataset-entry(dataset-idx + 1) to
                dataset-entry(dataset-idx).

      ******************************************************************
      * R cards: who reads the dataset.
      ******************************************************************
       450-apply-reader-card.
           move "Y" to card-valid-sw
           evaluate true
              when rtc-action is equal to "D"
                 continue
              when dataset-found-idx is equal to zero
                 move "DATASET NOT ON REGISTRY" to reject-reason
                 move "N" to card-valid-sw
              when rdc-program is equal to spaces
                 move "READING PROGRAM BLANK" to reject-reason
                 move "N" to card-valid-sw
              when rdc-dd-name is equal to spaces
                 move "DD NAME BLANK" to reject-reason
                 move "N" to card-valid-sw
              when other
                 continue
           end-evaluate
           evaluate true
              when not card-valid
                 perform 490-reject-card
              when rtc-action is equal to "A" and
                   reader-found-idx is greater than zero
                 move "READER ALREADY ON REGISTRY" to reject-reason
                 perform 490-reject-card
              when rtc-action is equal to "A" and
                   reader-count is not less than 800
                 move "READER TABLE FULL" to reject-reason
                 perform 490-reject-card
              when rtc-action is equal to "A"
                 add 1 to reader-count
                 move rdc-reader-fields to reader-entry(reader-count)
                 perform 495-accept-card
              when reader-found-idx is equal to zero
                 move "READER NOT ON REGISTRY" to reject-reason
                 perform 490-reject-card
              when rtc-action is equal to "C"
                 move rdc-reader-fields to
                      reader-entry(reader-found-idx)
                 perform 495-accept-card
              when other
                 perform 460-slide-reader-up
                         varying reader-idx from reader-found-idx by 1
                         until reader-idx is not less than
                               reader-count
                 subtract 1 from reader-count
                 perform 495-accept-card
           end-evaluate.

       460-slide-reader-up.
           move reader-entry(reader-idx + 1) to
                reader-entry(reader-idx).

      ******************************************************************
      * F cards: FILECHK field rules.
      ******************************************************************
       480-apply-rule-card.
           move "Y" to card-valid-sw
           evaluate true
              when rtc-action is equal to "D"
                 continue
              when dataset-found-idx is equal to zero
                 move "DATASET NOT ON REGISTRY" to reject-reason
                 move "N" to card-valid-sw
              when rlc-pos is not numeric or rlc-len is not numeric
                 or rlc-pos is equal to "000" or
                 rlc-len is equal to "00"
                 move "FIELD POSITION/LENGTH NOT NUMERIC" to
                      reject-reason
                 move "N" to card-valid-sw
              when not valid-field-rule
                 move "FIELD RULE MUST BE N, D OR A" to
                      reject-reason
                 move "N" to card-valid-sw
              when rlc-rule is equal to "D" and
                   rlc-len is not equal to "08"
                 move "DATE RULE NEEDS LENGTH 08" to reject-reason
                 move "N" to card-valid-sw
              when other
                 compute field-end = function numval(rlc-pos) +
                          function numval(rlc-len) - 1
                 if field-end is greater than
                    dse-lrecl(dataset-found-idx) then
                    move "FIELD RUNS PAST THE END OF THE RECORD" to
                         reject-reason
                    move "N" to card-valid-sw
                 end-if
           end-evaluate
           if card-valid and rtc-action is equal to "A" then
              move zero to hanging-count
              perform 437-count-one-rule
                      varying rule-idx from 1 by 1
                      until rule-idx > rule-count
              if hanging-count is not less than 20 then
                 move "TWENTY FIELD RULES ALREADY ON DATASET" to
                      reject-reason
                 move "N" to card-valid-sw
              end-if
           end-if
           evaluate true
              when not card-valid
                 perform 490-reject-card
              when rtc-action is equal to "A" and
                   rule-found-idx is greater than zero
                 move "FIELD RULE ALREADY ON REGISTRY" to
                      reject-reason
                 perform 490-reject-card
              when rtc-action is equal to "A" and
                   rule-count is not less than 400
                 move "RULE TABLE FULL" to reject-reason
                 perform 490-reject-card
              when rtc-action is equal to "A"
                 add 1 to rule-count
                 move rlc-rule-fields to rule-entry(rule-count)
                 perform 495-accept-card
              when rule-found-idx is equal to zero
                 move "FIELD RULE NOT ON REGISTRY" to reject-reason
                 perform 490-reject-card
              when rtc-action is equal to "C"
                 move rlc-rule-fields to rule-entry(rule-found-idx)
                 perform 495-accept-card
              when other
                 perform 485-slide-rule-up
                         varying rule-idx from rule-found-idx by 1
                         until rule-idx is not less than rule-count
                 subtract 1 from rule-count
                 perform 495-accept-card
           end-evaluate.

       485-slide-rule-up.
           move rule-entry(rule-idx + 1) to rule-entry(rule-idx).

       490-reject-card.
           add 1 to trans-rejected-count
           display "REJECTED " rtc-action " " rtc-record-type " "
                   trans-key " - " reject-reason.

       495-accept-card.
           add 1 to trans-applied-count
           display "APPLIED  " rtc-action " " rtc-record-type " "
                   trans-key.

      * Each dataset is written with its readers and field rules
      * behind it, so the registry reads top to bottom.
       500-write-new-registry.
           open output registry-out
           if registry-out-ok then
              perform 510-write-one-dataset
                      varying dataset-idx from 1 by 1
                      until dataset-idx > dataset-count
              close registry-out
           else
              display "NEWDSN NOT AVAILABLE - REGISTRY NOT WRITTEN"
           end-if.

       510-write-one-dataset.
           move spaces to registry-out-record
           move "D" to ror-record-type
           move dataset-entry(dataset-idx) to ror-body(1:73)
           write registry-out-record
           add 1 to records-written-count
           perform 520-write-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count
           perform 530-write-one-rule
                   varying rule-idx from 1 by 1
                   until rule-idx > rule-count.

       520-write-one-reader.
           if rde-dataset(reader-idx) is equal to
              dse-dataset(dataset-idx) then
              move spaces to registry-out-record
              move "R" to ror-record-type
              move reader-entry(reader-idx) to ror-body(1:26)
              write registry-out-record
              add 1 to records-written-count
           end-if.

       530-write-one-rule.
           if rle-dataset(rule-idx) is equal to
              dse-dataset(dataset-idx) then
              move spaces to registry-out-record
              move "F" to ror-record-type
              move rule-entry(rule-idx) to ror-body(1:17)
              write registry-out-record
              add 1 to records-written-count
           end-if.

       600-registry-listing.
           display spaces
           display "--------  DATASET LINEAGE REGISTRY  --------"
           display "DATASET  DD NAME  LREC OWNER    G KEY LN O"
                   " DESCRIPTION"
           perform 610-display-one-dataset
                   varying dataset-idx from 1 by 1
                   until dataset-idx > dataset-count
           if dataset-count is equal to zero then
              display "  (REGISTRY IS EMPTY)"
           end-if
           move dataset-count to count-out
           display "DATASETS     : " count-out
           move reader-count to count-out
           display "READERS      : " count-out
           move rule-count to count-out
           display "FIELD RULES  : " count-out.

       610-display-one-dataset.
           display dataset-entry(dataset-idx)
           perform 620-display-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count.

       620-display-one-reader.
           if rde-dataset(reader-idx) is equal to
              dse-dataset(dataset-idx) then
              display "         READ BY " rde-program(reader-idx)
                      " AS " rde-dd-name(reader-idx)
           end-if.
