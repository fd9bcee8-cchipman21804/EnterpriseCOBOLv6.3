       identification division.
       program-id.    dsnxrf.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Dataset Lineage Cross-Reference and Profile Deck        *
      *                                                                *
      ******************************************************************
      *
      * Reports from the DSNMNT dataset registry.  Control cards
      * (DSNXCTL) pick the reports, one dataset per card:
      *
      *   C dataset   the producer-to-consumer chain: the program
      *               that writes the dataset, every program that
      *               reads it, and level by level every dataset
      *               those readers own in turn and who reads those;
      *   I dataset   the change impact list: every program touched
      *               by a layout change to the dataset -- the owner
      *               and its direct readers first, then each
      *               program downstream with the dataset it is
      *               reached through;
      *   P dataset   the FILECHK profile deck for the dataset,
      *               written to PROFOUT: the M card from the
      *               registry's owner, record length and key, then
      *               one F card per field rule.  FILEPROF members
      *               are generated from here, not hand-copied, so
      *               the registry is the one place record lengths
      *               and keys are declared.  PROFOUT holds one
      *               member, so a run takes one P card.
      *
      * With no DSNXCTL deck the full registry is listed with its
      * readers, followed by a program cross-reference: every
      * program with the datasets it writes and reads.
      *
      * A control card naming a dataset not on the registry, or a
      * profile that cannot be generated, sets return code 4.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//DSNXRF   JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(DSNXRF),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(DSNXRF),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=DSNXRF
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//DSNREG    DD DSN=&SYSUID..DSNREG(0),DISP=SHR
      *//DSNXCTL   DD DSN=&SYSUID..INPUT(DSNXCTL),DISP=SHR
      *//PROFOUT   DD DSN=&SYSUID..CONTROL(CUSTPROF),DISP=SHR
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
           select control-file assign to DSNXCTL
                    organization is sequential
                    file status is control-status.
      *
           select profile-out assign to PROFOUT
                    organization is sequential
                    file status is profile-out-status.

       data division.
       file section.
       fd  registry-in record contains 80 characters
                       recording mode f.
       01  registry-in-record.
           02 rir-record-type                  pic x.
           02 filler                           pic x.
           02 rir-body                         pic x(78).
      *
       fd  control-file record contains 80 characters
                        recording mode f.
       01  control-card.
           02 ctl-report                       pic x.
           02 filler                           pic x.
           02 ctl-dataset                      pic x(8).
           02 filler                           pic x(70).
      *
      * FILECHK profile deck, M and F cards.
       fd  profile-out record contains 80 characters
                       recording mode f.
       01  profile-card.
           02 pfc-card-type                    pic x.
           02 filler                           pic x.
           02 pfc-body                         pic x(78).
       01  master-profile-card redefines profile-card.
           02 filler                           pic xx.
           02 mpc-program                      pic x(8).
           02 filler                           pic x.
           02 mpc-rec-len                      pic 9(3).
           02 filler                           pic x.
           02 mpc-key-pos                      pic 9(3).
           02 filler                           pic x.
           02 mpc-key-len                      pic 9(2).
           02 filler                           pic x.
           02 mpc-order                        pic x.
           02 filler                           pic x(57).
       01  field-profile-card redefines profile-card.
           02 filler                           pic xx.
           02 fpc-pos                          pic 9(3).
           02 filler                           pic x.
           02 fpc-len                          pic 9(2).
           02 filler                           pic x.
           02 fpc-rule                         pic x.
           02 filler                           pic x(70).

       working-storage section.

       01 registry-in-status                   pic xx value "00".
           88 registry-in-ok                   value "00".
       01 control-status                       pic xx value "00".
           88 control-ok                       value "00".
       01 profile-out-status                   pic xx value "00".
           88 profile-out-ok                   value "00".

       01 file-eof-sw                          pic x.
           88 file-eof                         value "Y".
       01 match-sw                             pic x.
           88 match-found                      value "Y".
       01 profile-written-sw                   pic x value "N".
           88 profile-written                  value "Y".

      * The registry, laid out as DSNMNT holds it.
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
       01 reader-table.
           02 reader-entry occurs 800 times.
              03 rde-dataset                   pic x(8).
              03 filler                        pic x.
              03 rde-program                   pic x(8).
              03 filler                        pic x.
              03 rde-dd-name                   pic x(8).

       01 rule-count                           pic 9(4) value zero.
       01 rule-idx                             pic 9(4).
       01 rule-table.
           02 rule-entry occurs 400 times.
              03 rle-dataset                   pic x(8).
              03 filler                        pic x.
              03 rle-pos                       pic 9(3).
              03 filler                        pic x.
              03 rle-len                       pic 9(2).
              03 filler                        pic x.
              03 rle-rule                      pic x.

      * Datasets reached from the card's dataset, breadth first:
      * the level it sits at and the program it was reached through.
      * Each dataset is queued once, so a loop in the chain ends.
       01 trace-count                          pic 999.
       01 trace-idx                            pic 999.
       01 trace-check-idx                      pic 999.
       01 trace-table.
           02 trace-entry occurs 200 times.
              03 tre-dataset-idx               pic 999.
              03 tre-level                     pic 99.
              03 tre-via-program               pic x(8).

      * Programs a change reaches, in the order first reached.
       01 affected-count                       pic 999.
       01 affected-idx                         pic 999.
       01 affected-table.
           02 affected-entry occurs 300 times.
              03 afe-program                   pic x(8).
              03 afe-level                     pic 99.
              03 afe-how                       pic x(10).
              03 afe-dataset                   pic x(8).
       01 seek-program                         pic x(8).
       01 seek-level                           pic 99.
       01 seek-how                             pic x(10).
       01 seek-dataset                         pic x(8).

      * Programs for the no-card cross-reference.
       01 program-count                        pic 999 value zero.
       01 program-idx                          pic 999.
       01 program-table.
           02 program-name occurs 300 times    pic x(8).

       01 cards-read                           pic 9(4) value zero.
       01 cards-rejected                       pic 9(4) value zero.
       01 profile-cards-written                pic 9(4) value zero.
       01 level-out                            pic z9.
       01 lrecl-out                            pic zzz9.
       01 count-out                            pic zz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "DSNXRF".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  DATASET LINEAGE CROSS-REFERENCE  "
                   "********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-registry
           open input control-file
           if control-ok then
              move "N" to file-eof-sw
              perform 300-read-control-card until file-eof
              close control-file
           else
              display "DSNXCTL NOT AVAILABLE - FULL REGISTRY LISTING"
           end-if
           if cards-read is equal to zero then
              perform 800-registry-listing
              perform 850-program-cross-reference
           end-if
           display spaces
           move cards-read to count-out
           display "CONTROL CARDS READ    : " count-out
           move cards-rejected to count-out
           display "CONTROL CARDS REJECTED: " count-out
           move profile-cards-written to count-out
           display "PROFILE CARDS WRITTEN : " count-out
           if cards-rejected is greater than zero then
              move 4 to return-code
              move "CARD(S) REJECTED" to runlog-condition
           end-if
           move "E" to runlog-event
           move dataset-count to runlog-read
           move profile-cards-written to runlog-written
           move cards-rejected to runlog-rejected
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  DATASET CROSS-REFERENCE ENDS  ********"
           stop run.

      * Without the registry there is nothing to report on.
       200-load-registry.
           open input registry-in
           if not registry-in-ok then
              display "DSNREG NOT AVAILABLE - NOTHING TO REPORT"
              move "DSNREG MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           move "N" to file-eof-sw
           perform 210-read-registry until file-eof
           close registry-in.

       210-read-registry.
           read registry-in
              at end set file-eof to true
              not at end perform 220-store-registry
           end-read.

       220-store-registry.
           evaluate rir-record-type
              when "D"
                 if dataset-count is less than 200 then
                    add 1 to dataset-count
                    move rir-body(1:73) to
                         dataset-entry(dataset-count)
                 end-if
              when "R"
                 if reader-count is less than 800 then
                    add 1 to reader-count
                    move rir-body(1:26) to
                         reader-entry(reader-count)
                 end-if
              when "F"
                 if rule-count is less than 400 then
                    add 1 to rule-count
                    move rir-body(1:17) to rule-entry(rule-count)
                 end-if
              when other
                 continue
           end-evaluate.

       300-read-control-card.
           read control-file
              at end set file-eof to true
              not at end perform 310-one-control-card
           end-read.

       310-one-control-card.
           add 1 to cards-read
           perform 320-find-dataset
           evaluate true
              when ctl-report is not equal to "C" and
                   ctl-report is not equal to "I" and
                   ctl-report is not equal to "P"
                 add 1 to cards-rejected
                 display "CONTROL CARD REJECTED - REPORT MUST BE"
                         " C, I OR P: " control-card(1:20)
              when dataset-found-idx is equal to zero
                 add 1 to cards-rejected
                 display "CONTROL CARD REJECTED - " ctl-dataset
                         " NOT ON REGISTRY"
              when ctl-report is equal to "C"
                 perform 400-trace-downstream
                 perform 500-chain-report
              when ctl-report is equal to "I"
                 perform 400-trace-downstream
                 perform 600-impact-report
              when other
                 perform 700-write-profile
           end-evaluate.

       320-find-dataset.
           move "N" to match-sw
           move zero to dataset-found-idx
           perform 325-check-one-dataset
                   varying dataset-idx from 1 by 1
                   until dataset-idx > dataset-count or match-found.

       325-check-one-dataset.
           if dse-dataset(dataset-idx) is equal to ctl-dataset then
              set match-found to true
              move dataset-idx to dataset-found-idx
           end-if.

      ******************************************************************
      * Breadth-first walk from the card's dataset: for each queued
      * dataset, every reader's own datasets join the queue one
      * level down.  A program reading its own prior generation
      * adds nothing new.
      ******************************************************************
       400-trace-downstream.
           move 1 to trace-count
           move dataset-found-idx to tre-dataset-idx(1)
           move zero to tre-level(1)
           move spaces to tre-via-program(1)
           perform 410-expand-one-dataset
                   varying trace-idx from 1 by 1
                   until trace-idx > trace-count.

       410-expand-one-dataset.
           perform 420-expand-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count.

       420-expand-one-reader.
           if rde-dataset(reader-idx) is equal to
              dse-dataset(tre-dataset-idx(trace-idx)) then
              perform 430-queue-owned-dataset
                      varying dataset-idx from 1 by 1
                      until dataset-idx > dataset-count
           end-if.

       430-queue-owned-dataset.
           if dse-owner(dataset-idx) is equal to
              rde-program(reader-idx) then
              move "N" to match-sw
              perform 435-check-queued
                      varying trace-check-idx from 1 by 1
                      until trace-check-idx > trace-count
                      or match-found
              if not match-found and trace-count is less than 200
                 then
                 add 1 to trace-count
                 move dataset-idx to tre-dataset-idx(trace-count)
                 compute tre-level(trace-count) =
                          tre-level(trace-idx) + 1
                 move rde-program(reader-idx) to
                      tre-via-program(trace-count)
              end-if
           end-if.

       435-check-queued.
           if tre-dataset-idx(trace-check-idx) is equal to
              dataset-idx
              then
              set match-found to true
           end-if.

       500-chain-report.
           display spaces
           display "--------  PRODUCER-TO-CONSUMER CHAIN FOR "
                   ctl-dataset "  --------"
           perform 510-chain-one-dataset
                   varying trace-idx from 1 by 1
                   until trace-idx > trace-count
           move trace-count to count-out
           display "DATASETS IN CHAIN: " count-out.

       510-chain-one-dataset.
           move tre-dataset-idx(trace-idx) to dataset-idx
           move tre-level(trace-idx) to level-out
           if tre-level(trace-idx) is equal to zero then
              display "LEVEL " level-out "  " dse-dataset(dataset-idx)
                      "  WRITTEN BY " dse-owner(dataset-idx)
                      " AS " dse-dd-name(dataset-idx)
                      "  " dse-description(dataset-idx)
           else
              display "LEVEL " level-out "  " dse-dataset(dataset-idx)
                      "  WRITTEN BY " dse-owner(dataset-idx)
                      " AS " dse-dd-name(dataset-idx)
                      "  (VIA " tre-via-program(trace-idx) ")"
           end-if
           move "N" to match-sw
           perform 520-chain-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count
           if not match-found then
              display "            NO REGISTERED READERS"
           end-if.

       520-chain-one-reader.
           if rde-dataset(reader-idx) is equal to
              dse-dataset(dataset-idx) then
              set match-found to true
              display "            READ BY " rde-program(reader-idx)
                      " AS " rde-dd-name(reader-idx)
           end-if.

      ******************************************************************
      * Impact: the owner and direct readers, then every reader of a
      * downstream dataset, each program listed once at the level it
      * is first reached.
      ******************************************************************
       600-impact-report.
           move zero to affected-count
           move dse-owner(dataset-found-idx) to seek-program
           move zero to seek-level
           move "WRITES" to seek-how
           move dse-dataset(dataset-found-idx) to seek-dataset
           perform 620-add-affected
           perform 610-impact-one-dataset
                   varying trace-idx from 1 by 1
                   until trace-idx > trace-count
           display spaces
           display "--------  CHANGE IMPACT FOR " ctl-dataset
                   "  --------"
           display "PROGRAM  LV HOW        DATASET"
           perform 630-display-affected
                   varying affected-idx from 1 by 1
                   until affected-idx > affected-count
           move affected-count to count-out
           display "PROGRAMS AFFECTED: " count-out.

       610-impact-one-dataset.
           move tre-dataset-idx(trace-idx) to dataset-idx
           perform 615-impact-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count.

       615-impact-one-reader.
           if rde-dataset(reader-idx) is equal to
              dse-dataset(dataset-idx) then
              move rde-program(reader-idx) to seek-program
              move tre-level(trace-idx) to seek-level
              if tre-level(trace-idx) is equal to zero then
                 move "READS" to seek-how
              else
                 move "DOWNSTREAM" to seek-how
              end-if
              move dse-dataset(dataset-idx) to seek-dataset
              perform 620-add-affected
           end-if.

       620-add-affected.
           move "N" to match-sw
           perform 625-check-one-affected
                   varying affected-idx from 1 by 1
                   until affected-idx > affected-count or match-found
           if not match-found and affected-count is less than 300
              then
              add 1 to affected-count
              move seek-program to afe-program(affected-count)
              move seek-level to afe-level(affected-count)
              move seek-how to afe-how(affected-count)
              move seek-dataset to afe-dataset(affected-count)
           end-if.

       625-check-one-affected.
           if afe-program(affected-idx) is equal to seek-program then
              set match-found to true
           end-if.

       630-display-affected.
           move afe-level(affected-idx) to level-out
           display afe-program(affected-idx) " " level-out " "
                   afe-how(affected-idx) " " afe-dataset(affected-idx).

      ******************************************************************
      * FILECHK profile deck.  FILECHK reads at most 256 bytes, so a
      * longer record cannot be profiled.
      ******************************************************************
       700-write-profile.
           evaluate true
              when profile-written
                 add 1 to cards-rejected
                 display "CONTROL CARD REJECTED - PROFOUT ALREADY"
                         " HOLDS A PROFILE: " ctl-dataset
              when dse-lrecl(dataset-found-idx) is greater than 256
                 add 1 to cards-rejected
                 move dse-lrecl(dataset-found-idx) to lrecl-out
                 display "CONTROL CARD REJECTED - " ctl-dataset
                         " RECORD LENGTH " lrecl-out
                         " OVER THE 256 FILECHK READS"
              when other
                 open output profile-out
                 if not profile-out-ok then
                    add 1 to cards-rejected
                    display "PROFOUT NOT AVAILABLE - NO PROFILE"
                            " WRITTEN FOR " ctl-dataset
                 else
                    perform 710-write-profile-deck
                    close profile-out
                    set profile-written to true
                 end-if
           end-evaluate.

       710-write-profile-deck.
           display spaces
           display "--------  FILECHK PROFILE FOR " ctl-dataset
                   "  --------"
           move spaces to profile-card
           move "M" to pfc-card-type
           move dse-owner(dataset-found-idx) to mpc-program
           move dse-lrecl(dataset-found-idx) to mpc-rec-len
           move dse-key-pos(dataset-found-idx) to mpc-key-pos
           move dse-key-len(dataset-found-idx) to mpc-key-len
           move dse-key-order(dataset-found-idx) to mpc-order
           write profile-card
           add 1 to profile-cards-written
           display profile-card
           perform 720-write-one-rule
                   varying rule-idx from 1 by 1
                   until rule-idx > rule-count.

       720-write-one-rule.
           if rle-dataset(rule-idx) is equal to ctl-dataset then
              move spaces to profile-card
              move "F" to pfc-card-type
              move rle-pos(rule-idx) to fpc-pos
              move rle-len(rule-idx) to fpc-len
              move rle-rule(rule-idx) to fpc-rule
              write profile-card
              add 1 to profile-cards-written
              display profile-card
           end-if.

       800-registry-listing.
           display spaces
           display "--------  DATASET LINEAGE REGISTRY  --------"
           perform 810-list-one-dataset
                   varying dataset-idx from 1 by 1
                   until dataset-idx > dataset-count
           move dataset-count to count-out
           display "DATASETS ON REGISTRY: " count-out.

       810-list-one-dataset.
           move dse-lrecl(dataset-idx) to lrecl-out
           display dse-dataset(dataset-idx) "  LRECL " lrecl-out
                   "  WRITTEN BY " dse-owner(dataset-idx)
                   " AS " dse-dd-name(dataset-idx)
                   "  " dse-description(dataset-idx)
           perform 520-chain-one-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count.

      * Every program the registry names, with what it writes and
      * what it reads.
       850-program-cross-reference.
           perform 855-collect-owner
                   varying dataset-idx from 1 by 1
                   until dataset-idx > dataset-count
           perform 857-collect-reader
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count
           display spaces
           display "--------  PROGRAM CROSS-REFERENCE  --------"
           perform 870-list-one-program
                   varying program-idx from 1 by 1
                   until program-idx > program-count
           move program-count to count-out
           display "PROGRAMS ON REGISTRY: " count-out.

       855-collect-owner.
           move dse-owner(dataset-idx) to seek-program
           perform 860-add-program.

       857-collect-reader.
           move rde-program(reader-idx) to seek-program
           perform 860-add-program.

       860-add-program.
           move "N" to match-sw
           perform 865-check-one-program
                   varying program-idx from 1 by 1
                   until program-idx > program-count or match-found
           if not match-found and program-count is less than 300
              then
              add 1 to program-count
              move seek-program to program-name(program-count)
           end-if.

       865-check-one-program.
           if program-name(program-idx) is equal to seek-program then
              set match-found to true
           end-if.

       870-list-one-program.
           display program-name(program-idx)
           perform 875-list-written
                   varying dataset-idx from 1 by 1
                   until dataset-idx > dataset-count
           perform 877-list-read
                   varying reader-idx from 1 by 1
                   until reader-idx > reader-count.

       875-list-written.
           if dse-owner(dataset-idx) is equal to
              program-name(program-idx) then
              display "         WRITES " dse-dataset(dataset-idx)
                      " AS " dse-dd-name(dataset-idx)
           end-if.

       877-list-read.
           if rde-program(reader-idx) is equal to
              program-name(program-idx) then
              display "         READS  " rde-dataset(reader-idx)
                      " AS " rde-dd-name(reader-idx)
           end-if.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
