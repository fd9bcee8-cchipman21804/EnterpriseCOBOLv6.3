       identification division.
       program-id.    histretn.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *          History-File Retention and Purge Utility              *
      *                                                                *
      ******************************************************************
      *
      * RUNARCH rolls RUNLOG, but the shop's other append-only
      * histories -- DRIVEREG's READHIST, SENSRCAL's CALLOG, CO2RPT's
      * CO2HIST, TOPACCTS' TOPHIST, HACKRANK's HACKHIST, LEADERS'
      * GAMEQUAR quarantine file, the CUSTAUDT audit trail -- only
      * ever grew.  This utility applies one retention policy deck
      * to all of them, one step per dataset the way FILECHK runs
      * one step per master:
      *
      *   - the RETNSEL card names the dataset the step is for, and
      *     its policy card in the RETPLCY deck says where the
      *     record date sits, how it is written, how many days of
      *     history to keep, and what to do with the rest;
      *   - one pass over HISTIN splits it: records inside the
      *     retention period go to the HISTKEEP generation, older
      *     ones go to the HISTARCH archive generation or, where the
      *     policy says discard, nowhere;
      *   - a record whose date column will not parse as a date is
      *     never purged.  It is held on the keep generation, listed
      *     on the report, and the step ends with return code 4 so
      *     the bad records are looked at;
      *   - the step prints its line of the retention register and
      *     appends it to the RETNREG register history, so the
      *     register of every dataset's roll builds up night by
      *     night;
      *   - a step that cannot roll ends with return code 8 and
      *     HISTIN is left as it was.  The archive is opened before
      *     the keep file; if it cannot be, HISTIN is copied to the
      *     keep file unchanged before the step stops, so a keep
      *     generation cataloged by a failed step still holds
      *     everything.  Where the kept records are
      *     copied back over the live dataset (the CUSTAUDT step),
      *     the copy runs only on return code 4 or less.
      *
      * Policy card (RETPLCY, one per dataset):
      *   dataset(8) record-length(3: 080 or 133) date-position(3)
      *   date-form(1: Y yyyymmdd, M mm/dd/yyyy with any separator)
      *   retention-days(4) disposition(1: A archive, D discard)
      *   description(30)
      *   with one space between fields.
      * Selection card (RETNSEL): dataset(8).
      * Register record (RETNREG):
      *   run-date(8) dataset(8) retention-days(4) cutoff-date(8)
      *   disposition(1) read(7) kept(7) archived(7) discarded(7)
      *   held(7)
      *   with one space between fields.
      *
      * The policies in force:
      *   READHIST 080 012 Y 0730 A   DRIVEREG tension readings
      *   CALLOG   080 012 Y 0730 A   SENSRCAL calibrations
      *   CO2HIST  080 001 Y 1825 A   CO2RPT annual totals
      *   TOPHIST  080 001 M 0400 D   TOPACCTS run summaries
      *   HACKHIST 080 001 Y 0180 D   HACKRANK ranking history
      *   GAMEQUAR 133 031 Y 0090 D   LEADERS quarantined boards
      *   CUSTAUDT 133 001 Y 2555 A   customer audit trail
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//HISTRETN JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(HISTRETN),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(HISTRETN),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//CUSTAUDT EXEC PGM=HISTRETN
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//RETPLCY   DD DSN=&SYSUID..CONTROL(RETPLCY),DISP=SHR
      *//RETNSEL   DD *
      *CUSTAUDT
      *//HISTIN    DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=OLD
      *//HISTKEEP  DD DSN=&SYSUID..CUSTAUDT.KEEP,DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=133)
      *//HISTARCH  DD DSN=&SYSUID..CUSTAUDT.ARCHIVE(+1),
      *//             DISP=(NEW,CATLG),DCB=(RECFM=FB,LRECL=133)
      *//RETNREG   DD DSN=&SYSUID..RETNREG,DISP=MOD
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *//* THE KEPT AUDIT LINES REPLACE THE LIVE TRAIL ONLY WHEN
      *//* THE ROLL WORKED; OTHERWISE THE TRAIL STANDS AS IT WAS.
      *// IF CUSTAUDT.RC <= 4 THEN
      *//AUDBACK  EXEC PGM=IEBGENER
      *//SYSUT1    DD DSN=&SYSUID..CUSTAUDT.KEEP,DISP=(OLD,DELETE)
      *//SYSUT2    DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=OLD
      *//SYSPRINT  DD SYSOUT=*
      *//SYSIN     DD DUMMY
      *// ELSE
      *//AUDDROP  EXEC PGM=IEFBR14
      *//KEEP      DD DSN=&SYSUID..CUSTAUDT.KEEP,DISP=(OLD,DELETE)
      *// ENDIF
      *//***************************************************/
      *//READHIST EXEC PGM=HISTRETN
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//RETPLCY   DD DSN=&SYSUID..CONTROL(RETPLCY),DISP=SHR
      *//RETNSEL   DD *
      *READHIST
      *//HISTIN    DD DSN=&SYSUID..READHIST,DISP=SHR
      *//HISTKEEP  DD DSN=&SYSUID..READHIST.NEW,DISP=(NEW,CATLG)
      *//HISTARCH  DD DSN=&SYSUID..READHIST.ARCHIVE(+1),
      *//             DISP=(NEW,CATLG)
      *//RETNREG   DD DSN=&SYSUID..RETNREG,DISP=MOD
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
           select policy-file assign to RETPLCY
                    organization is sequential
                    file status is policy-status.
      *
           select select-file assign to RETNSEL
                    organization is sequential
                    file status is select-status.
      *
      * The history, keep and archive DDs carry 80- or 133-byte
      * records as the policy says; each length has its own file
      * on the same DD and only the one that fits is opened.
           select history-in-80 assign to HISTIN
                    organization is sequential
                    file status is history-in-status.
      *
           select history-in-133 assign to HISTIN
                    organization is sequential
                    file status is history-in-status.
      *
           select keep-out-80 assign to HISTKEEP
                    organization is sequential
                    file status is keep-out-status.
      *
           select keep-out-133 assign to HISTKEEP
                    organization is sequential
                    file status is keep-out-status.
      *
           select archive-out-80 assign to HISTARCH
                    organization is sequential
                    file status is archive-out-status.
      *
           select archive-out-133 assign to HISTARCH
                    organization is sequential
                    file status is archive-out-status.
      *
           select register-file assign to RETNREG
                    organization is sequential
                    file status is register-status.

       data division.
       file section.
       fd  policy-file record contains 80 characters
                       recording mode f.
       01  policy-card.
           02 plc-dataset                      pic x(8).
           02 filler                           pic x.
           02 plc-record-length                pic x(3).
           02 filler                           pic x.
           02 plc-date-position                pic x(3).
           02 filler                           pic x.
           02 plc-date-form                    pic x.
              88 plc-valid-date-form           value "Y" "M".
           02 filler                           pic x.
           02 plc-retention-days               pic x(4).
           02 filler                           pic x.
           02 plc-disposition                  pic x.
              88 plc-valid-disposition         value "A" "D".
           02 filler                           pic x.
           02 plc-description                  pic x(30).
           02 filler                           pic x(24).
      *
       fd  select-file record contains 80 characters
                       recording mode f.
       01  select-card.
           02 slc-dataset                      pic x(8).
           02 filler                           pic x(72).
      *
       fd  history-in-80 record contains 80 characters
                         recording mode f.
       01  history-in-80-record                pic x(80).
      *
       fd  history-in-133 record contains 133 characters
                          recording mode f.
       01  history-in-133-record               pic x(133).
      *
       fd  keep-out-80 record contains 80 characters
                       recording mode f.
       01  keep-out-80-record                  pic x(80).
      *
       fd  keep-out-133 record contains 133 characters
                        recording mode f.
       01  keep-out-133-record                 pic x(133).
      *
       fd  archive-out-80 record contains 80 characters
                          recording mode f.
       01  archive-out-80-record               pic x(80).
      *
       fd  archive-out-133 record contains 133 characters
                           recording mode f.
       01  archive-out-133-record              pic x(133).
      *
       fd  register-file record contains 80 characters
                         recording mode f.
       01  register-record                     pic x(80).

       working-storage section.

       01 policy-status                        pic xx value "00".
           88 policy-ok                        value "00".
       01 select-status                        pic xx value "00".
           88 select-ok                        value "00".
       01 history-in-status                    pic xx value "00".
           88 history-in-ok                    value "00".
       01 keep-out-status                      pic xx value "00".
           88 keep-out-ok                      value "00".
       01 archive-out-status                   pic xx value "00".
           88 archive-out-ok                   value "00".
       01 register-status                      pic xx value "00".
           88 register-ok                      value "00".

       01 policy-eof-sw                        pic x value "N".
           88 policy-eof                       value "Y".
       01 history-eof-sw                       pic x value "N".
           88 history-eof                      value "Y".
       01 policy-found-sw                      pic x value "N".
           88 policy-found                     value "Y".
       01 archive-open-sw                      pic x value "N".
           88 archive-open                     value "Y".
       01 date-valid-sw                        pic x.
           88 date-valid                       value "Y".

      * The policy in force for this step.
       01 selected-dataset                     pic x(8) value spaces.
       01 record-length                        pic 999.
           88 short-records                    value 80.
           88 long-records                     value 133.
       01 date-position                        pic 999.
       01 date-form                            pic x.
           88 date-form-yyyymmdd               value "Y".
           88 date-form-mmddyyyy               value "M".
       01 retention-days                       pic 9(4).
       01 disposition                          pic x.
           88 archive-expired                  value "A".
           88 discard-expired                  value "D".
       01 policy-description                   pic x(30).
       01 policy-reason                        pic x(40) value spaces.

      * The record in hand, whichever length it came in at.
       01 history-record                       pic x(133).
       01 date-text                            pic x(10).
       01 record-date.
           02 rcd-year                         pic x(4).
           02 rcd-month                        pic x(2).
           02 rcd-day                          pic x(2).
       01 record-date-num redefines record-date
                                               pic 9(8).

       01 run-date                             pic 9(8).
       01 run-date-integer                     pic 9(7).
       01 cutoff-integer                       pic 9(7).
       01 cutoff-date                          pic 9(8).
       01 record-date-integer                  pic 9(7).

       01 records-read-count                   pic 9(7) value zero.
       01 records-kept-count                   pic 9(7) value zero.
       01 records-archived-count               pic 9(7) value zero.
       01 records-discarded-count              pic 9(7) value zero.
       01 records-held-count                   pic 9(7) value zero.
       01 held-listed-count                    pic 99 value zero.
       01 big-count-out                        pic z,zzz,zz9.

       01 register-line.
           02 rgl-run-date                     pic 9(8).
           02 filler                           pic x value space.
           02 rgl-dataset                      pic x(8).
           02 filler                           pic x value space.
           02 rgl-retention-days               pic 9(4).
           02 filler                           pic x value space.
           02 rgl-cutoff-date                  pic 9(8).
           02 filler                           pic x value space.
           02 rgl-disposition                  pic x.
           02 filler                           pic x value space.
           02 rgl-read                         pic 9(7).
           02 filler                           pic x value space.
           02 rgl-kept                         pic 9(7).
           02 filler                           pic x value space.
           02 rgl-archived                     pic 9(7).
           02 filler                           pic x value space.
           02 rgl-discarded                    pic 9(7).
           02 filler                           pic x value space.
           02 rgl-held                         pic 9(7).
           02 filler                           pic x(7) value spaces.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "HISTRETN".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  HISTORY RETENTION AND PURGE  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date(1:8) to run-date
           compute run-date-integer =
                    function integer-of-date(run-date)
           perform 200-load-policy
           compute cutoff-integer =
                    run-date-integer - retention-days
           compute cutoff-date =
                    function date-of-integer(cutoff-integer)
           display "DATASET " selected-dataset "  " policy-description
           display "KEEPING " retention-days " DAYS - RECORDS DATED"
                   " BEFORE " cutoff-date " ARE "
                   with no advancing
           if archive-expired then
              display "ARCHIVED"
           else
              display "DISCARDED"
           end-if
           perform 250-open-files
           perform 300-split-one-record until history-eof
           perform 280-close-files
           perform 600-retention-register
           if records-held-count is greater than zero then
              move 4 to return-code
              move "UNDATED RECS HELD" to runlog-condition
           end-if
           move "E" to runlog-event
           move records-read-count to runlog-read
           move records-kept-count to runlog-written
           move records-held-count to runlog-rejected
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  RETENTION AND PURGE ENDS  ********"
           stop run.

      ******************************************************************
      * The step's dataset and its policy.  Without both there is
      * no telling what may be purged, so the step stops with
      * return code 8 before HISTIN is opened.
      ******************************************************************
       200-load-policy.
           open input select-file
           if select-ok then
              read select-file
                 at end continue
                 not at end move slc-dataset to selected-dataset
              end-read
              close select-file
           end-if
           if selected-dataset is equal to spaces then
              display "RETNSEL CARD MISSING - NO DATASET NAMED"
              move "NO RETNSEL CARD" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           open input policy-file
           if not policy-ok then
              display "RETPLCY NOT AVAILABLE - NO POLICY FOR "
                      selected-dataset
              move "RETPLCY MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-policy-card
                   until policy-eof or policy-found
           close policy-file
           if not policy-found then
              display "NO RETENTION POLICY FOR " selected-dataset
              move "NO POLICY ON DECK" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 220-validate-policy
           if policy-reason is not equal to spaces then
              display "POLICY FOR " selected-dataset " REJECTED - "
                      policy-reason
              move "POLICY CARD INVALID" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if.

       210-read-policy-card.
           read policy-file
              at end set policy-eof to true
              not at end
                 if plc-dataset is equal to selected-dataset then
                    set policy-found to true
                 end-if
           end-read.

       220-validate-policy.
           evaluate true
              when plc-record-length is not equal to "080" and
                   plc-record-length is not equal to "133"
                 move "RECORD LENGTH MUST BE 080 OR 133" to
                      policy-reason
              when plc-date-position is not numeric or
                   plc-date-position is equal to "000"
                 move "DATE POSITION NOT NUMERIC" to policy-reason
              when not plc-valid-date-form
                 move "DATE FORM MUST BE Y OR M" to policy-reason
              when plc-retention-days is not numeric or
                   plc-retention-days is equal to "0000"
                 move "RETENTION DAYS NOT 0001-9999" to
                      policy-reason
              when not plc-valid-disposition
                 move "DISPOSITION MUST BE A OR D" to policy-reason
              when other
                 move plc-record-length to record-length
                 move plc-date-position to date-position
                 move plc-date-form to date-form
                 move plc-retention-days to retention-days
                 move plc-disposition to disposition
                 move plc-description to policy-description
                 if date-form-yyyymmdd and
                    date-position + 7 is greater than record-length
                    or date-form-mmddyyyy and
                    date-position + 9 is greater than record-length
                    then
                    move "DATE RUNS PAST THE END OF THE RECORD" to
                         policy-reason
                 end-if
           end-evaluate.

      * The archive is opened and checked before the keep file, so
      * nothing is split unless both are there.
       250-open-files.
           if short-records then
              open input history-in-80
           else
              open input history-in-133
           end-if
           if not history-in-ok then
              display "HISTIN NOT AVAILABLE - NOTHING TO ROLL"
              move "HISTIN MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           if archive-expired then
              perform 260-open-archive
           end-if
           if short-records then
              open output keep-out-80
           else
              open output keep-out-133
           end-if
           if not keep-out-ok then
              display "HISTKEEP NOT AVAILABLE - ROLL STOPPED"
              move "HISTKEEP MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if.

       260-open-archive.
           if short-records then
              open extend archive-out-80
              if not archive-out-ok then
                 open output archive-out-80
              end-if
           else
              open extend archive-out-133
              if not archive-out-ok then
                 open output archive-out-133
              end-if
           end-if
           if not archive-out-ok then
              display "HISTARCH NOT AVAILABLE - ROLL STOPPED"
              move "HISTARCH MISSING" to runlog-condition
              move 8 to return-code
              perform 270-carry-history
              perform 900-abend-run
           end-if
           set archive-open to true.

      * A roll that stops once HISTIN is open still leaves the keep
      * file holding all of HISTIN, unchanged.
       270-carry-history.
           if short-records then
              open output keep-out-80
           else
              open output keep-out-133
           end-if
           if keep-out-ok then
              perform 275-carry-one-record until history-eof
              if short-records then
                 close keep-out-80
              else
                 close keep-out-133
              end-if
              display "HISTIN COPIED TO HISTKEEP UNCHANGED"
           end-if
           if short-records then
              close history-in-80
           else
              close history-in-133
           end-if.

       275-carry-one-record.
           perform 305-read-history
           if not history-eof then
              perform 320-keep-record
           end-if.

       280-close-files.
           if short-records then
              close history-in-80
              close keep-out-80
           else
              close history-in-133
              close keep-out-133
           end-if
           if archive-open and short-records then
              close archive-out-80
           end-if
           if archive-open and long-records then
              close archive-out-133
           end-if.

       300-split-one-record.
           perform 305-read-history
           if not history-eof then
              perform 310-route-one-record
           end-if.

       305-read-history.
           move spaces to history-record
           if short-records then
              read history-in-80
                 at end set history-eof to true
                 not at end
                    move history-in-80-record to history-record
              end-read
           else
              read history-in-133
                 at end set history-eof to true
                 not at end
                    move history-in-133-record to history-record
              end-read
           end-if.

       310-route-one-record.
           add 1 to records-read-count
           perform 400-take-record-date
           evaluate true
              when not date-valid
                 add 1 to records-held-count
                 perform 320-keep-record
                 perform 330-list-held-record
              when record-date-integer is not less than
                   cutoff-integer
                 perform 320-keep-record
              when archive-expired
                 if short-records then
                    write archive-out-80-record from history-record
                 else
                    write archive-out-133-record from history-record
                 end-if
                 add 1 to records-archived-count
              when other
                 add 1 to records-discarded-count
           end-evaluate.

       320-keep-record.
           if short-records then
              write keep-out-80-record from history-record
           else
              write keep-out-133-record from history-record
           end-if
           add 1 to records-kept-count.

      * The first fifty held records are listed; the count covers
      * the rest.
       330-list-held-record.
           if held-listed-count is less than 50 then
              add 1 to held-listed-count
              display "HELD - DATE " date-text " WILL NOT PARSE: "
                      history-record(1:50)
           end-if.

      ******************************************************************
      * The record date, rearranged to yyyymmdd and checked as a
      * calendar date.
      ******************************************************************
       400-take-record-date.
           move "N" to date-valid-sw
           move spaces to date-text
           if date-form-yyyymmdd then
              move history-record(date-position:8) to date-text
              move date-text(1:8) to record-date
           else
              move history-record(date-position:10) to date-text
              move date-text(7:4) to rcd-year
              move date-text(1:2) to rcd-month
              move date-text(4:2) to rcd-day
           end-if
           if record-date is numeric then
              if function test-date-yyyymmdd(record-date-num) is
                 equal to zero then
                 set date-valid to true
                 compute record-date-integer =
                          function integer-of-date(record-date-num)
              end-if
           end-if.

       600-retention-register.
           move run-date to rgl-run-date
           move selected-dataset to rgl-dataset
           move retention-days to rgl-retention-days
           move cutoff-date to rgl-cutoff-date
           move disposition to rgl-disposition
           move records-read-count to rgl-read
           move records-kept-count to rgl-kept
           move records-archived-count to rgl-archived
           move records-discarded-count to rgl-discarded
           move records-held-count to rgl-held
           display spaces
           display "--------  RETENTION REGISTER  --------"
           display "RUN-DATE DATASET  DAYS CUTOFF   D    READ    KEPT"
                   " ARCHIVED DISCARD    HELD"
           display register-line
           move records-read-count to big-count-out
           display "RECORDS READ     : " big-count-out
           move records-kept-count to big-count-out
           display "RECORDS KEPT     : " big-count-out
           move records-archived-count to big-count-out
           display "RECORDS ARCHIVED : " big-count-out
           move records-discarded-count to big-count-out
           display "RECORDS DISCARDED: " big-count-out
           move records-held-count to big-count-out
           display "RECORDS HELD     : " big-count-out
           open extend register-file
           if not register-ok then
              open output register-file
           end-if
           if register-ok then
              write register-record from register-line
              close register-file
           else
              display "RETNREG NOT AVAILABLE - REGISTER LINE NOT KEPT"
           end-if.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
