       identification division.
       program-id.    hackload.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *           Hacker News Story Export Loader                      *
      *                                                                *
      ******************************************************************
      *
      * HACKRANK used to split the raw HACKNEWS export itself, with
      * one UNSTRING delimited by ",".  Any title with a comma in it
      * -- and the export quotes those, "like, this" -- shifted every
      * later column, so points, author, time and URL were read from
      * the wrong field and the story was ranked on garbage or
      * silently dropped.  This step now sits in front of HACKRANK
      * and does the parsing once, properly:
      *
      *   - each record is scanned character by character, so a
      *     quoted field may carry commas, and a doubled quote ("")
      *     inside a quoted field is one quote character;
      *   - the created-at stamp is taken apart on "/", " " and ":",
      *     with one- or two-digit month, day and hour, and written
      *     as a zero-padded yyyymmdd date and hhmm time;
      *   - every loaded story goes to HACKSTRY in fixed columns,
      *     which is what HACKRANK now reads;
      *   - a record that still will not parse (unbalanced quote,
      *     wrong field count, non-numeric id, points or comments,
      *     a date or time that is not real) goes to HACKREJ with
      *     its record number, the reason and the raw record, and
      *     the step ends with return code 4;
      *   - a column-heading row (first field "id") is skipped.
      *
      * A record is counted as repaired when it loaded only because
      * of the quote handling -- a quoted field held a comma or an
      * escaped quote -- that is, one the old split would have
      * misread.  Date parts padded to two digits and fields clipped
      * to their HACKSTRY width are counted on the statistics too.
      *
      * Story record (HACKSTRY, 200 bytes):
      *   id(8) title(96) points(4) comments(4) author(15)
      *   create-date(8: yyyymmdd) create-time(4: hhmm) url(60)
      *   filler(1)
      * Reject record (HACKREJ, 260 bytes):
      *   record-number(7) sp reason(40) sp raw-record(210) filler(1)
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//HACKLOAD JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(HACKLOAD),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(HACKLOAD),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=HACKLOAD
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HACKNEWS  DD DSN=ZOS.PUBLIC.HACKER.NEWS,DISP=SHR
      *//HACKSTRY  DD DSN=&SYSUID..HACKSTRY,DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=200)
      *//HACKREJ   DD DSN=&SYSUID..HACKREJ,DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=260)
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
           select hack-news-file assign to HACKNEWS
                    organization is sequential
                    file status is hack-news-status.
      *
           select story-file assign to HACKSTRY
                    organization is sequential
                    file status is story-status.
      *
           select reject-file assign to HACKREJ
                    organization is sequential
                    file status is reject-status.

       data division.
       file section.
       fd  hack-news-file recording mode f.
       01  hack-news-rec                       pic x(210).
      *
       fd  story-file record contains 200 characters
                      recording mode f.
       01  story-rec.
           02 sty-id                           pic x(8).
           02 sty-title                        pic x(96).
           02 sty-points                       pic 9(4).
           02 sty-comments                     pic 9(4).
           02 sty-author                       pic x(15).
           02 sty-create-date                  pic 9(8).
           02 sty-create-time.
              03 sty-create-hour               pic 99.
              03 sty-create-minute             pic 99.
           02 sty-url                          pic x(60).
           02 filler                           pic x.
      *
       fd  reject-file record contains 260 characters
                       recording mode f.
       01  reject-rec.
           02 rjl-record-number                pic 9(7).
           02 filler                           pic x.
           02 rjl-reason                       pic x(40).
           02 filler                           pic x.
           02 rjl-raw-record                   pic x(210).
           02 filler                           pic x.

       working-storage section.

       01 hack-news-status                     pic xx value "00".
           88 hack-news-ok                     value "00".
       01 story-status                         pic xx value "00".
           88 story-ok                         value "00".
       01 reject-status                        pic xx value "00".
           88 reject-ok                        value "00".
       01 news-eof-sw                          pic x value "N".
           88 news-eof                         value "Y".

      * The record being scanned and where the scan stands.
       01 raw-length                           pic 999.
       01 char-idx                             pic 999.
       01 next-idx                             pic 999.
       01 scan-char                            pic x.
       01 in-quotes-sw                         pic x.
           88 in-quotes                        value "Y".
       01 record-status-sw                     pic x.
           88 record-good                      value "G".
           88 record-bad                       value "B".
       01 reject-reason                        pic x(40).
       01 repaired-sw                          pic x.
           88 record-repaired                  value "Y".
       01 clipped-sw                           pic x.
           88 record-clipped                   value "Y".

      * The fields of one record as the scan splits them.  A field
      * longer than its slot is counted, not stored, past 120.
       01 max-fields                           pic 9 value 7.
       01 field-count                          pic 99.
       01 field-idx                            pic 99.
       01 field-table.
           02 fld-entry occurs 8 times.
              03 fld-text                      pic x(120).
              03 fld-length                    pic 999.
              03 fld-quoted-sw                 pic x.
                 88 fld-quoted                 value "Y".

      * Field positions on the export.
       01 fld-id                               pic 9 value 1.
       01 fld-title                            pic 9 value 2.
       01 fld-points                           pic 9 value 3.
       01 fld-comments                         pic 9 value 4.
       01 fld-author                           pic 9 value 5.
       01 fld-created                          pic 9 value 6.
       01 fld-url                              pic 9 value 7.

      * The created-at stamp, m/d/yyyy h:mm with one- or two-digit
      * month, day and hour.
       01 date-part-count                      pic 9.
       01 date-part-table.
           02 dpt-entry occurs 5 times.
              03 dpt-text                      pic x(4).
              03 dpt-length                    pic 99.
              03 dpt-value                     pic 9(4).
       01 date-part-idx                        pic 9.
       01 part-month                           pic 9 value 1.
       01 part-day                             pic 9 value 2.
       01 part-year                            pic 9 value 3.
       01 part-hour                            pic 9 value 4.
       01 part-minute                          pic 9 value 5.
       01 created-date                         pic 9(8).
       01 created-date-parts redefines created-date.
           02 created-year                     pic 9(4).
           02 created-month                    pic 99.
           02 created-day                      pic 99.
       01 padded-sw                            pic x.
           88 date-padded                      value "Y".

       01 records-read-count                   pic 9(7) value zero.
       01 records-loaded-count                 pic 9(7) value zero.
       01 records-repaired-count               pic 9(7) value zero.
       01 records-rejected-count               pic 9(7) value zero.
       01 headers-skipped-count                pic 9(7) value zero.
       01 blank-skipped-count                  pic 9(7) value zero.
       01 dates-padded-count                   pic 9(7) value zero.
       01 records-clipped-count                pic 9(7) value zero.
       01 count-out                            pic z,zzz,zz9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "HACKLOAD".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  HACKER NEWS STORY EXPORT LOADER  ********"
           perform 150-open-files
           perform 200-read-news-record until news-eof
           close hack-news-file
           close story-file
           if reject-ok then
              close reject-file
           end-if
           perform 800-load-statistics
           if records-rejected-count is greater than zero then
              move 4 to return-code
              move "RECORDS REJECTED" to runlog-condition
           end-if
           move "E" to runlog-event
           move records-read-count to runlog-read
           move records-loaded-count to runlog-written
           move records-rejected-count to runlog-rejected
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  STORY EXPORT LOADER ENDS  ********"
           stop run.

       150-open-files.
           open input hack-news-file
           if not hack-news-ok then
              display "HACKNEWS NOT AVAILABLE - NOTHING TO LOAD"
              move "HACKNEWS MISSING" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           open output story-file
           if not story-ok then
              display "HACKSTRY NOT AVAILABLE - STORIES CANNOT BE"
                      " WRITTEN"
              move "HACKSTRY MISSING" to runlog-condition
              move 12 to return-code
              perform 900-abend-run
           end-if
           open output reject-file
           if not reject-ok then
              display "HACKREJ NOT AVAILABLE - REJECTS WILL ONLY"
                      " BE LISTED ON SYSOUT"
           end-if.

       200-read-news-record.
           read hack-news-file
              at end set news-eof to true
              not at end perform 210-load-one-record
           end-read.

       210-load-one-record.
           add 1 to records-read-count
           if hack-news-rec is equal to spaces then
              add 1 to blank-skipped-count
           else
              perform 300-split-record
              if record-good then
                 perform 400-check-header-row
              end-if
              if record-good then
                 perform 500-build-story
              end-if
              if record-good then
                 perform 600-write-story
              else
                 if reject-reason is not equal to spaces then
                    perform 700-write-reject
                 end-if
              end-if
           end-if.

      * Split the record into its fields.  Outside quotes a comma
      * ends the field; a quote opening a field starts a quoted
      * field, inside which a comma is data and "" is one quote.
       300-split-record.
           set record-good to true
           move spaces to reject-reason
           move "N" to in-quotes-sw
           move "N" to repaired-sw
           move "N" to clipped-sw
           move "N" to padded-sw
           perform 305-clear-one-field
                    varying field-idx from 1 by 1
                    until field-idx > 8
           move 1 to field-count
           move function length(function trim(hack-news-rec
                trailing)) to raw-length
           perform 310-scan-one-char
                    varying char-idx from 1 by 1
                    until char-idx > raw-length or record-bad
           if record-good and in-quotes then
              set record-bad to true
              move "UNTERMINATED QUOTED FIELD" to reject-reason
           end-if
           if record-good then
              if field-count < max-fields - 1 or
                 field-count > max-fields then
                 set record-bad to true
                 move "WRONG NUMBER OF FIELDS" to reject-reason
              end-if
           end-if.

       305-clear-one-field.
           move spaces to fld-text(field-idx)
           move zero to fld-length(field-idx)
           move "N" to fld-quoted-sw(field-idx).

       310-scan-one-char.
           move hack-news-rec(char-idx:1) to scan-char
           if in-quotes then
              perform 320-scan-quoted-char
           else
              perform 330-scan-plain-char
           end-if.

       320-scan-quoted-char.
           if scan-char is equal to quote then
              add 1 to char-idx giving next-idx
              if next-idx is not greater than raw-length and
                 hack-news-rec(next-idx:1) is equal to quote then
                 perform 340-append-char
                 set record-repaired to true
                 move next-idx to char-idx
              else
                 move "N" to in-quotes-sw
              end-if
           else
              if scan-char is equal to "," then
                 set record-repaired to true
              end-if
              perform 340-append-char
           end-if.

       330-scan-plain-char.
           evaluate true
              when scan-char is equal to ","
                 if field-count < 8 then
                    add 1 to field-count
                 else
                    set record-bad to true
                    move "WRONG NUMBER OF FIELDS" to reject-reason
                 end-if
              when scan-char is equal to quote and
                   fld-length(field-count) is equal to zero and
                   not fld-quoted(field-count)
                 set in-quotes to true
                 set fld-quoted(field-count) to true
              when scan-char is equal to quote
                 set record-bad to true
                 move "QUOTE INSIDE UNQUOTED FIELD" to reject-reason
              when other
                 perform 340-append-char
           end-evaluate.

       340-append-char.
           add 1 to fld-length(field-count)
           if fld-length(field-count) is not greater than 120 then
              move scan-char to
                   fld-text(field-count)(fld-length(field-count):1)
           end-if.

      * The export's own heading row, if it was left on the file.
       400-check-header-row.
           if function lower-case(fld-text(fld-id)) is equal to "id"
              then
              add 1 to headers-skipped-count
              set record-bad to true
           end-if.

      * Edit the split fields into the HACKSTRY layout.
       500-build-story.
           move spaces to story-rec
           move zero to sty-points sty-comments
           evaluate true
              when fld-length(fld-id) is equal to zero or
                   fld-length(fld-id) is greater than 8
                 move "STORY ID MISSING OR LONGER THAN 8" to
                      reject-reason
              when fld-text(fld-id)(1:fld-length(fld-id)) is
                   not numeric
                 move "STORY ID NOT NUMERIC" to reject-reason
              when fld-length(fld-points) is equal to zero or
                   fld-length(fld-points) is greater than 4
                 move "POINTS MISSING OR LONGER THAN 4" to
                      reject-reason
              when fld-text(fld-points)(1:fld-length(fld-points)) is
                   not numeric
                 move "POINTS NOT NUMERIC" to reject-reason
              when fld-length(fld-comments) is equal to zero or
                   fld-length(fld-comments) is greater than 4
                 move "COMMENTS MISSING OR LONGER THAN 4" to
                      reject-reason
              when fld-text(fld-comments)
                   (1:fld-length(fld-comments)) is not numeric
                 move "COMMENTS NOT NUMERIC" to reject-reason
           end-evaluate
           if reject-reason is not equal to spaces then
              set record-bad to true
           else
              perform 510-edit-created-stamp
           end-if
           if record-good then
              move fld-text(fld-id) to sty-id
              move fld-text(fld-points)(1:fld-length(fld-points))
                   to sty-points
              move fld-text(fld-comments)
                   (1:fld-length(fld-comments)) to sty-comments
              move fld-text(fld-title) to sty-title
              move fld-text(fld-author) to sty-author
              move fld-text(fld-url) to sty-url
              move created-date to sty-create-date
              move dpt-value(part-hour) to sty-create-hour
              move dpt-value(part-minute) to sty-create-minute
              if fld-length(fld-title) > 96 or
                 fld-length(fld-author) > 15 or
                 fld-length(fld-url) > 60 then
                 set record-clipped to true
              end-if
           end-if.

      * m/d/yyyy h:mm -- month, day and hour may be one digit or
      * two, the year must be four and the minute two.
       510-edit-created-stamp.
           move zero to date-part-count
           perform 515-clear-one-part
                    varying date-part-idx from 1 by 1
                    until date-part-idx > 5
           unstring fld-text(fld-created) delimited by "/" or ":"
                    or all space
              into dpt-text(1) count in dpt-length(1)
                   dpt-text(2) count in dpt-length(2)
                   dpt-text(3) count in dpt-length(3)
                   dpt-text(4) count in dpt-length(4)
                   dpt-text(5) count in dpt-length(5)
              tallying in date-part-count
              on overflow
                 set record-bad to true
                 move "CREATED-AT NOT M/D/YYYY H:MM" to reject-reason
           end-unstring
           perform 520-edit-one-part
                    varying date-part-idx from 1 by 1
                    until date-part-idx > 5 or record-bad
           if record-good then
              if dpt-length(part-year) is not equal to 4 or
                 dpt-length(part-minute) is not equal to 2 then
                 set record-bad to true
                 move "CREATED-AT NOT M/D/YYYY H:MM" to reject-reason
              end-if
           end-if
           if record-good then
              move dpt-value(part-year) to created-year
              move dpt-value(part-month) to created-month
              move dpt-value(part-day) to created-day
              if function test-date-yyyymmdd(created-date) is
                 not equal to zero then
                 set record-bad to true
                 move "CREATED-AT DATE NOT A CALENDAR DATE" to
                      reject-reason
              end-if
           end-if
           if record-good then
              if dpt-value(part-hour) > 23 or
                 dpt-value(part-minute) > 59 then
                 set record-bad to true
                 move "CREATED-AT TIME OUT OF RANGE" to reject-reason
              end-if
           end-if.

       515-clear-one-part.
           move spaces to dpt-text(date-part-idx)
           move zero to dpt-length(date-part-idx)
           move zero to dpt-value(date-part-idx).

       520-edit-one-part.
           if date-part-count < 5 or
              dpt-length(date-part-idx) is equal to zero or
              dpt-length(date-part-idx) is greater than 4 or
              dpt-text(date-part-idx)(1:dpt-length(date-part-idx))
              is not numeric then
              set record-bad to true
              move "CREATED-AT NOT M/D/YYYY H:MM" to reject-reason
           else
              move dpt-text(date-part-idx)
                   (1:dpt-length(date-part-idx))
                   to dpt-value(date-part-idx)
              if dpt-length(date-part-idx) is equal to 1 then
                 set date-padded to true
              end-if
           end-if.

       600-write-story.
           write story-rec
           add 1 to records-loaded-count
           if record-repaired then
              add 1 to records-repaired-count
           end-if
           if date-padded then
              add 1 to dates-padded-count
           end-if
           if record-clipped then
              add 1 to records-clipped-count
           end-if.

       700-write-reject.
           add 1 to records-rejected-count
           display "RECORD " records-read-count " REJECTED - "
                   function trim(reject-reason)
           if reject-ok then
              move spaces to reject-rec
              move records-read-count to rjl-record-number
              move reject-reason to rjl-reason
              move hack-news-rec to rjl-raw-record
              write reject-rec
           end-if.

       800-load-statistics.
           display spaces
           display "LOAD STATISTICS"
           move records-read-count to count-out
           display "  RECORDS READ              : " count-out
           move records-loaded-count to count-out
           display "  STORIES LOADED            : " count-out
           move records-repaired-count to count-out
           display "  REPAIRED (QUOTED FIELDS)  : " count-out
           move records-rejected-count to count-out
           display "  REJECTED TO HACKREJ       : " count-out
           move headers-skipped-count to count-out
           display "  HEADING ROWS SKIPPED      : " count-out
           move blank-skipped-count to count-out
           display "  BLANK RECORDS SKIPPED     : " count-out
           move dates-padded-count to count-out
           display "  DATE/TIME PARTS PADDED    : " count-out
           move records-clipped-count to count-out
           display "  FIELDS CLIPPED TO WIDTH   : " count-out.

       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
