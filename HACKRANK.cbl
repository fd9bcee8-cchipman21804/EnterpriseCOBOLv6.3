      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//LOAD    EXEC PGM=HACKLOAD
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HACKNEWS  DD DSN=ZOS.PUBLIC.HACKER.NEWS,DISP=SHR    < read
      *//HACKSTRY  DD DSN=&&HACKSTRY,DISP=(NEW,PASS),
      *//             DCB=(RECFM=FB,LRECL=200)               < write
      *//HACKREJ   DD DSN=&SYSUID..HACKREJ,DISP=OLD         < write
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *//RUN     EXEC PGM=HACKRANK,COND=(4,LT,LOAD)
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HACKSTRY  DD DSN=&&HACKSTRY,DISP=(OLD,DELETE)      < read
      *//HACKWORD  DD DSN=&SYSUID..CONTROL(HACKWORD),DISP=SHR < read
      *//FILTERED  DD DSN=&SYSUID..FRNTPAGE,DISP=SHR         < write
      *//SYSOUT    DD SYSOUT=*,OUTLIM=15000                  < display
       environment division.
       input-output section.
       file-control.
            select hack-in-file         assign to HACKSTRY
            organization is sequential.

            select hack-filtered-file   assign to FILTERED
       file section.
      * The feed now carries the article URL as a seventh CSV
      * column, which is what the history file and the duplicate
      * collapse key on.  The raw CSV is no longer read here: titles
      * with commas in them threw the comma split off, so HACKLOAD
      * parses the export and this program reads its fixed-column
      * HACKSTRY story file (layout at hack-in-record below).
       fd hack-in-file recording mode f.

       01 hack-in                  pic x(200).

       fd hack-filtered-file recording mode f.

       01 hack-in-record.
           02 hack-in-id           pic x(8).
           02 hack-in-title        pic x(96).
           02 hack-in-points       pic 9(4).
           02 hack-in-comments     pic 9(4).
           02 hack-in-author       pic x(15).
           02 hack-in-create-date  pic 9(8).
           02 hack-in-create-time.
              03 hack-in-hour      pic 99.
              03 hack-in-minute    pic 99.
           02 hack-in-url          pic x(60).
           02 filler               pic x.

       01 actual-time-stamp.
           02 actual-hour          pic xx.
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

      * Keywords are now loaded from HACKWORD at 106-load-keywords
      * time instead of being hard-coded VALUE clauses.
       100-primary.
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 105-open-files
           perform 106-load-keywords
           perform 110-obtain-current-date
           move dupes-collapsed to runlog-rejected
           move "E" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
      *
      *
           end-read.

       120A-parse-csv-record.
      *
      * HACKLOAD has already split the CSV, zero-padded the one-digit
      * hours and rejected what would not parse, so the story comes
      * in fixed columns.  The numeric check only guards against a
      * HACKSTRY written by something else.
           move hack-in to hack-in-record
           if    hack-in-points is numeric
           AND   hack-in-comments is numeric
           AND   hack-in-create-time is numeric
           then
      *
      * convert them into computational numerals
                 move hack-in-points to points
                 move hack-in-comments to comments
                 move hack-in-hour to hour actual-hour
                 move hack-in-minute to minute actual-minute
      *
      * and move on with the next step in the process
                 perform 121-search-for-strings
