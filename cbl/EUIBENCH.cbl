      *   with one space between fields.  Buildings without a card
      *   benchmark against the OFFICE default of 75 kBtu/sf.
      *
      * The ranking is also written to EUIRANK, one record per
      * building in rank order (bldg-id, rank, EUI, target, percent
      * over target), for the capital plan to read.  A missing DD
      * just skips the extract.
      *
      ******************************************************************
      *
      *                Job Control Language
      *//***************************************************/
      *//RUN     EXEC PGM=EUIBENCH
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//BLDGSPEC  DD DSN=&SYSUID..BLDGSPEC(0),DISP=SHR
      *//BLDGRSLT  DD DSN=&SYSUID..BLDGRSLT,DISP=SHR
      *//EUITARG   DD DSN=&SYSUID..INPUT(EUITARG),DISP=SHR
      *//EUIRANK   DD DSN=&SYSUID..EUIRANK,DISP=(NEW,CATLG),
      *//             DCB=(RECFM=FB,LRECL=80)
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
           select target-file assign to EUITARG
                    organization is sequential
                    file status is target-status.
      *
           select rank-file assign to EUIRANK
                    organization is sequential
                    file status is rank-status.

       data division.
       file section.
           02 filler                           pic x.
           02 tgc-target-in                    pic x(4).
           02 filler                           pic x(58).
      *
       fd  rank-file record contains 80 characters
                     recording mode f.
       01  rank-record.
           02 rnk-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 rnk-rank                         pic 99.
           02 filler                           pic x.
           02 rnk-eui                          pic 9(4)v9.
           02 filler                           pic x.
           02 rnk-target-eui                   pic 999.
           02 filler                           pic x.
           02 rnk-over-pct                     pic s9(4)v9
                                               sign is leading
                                               separate.
           02 filler                           pic x(52).

       working-storage section.

           88 results-ok                       value "00".
       01 target-status                        pic xx value "00".
           88 target-ok                        value "00".
       01 rank-status                          pic xx value "00".
           88 rank-ok                          value "00".

       01 spec-eof-sw                          pic x value "N".
           88 spec-eof                         value "Y".
           end-if.

       700-benchmark-report.
           open output rank-file
           if not rank-ok then
              display "EUIRANK NOT AVAILABLE - RANKING EXTRACT SKIPPED"
           end-if
           display spaces
           display "PORTFOLIO RANKED BY PERCENT OVER TARGET EUI"
           display "RANK BLDG ID  BUILDING NAME         TYPE     "
                   "   SQ FT    EUI  TARGET  OVER TGT"
           perform 710-one-benchmark-line
                   varying bldg-idx from 1 by 1
                   until bldg-idx > bldg-count
           if rank-ok then
              close rank-file
           end-if.

       710-one-benchmark-line.
           move bldg-idx to rank-out
              display "  ** OVER TARGET **"
           else
              display spaces
           end-if
           if rank-ok then
              move spaces to rank-record
              move bte-bldg-id(bldg-idx) to rnk-bldg-id
              move bldg-idx to rnk-rank
              move bte-eui(bldg-idx) to rnk-eui
              move bte-target-eui(bldg-idx) to rnk-target-eui
              move bte-over-pct(bldg-idx) to rnk-over-pct
              write rank-record
           end-if.
