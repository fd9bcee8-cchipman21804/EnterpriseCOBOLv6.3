      * the leaving air temperature is flagged -- that approach is
      * not buildable and usually means a mis-keyed card.
      *
      * Every coil selected is also written to the COILSCHD design
      * schedule (rewritten in full each run), which COILTEST uses
      * as the yardstick when a coil is field-tested after it is
      * installed.
      *
      * Coil card (COILDECK):
      *   tag(8) ent-db(5) ent-rh(3) lvg-db(5) lvg-rh(3) cfm(6)
      *   chws-temp(4) water-dt(4)
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HUMRATIO  DD DSN=&SYSUID..HUMRATIO,DISP=SHR
      *//COILDECK  DD DSN=&SYSUID..INPUT(COILDECK),DISP=SHR
      *//COILSCHD  DD DSN=&SYSUID..COILSCHD,DISP=OLD
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
           select coil-deck-file assign to COILDECK
                    organization is sequential
                    file status is coil-deck-status.
      *
           select coil-schedule-file assign to COILSCHD
                    organization is sequential
                    file status is coil-schedule-status.

       data division.
       file section.
           02 filler                           pic x.
           02 clc-water-dt-in                  pic x(4).
           02 filler                           pic x(35).
      *
      * Design schedule for COILTEST, one record per coil selected.
       fd  coil-schedule-file record contains 80 characters
                              recording mode f.
       01  coil-schedule-record.
           02 csr-tag                          pic x(8).
           02 filler                           pic x.
           02 csr-total-btuh                   pic 9(8).
           02 filler                           pic x.
           02 csr-sensible-btuh                pic 9(8).
           02 filler                           pic x.
           02 csr-gpm                          pic 9(5)v9.
           02 filler                           pic x.
           02 csr-water-dt                     pic 99v9.
           02 filler                           pic x.
           02 csr-cfm                          pic 9(6).
           02 filler                           pic x(36).

       working-storage section.

           88 spec-hum-ok                      value "00".
       01 coil-deck-status                     pic xx value "00".
           88 coil-deck-ok                     value "00".
       01 coil-schedule-status                 pic xx value "00".
           88 coil-schedule-ok                 value "00".

       01 spec-hum-eof-sw                      pic x value "N".
           88 spec-hum-eof                     value "Y".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  COOLING-COIL SELECTION RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-saturation-table
           display spaces
           display "TAG      TONS    TOTAL BTUH  SENS BTUH  SHR "
              display "COILDECK NOT AVAILABLE - NOTHING TO SELECT"
              set deck-eof to true
           end-if
           open output coil-schedule-file
           if not coil-schedule-ok then
              display "COILSCHD NOT AVAILABLE - DESIGN SCHEDULE NOT"
                      " WRITTEN"
           end-if
           perform 300-read-coil-card until deck-eof
           if coil-deck-ok then
              close coil-deck-file
           end-if
           if coil-schedule-ok then
              close coil-schedule-file
           end-if
           display spaces
           display "COILS SELECTED: " coil-count
           display "CARDS REJECTED: " coil-reject-count
           move coil-count to runlog-written
           move coil-reject-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  COIL SELECTION RUN ENDS  ********"
           stop run.

           open input specific-humidity-file
           if not spec-hum-ok then
              display "HUMRATIO NOT AVAILABLE - CANNOT SOLVE STATES"
              move "HUMRATIO NOT OPENED" to runlog-condition
              move 8 to return-code
              perform 900-abend-run
           end-if
           perform 210-read-saturation-entry until spec-hum-eof
           close specific-humidity-file.
              compute approach-degf = lvg-db - chws-temp
              add 1 to coil-count
              perform 600-schedule-line
              perform 650-write-schedule-record
           end-if.

      * One psychrometric state from dry bulb and RH through the
           else
              display spaces
           end-if.

       650-write-schedule-record.
           if coil-schedule-ok then
              move spaces to coil-schedule-record
              move clc-tag to csr-tag
              move total-btuh to csr-total-btuh
              move sensible-btuh to csr-sensible-btuh
              move required-gpm to csr-gpm
              move water-deltat to csr-water-dt
              move coil-cfm to csr-cfm
              write coil-schedule-record
           end-if.

      * A run that cannot go on logs an ABEND record with its return
      * code and condition, so the night's exceptions show it.
       900-abend-run.
           move "A" to runlog-event
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.
