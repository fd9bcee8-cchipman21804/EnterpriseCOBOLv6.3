       identification division.
       program-id.    traindue.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Monthly Operator Recertification Due List               *
      *                                                                *
      ******************************************************************
      *
      * The shift supervisors' monthly list from the certification
      * master TRAINCRT maintains.  Every certified trainee whose
      * certification has run out is listed as OVERDUE, oldest
      * first, and every one expiring inside the renewal window
      * (the next 60 days, the same window TRAINCRT opens for
      * recertification passes) is listed as DUE, soonest first.
      * Trainees not yet certified are the training coordinator's
      * business and are not listed.
      *
      * The list is as of today unless a date is given on SYSIN
      * (yyyymmdd), so a missed month can be reproduced.  The step
      * ends with return code 4 when anyone is overdue.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//TRAINDUE JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(TRAINDUE),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(TRAINDUE),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=TRAINDUE
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//CERTMST   DD DSN=&SYSUID..CERTMST(0),DISP=SHR
      *//SYSIN     DD DUMMY
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select cert-master-in assign to CERTMST
                    organization is sequential
                    file status is cert-master-in-status.

       data division.
       file section.
       fd  cert-master-in record contains 80 characters
                          recording mode f.
       01  cert-master-in-record.
           02 cmi-trainee-id                   pic x(8).
           02 filler                           pic x.
           02 cmi-deck-id                      pic x(8).
           02 filler                           pic x.
           02 cmi-status                       pic x.
              88 cmi-certified                 value "C".
           02 filler                           pic x.
           02 cmi-passes                       pic 9.
           02 filler                           pic x.
           02 cmi-cert-date                    pic 9(8).
           02 filler                           pic x.
           02 cmi-expiry-date                  pic 9(8).
           02 filler                           pic x.
           02 cmi-sessions                     pic 9(4).
           02 filler                           pic x.
           02 cmi-best-score                   pic 9(3)v99.
           02 filler                           pic x.
           02 cmi-latest-score                 pic 9(3)v99.
           02 filler                           pic x.
           02 cmi-latest-date                  pic 9(8).
           02 filler                           pic x.
           02 cmi-latest-time                  pic 9(6).
           02 filler                           pic x(8).

       working-storage section.

       01 cert-master-in-status                pic xx value "00".
           88 cert-master-in-ok                value "00".
       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".

       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).
       01 as-of-in                             pic x(8).
       01 as-of-date                           pic 9(8).
       01 as-of-day                            pic 9(7).
       01 expiry-day                           pic 9(7).
       01 renewal-window-days                  pic 999 value 60.

      * Due and overdue certifications, sorted on expiry for print.
       01 due-count                            pic 9(4) value zero.
       01 due-idx                              pic 9(4).
       01 due-table.
           02 due-entry occurs 1 to 1000 times
                        depending on due-count.
              03 dte-expiry-date               pic 9(8).
              03 dte-trainee-id                pic x(8).
              03 dte-deck-id                   pic x(8).
              03 dte-cert-date                 pic 9(8).
              03 dte-passes                    pic 9.
              03 dte-days                      pic s9(5).

       01 certs-read                           pic 9(5) value zero.
       01 certs-current                        pic 9(5) value zero.
       01 overdue-total                        pic 9(5) value zero.
       01 due-total                            pic 9(5) value zero.
       01 days-out                             pic zz,zz9.
       01 count-out                            pic zz,zz9.
       01 section-lines                        pic 9(4).

       procedure division.
       100-main-paragraph.
           display "********  RECERTIFICATION DUE LIST  ********"
           perform 150-set-as-of-date
           perform 200-load-cert-master
           if due-count is greater than zero then
              sort due-entry ascending key dte-expiry-date
           end-if
           perform 400-overdue-section
           perform 500-due-section
           perform 800-run-statistics
           if overdue-total is greater than zero then
              move 4 to return-code
           end-if
           display "********  RECERTIFICATION DUE LIST ENDS"
                   "  ********"
           stop run.

       150-set-as-of-date.
           move function current-date to datetime
           move dt-yyyymmdd to as-of-date
           move spaces to as-of-in
           accept as-of-in
           if as-of-in is not equal to spaces then
              if as-of-in is numeric then
                 move as-of-in to as-of-date
              end-if
              if as-of-in is not numeric or
                 function test-date-yyyymmdd(as-of-date) is not
                 equal zero then
                 display "AS-OF DATE " as-of-in " INVALID - USING"
                         " TODAY"
                 move dt-yyyymmdd to as-of-date
              end-if
           end-if
           compute as-of-day = function integer-of-date(as-of-date)
           display "AS OF " as-of-date "   RENEWAL WINDOW "
                   renewal-window-days " DAYS".

       200-load-cert-master.
           open input cert-master-in
           if not cert-master-in-ok then
              display "CERTMST NOT AVAILABLE - NOTHING TO LIST"
              stop run
           end-if
           perform 210-read-cert until master-eof
           close cert-master-in.

       210-read-cert.
           read cert-master-in
              at end set master-eof to true
              not at end perform 220-check-one-cert
           end-read.

       220-check-one-cert.
           add 1 to certs-read
           if cmi-certified and
              cmi-expiry-date is numeric and
              function test-date-yyyymmdd(cmi-expiry-date) is
              equal zero then
              compute expiry-day =
                      function integer-of-date(cmi-expiry-date)
              if expiry-day is greater than as-of-day +
                 renewal-window-days then
                 add 1 to certs-current
              else
                 perform 230-store-due-cert
              end-if
           end-if.

      * Days are carried negative for an overdue certification.
       230-store-due-cert.
           if due-count is less than 1000 then
              add 1 to due-count
              move cmi-expiry-date to dte-expiry-date(due-count)
              move cmi-trainee-id to dte-trainee-id(due-count)
              move cmi-deck-id to dte-deck-id(due-count)
              move cmi-cert-date to dte-cert-date(due-count)
              move cmi-passes to dte-passes(due-count)
              compute dte-days(due-count) = expiry-day - as-of-day
           else
              display "DUE LIST LIMIT (1000) - " cmi-trainee-id
                      " " cmi-deck-id " NOT LISTED"
           end-if.

       400-overdue-section.
           display spaces
           display "----  OVERDUE FOR RECERTIFICATION  ----"
           display "TRAINEE  DECK      CERTIFIED  EXPIRED   DAYS OVER"
                   "  RENEWAL PASSES"
           move zero to section-lines
           perform 410-one-overdue-line
                   varying due-idx from 1 by 1
                   until due-idx > due-count
           if section-lines is equal to zero then
              display "  (NONE)"
           end-if.

       410-one-overdue-line.
           if dte-days(due-idx) is less than zero then
              add 1 to section-lines
              add 1 to overdue-total
              move dte-days(due-idx) to days-out
              display dte-trainee-id(due-idx) " "
                      dte-deck-id(due-idx) "  "
                      dte-cert-date(due-idx) "  "
                      dte-expiry-date(due-idx) "  " days-out
                      "     " dte-passes(due-idx) " OF 2"
           end-if.

       500-due-section.
           display spaces
           display "----  DUE FOR RECERTIFICATION  ----"
           display "TRAINEE  DECK      CERTIFIED  EXPIRES   DAYS LEFT"
                   "  RENEWAL PASSES"
           move zero to section-lines
           perform 510-one-due-line
                   varying due-idx from 1 by 1
                   until due-idx > due-count
           if section-lines is equal to zero then
              display "  (NONE)"
           end-if.

       510-one-due-line.
           if dte-days(due-idx) is not less than zero then
              add 1 to section-lines
              add 1 to due-total
              move dte-days(due-idx) to days-out
              display dte-trainee-id(due-idx) " "
                      dte-deck-id(due-idx) "  "
                      dte-cert-date(due-idx) "  "
                      dte-expiry-date(due-idx) "  " days-out
                      "     " dte-passes(due-idx) " OF 2"
           end-if.

       800-run-statistics.
           display spaces
           move certs-read to count-out
           display "MASTER ENTRIES READ    : " count-out
           move certs-current to count-out
           display "CURRENT, NOT YET DUE   : " count-out
           move due-total to count-out
           display "DUE                    : " count-out
           move overdue-total to count-out
           display "OVERDUE                : " count-out.
