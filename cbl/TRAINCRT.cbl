       identification division.
       program-id.    traincrt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Operator Training Gradebook and Certification           *
      *                                                                *
      ******************************************************************
      *
      * CONVRTDB appends one TRAINHST record for every quiz session
      * an operator trainee runs.  This batch turns that history
      * into the training coordinator's books:
      *
      *   - the certification master (CERTMST in, NEWCERT out, one
      *     entry per trainee per deck) is carried forward and every
      *     session newer than the entry's latest is posted to it,
      *     so a rerun over the same history changes nothing;
      *   - a session scoring at or above the deck's pass score is a
      *     pass; the second pass certifies the trainee on that deck
      *     as of that session's date, with an expiry the deck's
      *     valid period later;
      *   - a certified trainee recertifies the same way -- two more
      *     passes -- but only passes taken inside the renewal
      *     window (the 60 days before expiry, or any time after it)
      *     count, so a refresher run the week after certifying does
      *     not renew anything;
      *   - the gradebook prints every trainee's best and latest
      *     score per deck with the certification standing.
      *
      * TRAINDUE reads the same master for the supervisors' monthly
      * list of recertifications due and overdue.
      *
      * Certification rule cards (CERTRULE, optional):
      *   deck(8) pass-score(3 percent) valid-months(2)
      *   with one space between fields; a DEFAULT deck card sets
      *   the rule for every deck without its own card.  With no
      *   cards at all the rule is 80 percent, good for 12 months.
      *
      * Certification master (CERTMST / NEWCERT):
      *   trainee-id(8) deck(8) status(1: C certified, N not yet)
      *   passes-toward-next(1) certified-date(8) expiry-date(8)
      *   sessions(4) best-score(5: 999v99) latest-score(5: 999v99)
      *   latest-date(8) latest-time(6)
      *   with one space between fields.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//TRAINCRT JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(TRAINCRT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(TRAINCRT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=TRAINCRT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//TRAINHST  DD DSN=&SYSUID..TRAINHST,DISP=SHR
      *//CERTRULE  DD DSN=&SYSUID..INPUT(CERTRULE),DISP=SHR
      *//CERTMST   DD DSN=&SYSUID..CERTMST(0),DISP=SHR
      *//NEWCERT   DD DSN=&SYSUID..CERTMST(+1),DISP=(NEW,CATLG)
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select training-history-file assign to TRAINHST
                    organization is sequential
                    file status is training-history-status.
      *
           select cert-rule-file assign to CERTRULE
                    organization is sequential
                    file status is cert-rule-status.
      *
           select cert-master-in assign to CERTMST
                    organization is sequential
                    file status is cert-master-in-status.
      *
           select cert-master-out assign to NEWCERT
                    organization is sequential
                    file status is cert-master-out-status.

       data division.
       file section.
       fd  training-history-file record contains 80 characters
                                 recording mode f.
       01  training-history-record.
           02 thr-trainee-id                   pic x(8).
           02 filler                           pic x.
           02 thr-deck-id                      pic x(8).
           02 filler                           pic x.
           02 thr-date                         pic 9(8).
           02 filler                           pic x.
           02 thr-time                         pic 9(6).
           02 filler                           pic x.
           02 thr-questions                    pic 9(3).
           02 filler                           pic x.
           02 thr-correct                      pic 9(3).
           02 filler                           pic x.
           02 thr-score                        pic 9(3)v99.
           02 filler                           pic x.
           02 thr-seconds                      pic 9(5).
           02 filler                           pic x(27).
      *
       fd  cert-rule-file record contains 80 characters
                          recording mode f.
       01  cert-rule-record.
           02 crr-deck-id                      pic x(8).
           02 filler                           pic x.
           02 crr-pass-score                   pic x(3).
           02 filler                           pic x.
           02 crr-valid-months                 pic x(2).
           02 filler                           pic x(65).
      *
       fd  cert-master-in record contains 80 characters
                          recording mode f.
       01  cert-master-in-record.
           02 cmi-trainee-id                   pic x(8).
           02 filler                           pic x.
           02 cmi-deck-id                      pic x(8).
           02 filler                           pic x.
           02 cmi-status                       pic x.
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
      *
       fd  cert-master-out record contains 80 characters
                           recording mode f.
       01  cert-master-out-record.
           02 cmo-trainee-id                   pic x(8).
           02 filler                           pic x.
           02 cmo-deck-id                      pic x(8).
           02 filler                           pic x.
           02 cmo-status                       pic x.
           02 filler                           pic x.
           02 cmo-passes                       pic 9.
           02 filler                           pic x.
           02 cmo-cert-date                    pic 9(8).
           02 filler                           pic x.
           02 cmo-expiry-date                  pic 9(8).
           02 filler                           pic x.
           02 cmo-sessions                     pic 9(4).
           02 filler                           pic x.
           02 cmo-best-score                   pic 9(3)v99.
           02 filler                           pic x.
           02 cmo-latest-score                 pic 9(3)v99.
           02 filler                           pic x.
           02 cmo-latest-date                  pic 9(8).
           02 filler                           pic x.
           02 cmo-latest-time                  pic 9(6).
           02 filler                           pic x(8).

       working-storage section.

       01 training-history-status              pic xx value "00".
           88 training-history-ok              value "00".
       01 cert-rule-status                     pic xx value "00".
           88 cert-rule-ok                     value "00".
       01 cert-master-in-status                pic xx value "00".
           88 cert-master-in-ok                value "00".
       01 cert-master-out-status               pic xx value "00".
           88 cert-master-out-ok               value "00".

       01 history-eof-sw                       pic x value "N".
           88 history-eof                      value "Y".
       01 rule-eof-sw                          pic x value "N".
           88 rule-eof                         value "Y".
       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".

       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).
       01 today-yyyymmdd                       pic 9(8).

      * Certification rules: the built-in default until a DEFAULT
      * card replaces it, then one entry per deck with its own card.
       01 default-pass-score                   pic 999 value 80.
       01 default-valid-months                 pic 99 value 12.
       01 renewal-window-days                  pic 999 value 60.
       01 rule-count                           pic 99 value zero.
       01 rule-idx                             pic 99.
       01 rule-table.
           02 rule-entry occurs 50 times.
              03 rle-deck-id                   pic x(8).
              03 rle-pass-score                pic 999.
              03 rle-valid-months              pic 99.
       01 pass-score                           pic 999.
       01 valid-months                         pic 99.

      * The session history rides in storage so it can be posted
      * in date and time order whatever order it was appended in.
       01 session-count                        pic 9(4) value zero.
       01 session-idx                          pic 9(4).
       01 session-table.
           02 session-entry occurs 1 to 3000 times
                            depending on session-count.
              03 sse-stamp.
                 04 sse-date                   pic 9(8).
                 04 sse-time                   pic 9(6).
              03 sse-trainee-id                pic x(8).
              03 sse-deck-id                   pic x(8).
              03 sse-score                     pic 9(3)v99.

      * The certification master in storage.
       01 cert-count                           pic 9(4) value zero.
       01 cert-idx                             pic 9(4).
       01 cert-found-idx                       pic 9(4).
       01 cert-found-sw                        pic x.
           88 cert-found                       value "Y".
       01 cert-table.
           02 cert-entry occurs 1 to 1000 times
                         depending on cert-count.
              03 cte-key.
                 04 cte-trainee-id             pic x(8).
                 04 cte-deck-id                pic x(8).
              03 cte-status                    pic x.
                 88 cte-certified              value "C".
              03 cte-passes                    pic 9.
              03 cte-cert-date                 pic 9(8).
              03 cte-expiry-date               pic 9(8).
              03 cte-sessions                  pic 9(4).
              03 cte-best-score                pic 9(3)v99.
              03 cte-latest-score              pic 9(3)v99.
              03 cte-latest-stamp.
                 04 cte-latest-date            pic 9(8).
                 04 cte-latest-time            pic 9(6).

       01 renewal-opens-day                    pic 9(7).
       01 session-day                          pic 9(7).
       01 expiry-work.
           02 exw-yyyy                         pic 9(4).
           02 exw-mm                           pic 99.
           02 exw-dd                           pic 99.
       01 expiry-work-date redefines expiry-work
                                               pic 9(8).
       01 month-total                          pic 9(4).
       01 year-carry                           pic 9(4).

       01 sessions-read                        pic 9(5) value zero.
       01 sessions-posted                      pic 9(5) value zero.
       01 sessions-on-file                     pic 9(5) value zero.
       01 sessions-rejected                    pic 9(5) value zero.
       01 new-certifications                   pic 9(5) value zero.
       01 renewals                             pic 9(5) value zero.

       01 count-out                            pic zz,zz9.
       01 score-out                            pic zz9.99.
       01 best-out                             pic zz9.99.
       01 sessions-out                         pic z,zz9.
       01 standing-text                        pic x(24).
       01 previous-trainee-id                  pic x(8).
       01 report-trainee-id                    pic x(8).

       procedure division.
       100-main-paragraph.
           display "********  TRAINING GRADEBOOK AND CERTIFICATION"
                   "  ********"
           move function current-date to datetime
           move dt-yyyymmdd to today-yyyymmdd
           perform 200-load-rules
           perform 250-load-cert-master
           perform 300-load-history
           if session-count is greater than zero then
              sort session-entry ascending key sse-stamp
              perform 400-post-one-session
                      varying session-idx from 1 by 1
                      until session-idx > session-count
           end-if
           if cert-count is greater than zero then
              sort cert-entry ascending key cte-key
           end-if
           perform 600-gradebook-report
           perform 700-write-cert-master
           perform 800-run-statistics
           display "********  TRAINING CERTIFICATION RUN ENDS"
                   "  ********"
           stop run.

      * A missing CERTRULE DD leaves every deck on the built-in rule.
       200-load-rules.
           open input cert-rule-file
           if cert-rule-ok then
              perform 210-read-rule until rule-eof
              close cert-rule-file
           end-if
           move default-pass-score to score-out
           display "DEFAULT RULE: PASS AT " score-out "%, VALID "
                   default-valid-months " MONTHS".

       210-read-rule.
           read cert-rule-file
              at end set rule-eof to true
              not at end perform 220-store-rule
           end-read.

       220-store-rule.
           if crr-deck-id is equal to spaces or
              crr-pass-score is not numeric or
              crr-valid-months is not numeric or
              crr-pass-score is greater than "100" or
              crr-valid-months is equal to "00" then
              display "CERTRULE CARD SKIPPED: " cert-rule-record
           else
           if crr-deck-id is equal to "DEFAULT " then
              move crr-pass-score to default-pass-score
              move crr-valid-months to default-valid-months
           else
           if rule-count is less than 50 then
              add 1 to rule-count
              move crr-deck-id to rle-deck-id(rule-count)
              move crr-pass-score to rle-pass-score(rule-count)
              move crr-valid-months to rle-valid-months(rule-count)
              move crr-pass-score to score-out
              display "DECK " crr-deck-id " RULE: PASS AT "
                      score-out "%, VALID " crr-valid-months
                      " MONTHS"
           else
              display "CERTRULE LIMIT (50 DECKS) - CARD SKIPPED: "
                      crr-deck-id
           end-if
           end-if
           end-if.

      * A missing CERTMST DD just means the books are being started.
       250-load-cert-master.
           open input cert-master-in
           if cert-master-in-ok then
              perform 260-read-cert until master-eof
              close cert-master-in
           else
              display "CERTMST NOT AVAILABLE - STARTING A NEW"
                      " CERTIFICATION MASTER"
           end-if.

       260-read-cert.
           read cert-master-in
              at end set master-eof to true
              not at end perform 270-store-cert
           end-read.

       270-store-cert.
           if cmi-sessions is numeric and
              cmi-best-score is numeric and
              cmi-latest-score is numeric and
              cmi-cert-date is numeric and
              cmi-expiry-date is numeric and
              cmi-passes is numeric and
              cmi-latest-date is numeric and
              cmi-latest-time is numeric and
              cert-count is less than 1000 then
              add 1 to cert-count
              move cmi-trainee-id to cte-trainee-id(cert-count)
              move cmi-deck-id to cte-deck-id(cert-count)
              move cmi-status to cte-status(cert-count)
              move cmi-passes to cte-passes(cert-count)
              move cmi-cert-date to cte-cert-date(cert-count)
              move cmi-expiry-date to cte-expiry-date(cert-count)
              move cmi-sessions to cte-sessions(cert-count)
              move cmi-best-score to cte-best-score(cert-count)
              move cmi-latest-score to cte-latest-score(cert-count)
              move cmi-latest-date to cte-latest-date(cert-count)
              move cmi-latest-time to cte-latest-time(cert-count)
           else
              display "CERTMST RECORD SKIPPED: "
                      cert-master-in-record
           end-if.

       300-load-history.
           open input training-history-file
           if not training-history-ok then
              display "TRAINHST NOT AVAILABLE - NO SESSIONS TO POST"
           else
              perform 310-read-session until history-eof
              close training-history-file
           end-if.

       310-read-session.
           read training-history-file
              at end set history-eof to true
              not at end perform 320-store-session
           end-read.

       320-store-session.
           add 1 to sessions-read
           if thr-trainee-id is equal to spaces or
              thr-deck-id is equal to spaces or
              thr-date is not numeric or
              thr-time is not numeric or
              thr-score is not numeric then
              add 1 to sessions-rejected
              display "TRAINHST RECORD SKIPPED: "
                      training-history-record
           else
           if function test-date-yyyymmdd(thr-date) is not equal
              zero then
              add 1 to sessions-rejected
              display "TRAINHST RECORD SKIPPED (BAD DATE): "
                      training-history-record
           else
           if session-count is less than 3000 then
              add 1 to session-count
              move thr-date to sse-date(session-count)
              move thr-time to sse-time(session-count)
              move thr-trainee-id to sse-trainee-id(session-count)
              move thr-deck-id to sse-deck-id(session-count)
              move thr-score to sse-score(session-count)
           else
              add 1 to sessions-rejected
              display "SESSION LIMIT (3000) - RECORD SKIPPED: "
                      training-history-record
           end-if
           end-if
           end-if.

      * Sessions arrive oldest first; one already reflected in the
      * master (not newer than the entry's latest) is passed over.
       400-post-one-session.
           perform 410-find-or-add-cert
           if cert-found then
              if sse-stamp(session-idx) is not greater than
                 cte-latest-stamp(cert-found-idx) then
                 add 1 to sessions-on-file
              else
                 add 1 to sessions-posted
                 perform 430-score-the-session
                 perform 450-apply-the-rule
              end-if
           end-if.

       410-find-or-add-cert.
           move "N" to cert-found-sw
           perform 420-check-one-cert
                   varying cert-idx from 1 by 1
                   until cert-idx > cert-count or cert-found
           if not cert-found then
              if cert-count is less than 1000 then
                 add 1 to cert-count
                 move cert-count to cert-found-idx
                 move sse-trainee-id(session-idx) to
                      cte-trainee-id(cert-found-idx)
                 move sse-deck-id(session-idx) to
                      cte-deck-id(cert-found-idx)
                 move "N" to cte-status(cert-found-idx)
                 move zero to cte-passes(cert-found-idx)
                 move zero to cte-cert-date(cert-found-idx)
                 move zero to cte-expiry-date(cert-found-idx)
                 move zero to cte-sessions(cert-found-idx)
                 move zero to cte-best-score(cert-found-idx)
                 move zero to cte-latest-score(cert-found-idx)
                 move zero to cte-latest-date(cert-found-idx)
                 move zero to cte-latest-time(cert-found-idx)
                 set cert-found to true
              else
                 add 1 to sessions-rejected
                 display "CERTIFICATION LIMIT (1000) - SESSION FOR "
                         sse-trainee-id(session-idx) " "
                         sse-deck-id(session-idx) " SKIPPED"
              end-if
           end-if.

       420-check-one-cert.
           if cte-trainee-id(cert-idx) is equal to
              sse-trainee-id(session-idx) and
              cte-deck-id(cert-idx) is equal to
              sse-deck-id(session-idx) then
              set cert-found to true
              move cert-idx to cert-found-idx
           end-if.

       430-score-the-session.
           add 1 to cte-sessions(cert-found-idx)
           if sse-score(session-idx) is greater than
              cte-best-score(cert-found-idx) then
              move sse-score(session-idx) to
                   cte-best-score(cert-found-idx)
           end-if
           move sse-score(session-idx) to
                cte-latest-score(cert-found-idx)
           move sse-stamp(session-idx) to
                cte-latest-stamp(cert-found-idx).

       450-apply-the-rule.
           perform 460-find-deck-rule
           if sse-score(session-idx) is not less than pass-score
              then
              if not cte-certified(cert-found-idx) then
                 add 1 to cte-passes(cert-found-idx)
              else
                 compute renewal-opens-day =
                         function integer-of-date
                         (cte-expiry-date(cert-found-idx)) -
                         renewal-window-days
                 compute session-day =
                         function integer-of-date
                         (sse-date(session-idx))
                 if session-day is not less than renewal-opens-day
                    then
                    add 1 to cte-passes(cert-found-idx)
                 end-if
              end-if
              if cte-passes(cert-found-idx) is not less than 2 then
                 perform 480-certify
              end-if
           end-if.

       460-find-deck-rule.
           move default-pass-score to pass-score
           move default-valid-months to valid-months
           perform 470-check-one-rule
                   varying rule-idx from 1 by 1
                   until rule-idx > rule-count.

       470-check-one-rule.
           if rle-deck-id(rule-idx) is equal to
              sse-deck-id(session-idx) then
              move rle-pass-score(rule-idx) to pass-score
              move rle-valid-months(rule-idx) to valid-months
           end-if.

      * The expiry is the certifying date the valid period later; a
      * day past the end of the month (a 31st into a 30-day month,
      * a 29th into a common February) steps back to the month end.
       480-certify.
           if cte-certified(cert-found-idx) then
              add 1 to renewals
              display "RECERTIFIED: " sse-trainee-id(session-idx)
                      " ON " sse-deck-id(session-idx) " AS OF "
                      sse-date(session-idx)
           else
              add 1 to new-certifications
              display "CERTIFIED  : " sse-trainee-id(session-idx)
                      " ON " sse-deck-id(session-idx) " AS OF "
                      sse-date(session-idx)
           end-if
           move "C" to cte-status(cert-found-idx)
           move zero to cte-passes(cert-found-idx)
           move sse-date(session-idx) to
                cte-cert-date(cert-found-idx)
           move sse-date(session-idx) to expiry-work-date
           compute month-total = exw-mm + valid-months - 1
           divide month-total by 12 giving year-carry
                  remainder exw-mm
           add 1 to exw-mm
           add year-carry to exw-yyyy
           perform 490-step-back-one-day
                   until function test-date-yyyymmdd
                         (expiry-work-date) is equal zero
           move expiry-work-date to
                cte-expiry-date(cert-found-idx).

       490-step-back-one-day.
           subtract 1 from exw-dd.

       600-gradebook-report.
           display spaces
           display "----  TRAINING GRADEBOOK  ----"
           display "TRAINEE  DECK      SESSIONS    BEST  LATEST"
                   "  TAKEN     STANDING"
           move spaces to previous-trainee-id
           perform 610-one-gradebook-line
                   varying cert-idx from 1 by 1
                   until cert-idx > cert-count.

       610-one-gradebook-line.
           if cte-trainee-id(cert-idx) is equal to
              previous-trainee-id then
              move spaces to report-trainee-id
           else
              move cte-trainee-id(cert-idx) to report-trainee-id
              move cte-trainee-id(cert-idx) to previous-trainee-id
           end-if
           move cte-sessions(cert-idx) to sessions-out
           move cte-best-score(cert-idx) to best-out
           move cte-latest-score(cert-idx) to score-out
           perform 620-standing-text
           display report-trainee-id " " cte-deck-id(cert-idx)
                   "     " sessions-out "  " best-out "  "
                   score-out "  " cte-latest-date(cert-idx) "  "
                   standing-text.

       620-standing-text.
           move spaces to standing-text
           if cte-certified(cert-idx) then
              if cte-expiry-date(cert-idx) is less than
                 today-yyyymmdd then
                 string "EXPIRED " cte-expiry-date(cert-idx)
                        delimited by size into standing-text
              else
                 string "CERTIFIED TO " cte-expiry-date(cert-idx)
                        delimited by size into standing-text
              end-if
           else
           if cte-passes(cert-idx) is greater than zero then
              move "IN TRAINING - 1 PASS" to standing-text
           else
              move "IN TRAINING" to standing-text
           end-if
           end-if.

       700-write-cert-master.
           open output cert-master-out
           if not cert-master-out-ok then
              display "NEWCERT NOT AVAILABLE - MASTER NOT WRITTEN"
           else
              perform 710-write-one-cert
                      varying cert-idx from 1 by 1
                      until cert-idx > cert-count
              close cert-master-out
           end-if.

       710-write-one-cert.
           move spaces to cert-master-out-record
           move cte-trainee-id(cert-idx) to cmo-trainee-id
           move cte-deck-id(cert-idx) to cmo-deck-id
           move cte-status(cert-idx) to cmo-status
           move cte-passes(cert-idx) to cmo-passes
           move cte-cert-date(cert-idx) to cmo-cert-date
           move cte-expiry-date(cert-idx) to cmo-expiry-date
           move cte-sessions(cert-idx) to cmo-sessions
           move cte-best-score(cert-idx) to cmo-best-score
           move cte-latest-score(cert-idx) to cmo-latest-score
           move cte-latest-date(cert-idx) to cmo-latest-date
           move cte-latest-time(cert-idx) to cmo-latest-time
           write cert-master-out-record.

       800-run-statistics.
           display spaces
           move sessions-read to count-out
           display "SESSIONS READ          : " count-out
           move sessions-posted to count-out
           display "SESSIONS POSTED        : " count-out
           move sessions-on-file to count-out
           display "ALREADY ON THE MASTER  : " count-out
           move sessions-rejected to count-out
           display "SESSIONS REJECTED      : " count-out
           move new-certifications to count-out
           display "NEW CERTIFICATIONS     : " count-out
           move renewals to count-out
           display "RECERTIFICATIONS       : " count-out
           move cert-count to count-out
           display "MASTER ENTRIES WRITTEN : " count-out.
