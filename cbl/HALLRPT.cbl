       identification division.
       program-id.    hallrpt.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *                 Leaderboard Hall of Fame Report                *
      *                                                                *
      ******************************************************************
      *
      * Prints the hall of fame the SEASROLL season rollover builds:
      *
      *   - season champions: the winner of every closed season in
      *     every game, oldest season first, with the score and the
      *     date it was set, and the RATINGS standings leader of
      *     each season;
      *   - all-time records: the best score ever archived for each
      *     game (the earlier one when two are equal), who holds it,
      *     the season and the date it was set, and the highest
      *     season-closing rating, with the number of seasons each
      *     game has been played through.
      *
      * One game can be asked for on SYSIN; blank lists them all.
      * The hall of fame layout is given in SEASROLL.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//HALLRPT  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(HALLRPT),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(HALLRPT),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=HALLRPT
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//HALLFAME  DD DSN=&SYSUID..HALLFAME(0),DISP=SHR
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
           select hall-of-fame-in assign to HALLFAME
                    organization is sequential
                    file status is hall-of-fame-in-status.

       data division.
       file section.
       fd  hall-of-fame-in record contains 80 characters
                           recording mode f.
       01  hall-of-fame-in-record.
           02 hfi-type                         pic x.
              88 hfi-top-ten                   value "T".
              88 hfi-standing                  value "R".
           02 filler                           pic x.
           02 hfi-season                       pic x(6).
           02 filler                           pic x.
           02 hfi-game-id                      pic x(8).
           02 filler                           pic x.
           02 hfi-rank                         pic 99.
           02 filler                           pic x.
           02 hfi-initials                     pic x(3).
           02 filler                           pic x.
           02 hfi-score                        pic 9(7).
           02 hfi-rating redefines hfi-score   pic 9(5)v99.
           02 filler                           pic x.
           02 hfi-difficulty                   pic x(8).
           02 filler                           pic x.
           02 hfi-date                         pic 9(8).
           02 filler                           pic x(30).

       working-storage section.

       01 hall-of-fame-in-status               pic xx value "00".
           88 hall-of-fame-in-ok               value "00".
       01 hall-eof-sw                          pic x value "N".
           88 hall-eof                         value "Y".

       01 game-filter-in                       pic x(8).

      * Every season's first place, per game, for the champions
      * list; the RATINGS leaders sort in under their own game id.
       01 champion-count                       pic 999 value zero.
       01 champion-idx                         pic 999.
       01 champion-table.
           02 champion-entry occurs 1 to 500 times
                             depending on champion-count.
              03 cne-game-id                   pic x(8).
              03 cne-season                    pic x(6).
              03 cne-type                      pic x.
              03 cne-initials                  pic x(3).
              03 cne-score                     pic 9(7).
              03 cne-rating redefines cne-score
                                               pic 9(5)v99.
              03 cne-difficulty                pic x(8).
              03 cne-date                      pic 9(8).

      * Best archived score per game.
       01 record-count                         pic 99 value zero.
       01 record-idx                           pic 99.
       01 record-found-idx                     pic 99.
       01 record-found-sw                      pic x.
           88 record-found                     value "Y".
       01 record-table.
           02 record-entry occurs 1 to 50 times
                           depending on record-count.
              03 rce-game-id                   pic x(8).
              03 rce-type                      pic x.
              03 rce-season                    pic x(6).
              03 rce-initials                  pic x(3).
              03 rce-score                     pic 9(7).
              03 rce-rating redefines rce-score
                                               pic 9(5)v99.
              03 rce-difficulty                pic x(8).
              03 rce-date                      pic 9(8).
              03 rce-seasons                   pic 999.

       01 last-game-id                         pic x(8).
       01 hall-read                            pic 9(5) value zero.
       01 seasons-out                          pic zz9.
       01 score-out                            pic z,zzz,zz9.
       01 rating-out                           pic z,zzz,zz9.99.
       01 count-out                            pic zz,zz9.

       procedure division.
       100-main-paragraph.
           display "********  LEADERBOARD HALL OF FAME  ********"
           move spaces to game-filter-in
           accept game-filter-in
           move function upper-case(game-filter-in)
                to game-filter-in
           if game-filter-in is not equal to spaces then
              display "GAME " game-filter-in " ONLY"
           end-if
           perform 200-load-hall-of-fame
           if champion-count is equal to zero then
              display "NO CLOSED SEASONS ON FILE"
              stop run
           end-if
           perform 400-champions-section
           perform 500-records-section
           display spaces
           move hall-read to count-out
           display "HALL OF FAME RECORDS READ : " count-out
           display "********  HALL OF FAME ENDS  ********"
           stop run.

       200-load-hall-of-fame.
           open input hall-of-fame-in
           if not hall-of-fame-in-ok then
              display "HALLFAME NOT AVAILABLE - NO SEASONS CLOSED"
                      " YET"
              stop run
           end-if
           perform 210-read-hall-record until hall-eof
           close hall-of-fame-in.

       210-read-hall-record.
           read hall-of-fame-in
              at end set hall-eof to true
              not at end
                 add 1 to hall-read
                 if (game-filter-in is equal to spaces or
                    hfi-game-id is equal to game-filter-in) and
                    (hfi-top-ten or hfi-standing) and
                    hfi-score is numeric then
                    if hfi-rank is equal to 1 then
                       perform 220-store-champion
                    end-if
                    perform 300-check-record
                 end-if
           end-read.

       220-store-champion.
           if champion-count is less than 500 then
              add 1 to champion-count
              move hfi-game-id to cne-game-id(champion-count)
              move hfi-season to cne-season(champion-count)
              move hfi-type to cne-type(champion-count)
              move hfi-initials to cne-initials(champion-count)
              move hfi-score to cne-score(champion-count)
              move hfi-difficulty to cne-difficulty(champion-count)
              move hfi-date to cne-date(champion-count)
           else
              display "CHAMPION TABLE FULL (500) - " hfi-season " "
                      hfi-game-id " NOT LISTED"
           end-if.

      * A game's record only falls to a strictly better score, so
      * an equal score set later does not take it over.
       300-check-record.
           move "N" to record-found-sw
           perform 310-check-one-game
                   varying record-idx from 1 by 1
                   until record-idx > record-count or record-found
           if record-found then
              if hfi-rank is equal to 1 then
                 add 1 to rce-seasons(record-found-idx)
              end-if
              if hfi-score is greater than
                 rce-score(record-found-idx) or
                 (hfi-score is equal to rce-score(record-found-idx)
                 and hfi-date is less than rce-date(record-found-idx))
                 then
                 perform 320-take-record
              end-if
           else
              if record-count is less than 50 then
                 add 1 to record-count
                 move record-count to record-found-idx
                 move hfi-game-id to rce-game-id(record-found-idx)
                 move hfi-type to rce-type(record-found-idx)
                 move zero to rce-seasons(record-found-idx)
                 if hfi-rank is equal to 1 then
                    move 1 to rce-seasons(record-found-idx)
                 end-if
                 perform 320-take-record
              else
                 display "RECORD TABLE FULL (50) - " hfi-game-id
                         " NOT LISTED"
              end-if
           end-if.

       310-check-one-game.
           if rce-game-id(record-idx) is equal to hfi-game-id then
              set record-found to true
              move record-idx to record-found-idx
           end-if.

       320-take-record.
           move hfi-season to rce-season(record-found-idx)
           move hfi-initials to rce-initials(record-found-idx)
           move hfi-score to rce-score(record-found-idx)
           move hfi-difficulty to rce-difficulty(record-found-idx)
           move hfi-date to rce-date(record-found-idx).

       400-champions-section.
           sort champion-entry ascending key cne-game-id cne-season
           display spaces
           display "----  SEASON CHAMPIONS  ----"
           display "GAME     SEASON  CHAMPION         SCORE  DIFF"
                   "      SET ON"
           move spaces to last-game-id
           perform 410-show-one-champion
                   varying champion-idx from 1 by 1
                   until champion-idx > champion-count.

       410-show-one-champion.
           if cne-game-id(champion-idx) is not equal to last-game-id
              then
              if last-game-id is not equal to spaces then
                 display spaces
              end-if
              move cne-game-id(champion-idx) to last-game-id
           end-if
           if cne-type(champion-idx) is equal to "R" then
              move cne-rating(champion-idx) to rating-out
              display cne-game-id(champion-idx) " "
                      cne-season(champion-idx) "  "
                      cne-initials(champion-idx) "      "
                      rating-out "  RATING    "
                      cne-date(champion-idx)
           else
              move cne-score(champion-idx) to score-out
              display cne-game-id(champion-idx) " "
                      cne-season(champion-idx) "  "
                      cne-initials(champion-idx) "         "
                      score-out "  "
                      cne-difficulty(champion-idx) "  "
                      cne-date(champion-idx)
           end-if.

       500-records-section.
           sort record-entry ascending key rce-game-id
           display spaces
           display "----  ALL-TIME RECORDS  ----"
           display "GAME     HOLDER           SCORE  DIFF      SET ON"
                   "    SEASON  SEASONS"
           perform 510-show-one-record
                   varying record-idx from 1 by 1
                   until record-idx > record-count.

       510-show-one-record.
           move rce-seasons(record-idx) to seasons-out
           if rce-type(record-idx) is equal to "R" then
              move rce-rating(record-idx) to rating-out
              display rce-game-id(record-idx) " "
                      rce-initials(record-idx) "      "
                      rating-out "  RATING    "
                      rce-date(record-idx) "  "
                      rce-season(record-idx) "     " seasons-out
           else
              move rce-score(record-idx) to score-out
              display rce-game-id(record-idx) " "
                      rce-initials(record-idx) "         "
                      score-out "  "
                      rce-difficulty(record-idx) "  "
                      rce-date(record-idx) "  "
                      rce-season(record-idx) "     " seasons-out
           end-if.
