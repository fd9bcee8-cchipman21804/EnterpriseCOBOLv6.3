       identification division.
       program-id.    seasroll.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *            Quarterly Leaderboard Season Rollover               *
      *                                                                *
      ******************************************************************
      *
      * The leaderboard runs in quarterly seasons (2026Q1 is January
      * through March, and so on).  This job closes a season:
      *
      *   - every game's final top ten for the season (ordinary
      *     rounds, the same ranking the LEADERS top-ten inquiry
      *     shows; an earlier round wins a tied score) is archived
      *     to the hall of fame as T records;
      *   - the top ten of the RATINGS standings at season close
      *     are archived as R records, dated the last day of the
      *     season;
      *   - a fresh board is started: only rounds dated after the
      *     season end (played since the new season opened) carry
      *     forward to the NEWBOARD generation.  Everything on the
      *     board up to the season end belongs to the closing
      *     season, daily challenge rounds included.  Rounds dated
      *     before the season start (left from before the first
      *     rollover, or from a quarter whose rollover was skipped)
      *     close with it too, but are not this season's and are
      *     not archived.
      *
      * The season closed is the one before the current quarter
      * unless one is given on SYSIN (yyyyQn).  A season still in
      * progress, or one already in the hall of fame, is refused
      * with return code 8 and nothing is rolled: the board and
      * the hall of fame are carried to the NEWBOARD and NEWHOF
      * generations unchanged, so the cataloged generations lose
      * nothing.
      *
      * The job runs RATINGS first so the standings archived are
      * the season's final ones, then this program, then RATINGS
      * again with SEASON on SYSIN for the soft reset that starts
      * every returning player's new season near their old rating.
      * HALLRPT prints the hall of fame.
      *
      * Hall of fame (HALLFAME), one record per archived place:
      *   type(1: T top ten, R ratings) season(6) game-id(8)
      *   rank(2) initials(3) score(7) difficulty(8) date-set(8)
      *   with one space between fields; an R record carries
      *   RATINGS as its game id and the rating (99999v99) in the
      *   score column.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//SEASROLL JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(SEASROLL),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(SEASROLL),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//FINAL   EXEC PGM=RATINGS
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//GAMEBRD   DD DSN=&SYSUID..GAMEBRD(0),DISP=SHR
      *//PLAYMST   DD DSN=&SYSUID..PLAYMST(0),DISP=SHR
      *//NEWPLAY   DD DSN=&SYSUID..PLAYMST(+1),DISP=(NEW,CATLG)
      *//SYSIN     DD DUMMY
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *//ROLL    EXEC PGM=SEASROLL
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//GAMEBRD   DD DSN=&SYSUID..GAMEBRD(0),DISP=SHR
      *//PLAYMST   DD DSN=&SYSUID..PLAYMST(+1),DISP=SHR
      *//HALLFAME  DD DSN=&SYSUID..HALLFAME(0),DISP=SHR
      *//NEWHOF    DD DSN=&SYSUID..HALLFAME(+1),DISP=(NEW,CATLG)
      *//NEWBOARD  DD DSN=&SYSUID..GAMEBRD(+1),DISP=(NEW,CATLG)
      *//SYSIN     DD DUMMY
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// IF ROLL.RC = 0 THEN
      *//RESET   EXEC PGM=RATINGS
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//GAMEBRD   DD DSN=&SYSUID..GAMEBRD(+1),DISP=SHR
      *//PLAYMST   DD DSN=&SYSUID..PLAYMST(+1),DISP=SHR
      *//NEWPLAY   DD DSN=&SYSUID..PLAYMST(+2),DISP=(NEW,CATLG)
      *//SYSIN     DD *
      *SEASON
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *// ENDIF
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select game-board-file assign to GAMEBRD
                    organization is sequential
                    file status is game-board-status.
      *
           select new-board-file assign to NEWBOARD
                    organization is sequential
                    file status is new-board-status.
      *
           select player-master-in assign to PLAYMST
                    organization is sequential
                    file status is player-master-in-status.
      *
           select hall-of-fame-in assign to HALLFAME
                    organization is sequential
                    file status is hall-of-fame-in-status.
      *
           select hall-of-fame-out assign to NEWHOF
                    organization is sequential
                    file status is hall-of-fame-out-status.

       data division.
       file section.
       fd  game-board-file record contains 80 characters
                           recording mode f.
       01  game-board-record.
           02 gbr-game-id                      pic x(8).
           02 filler                           pic x.
           02 gbr-initials                     pic x(3).
           02 filler                           pic x.
           02 gbr-score                        pic 9(7).
           02 filler                           pic x.
           02 gbr-difficulty                   pic x(8).
           02 filler                           pic x.
           02 gbr-date                         pic 9(8).
           02 filler                           pic x(42).
      *
       fd  new-board-file record contains 80 characters
                          recording mode f.
       01  new-board-record                    pic x(80).
      *
       fd  player-master-in record contains 80 characters
                            recording mode f.
       01  player-master-in-record.
           02 pmi-initials                     pic x(3).
           02 filler                           pic x.
           02 pmi-rating                       pic 9(4)v99.
           02 filler                           pic x.
           02 pmi-rounds                       pic 9(5).
           02 filler                           pic x(64).
      *
       fd  hall-of-fame-in record contains 80 characters
                           recording mode f.
       01  hall-of-fame-in-record.
           02 hfi-type                         pic x.
           02 filler                           pic x.
           02 hfi-season                       pic x(6).
           02 filler                           pic x(72).
      *
       fd  hall-of-fame-out record contains 80 characters
                            recording mode f.
       01  hall-of-fame-out-record.
           02 hfo-type                         pic x.
           02 filler                           pic x.
           02 hfo-season                       pic x(6).
           02 filler                           pic x.
           02 hfo-game-id                      pic x(8).
           02 filler                           pic x.
           02 hfo-rank                         pic 99.
           02 filler                           pic x.
           02 hfo-initials                     pic x(3).
           02 filler                           pic x.
           02 hfo-score                        pic 9(7).
           02 hfo-rating redefines hfo-score   pic 9(5)v99.
           02 filler                           pic x.
           02 hfo-difficulty                   pic x(8).
           02 filler                           pic x.
           02 hfo-date                         pic 9(8).
           02 filler                           pic x(30).

       working-storage section.

       01 game-board-status                    pic xx value "00".
           88 game-board-ok                    value "00".
       01 new-board-status                     pic xx value "00".
           88 new-board-ok                     value "00".
       01 player-master-in-status              pic xx value "00".
           88 player-master-in-ok              value "00".
       01 hall-of-fame-in-status               pic xx value "00".
           88 hall-of-fame-in-ok               value "00".
       01 hall-of-fame-out-status              pic xx value "00".
           88 hall-of-fame-out-ok              value "00".

       01 board-eof-sw                         pic x value "N".
           88 board-eof                        value "Y".
       01 master-eof-sw                        pic x value "N".
           88 master-eof                       value "Y".
       01 hall-eof-sw                          pic x value "N".
           88 hall-eof                         value "Y".
       01 season-closed-sw                     pic x value "N".
           88 season-already-closed            value "Y".
       01 new-files-sw                         pic x value "N".
           88 new-files-open                   value "Y".

       01 datetime.
           02 dt-yyyymmdd.
              03 dt-yyyy                       pic 9(4).
              03 dt-mm                         pic 99.
              03 dt-dd                         pic 99.
           02 filler                           pic x(13).

      * The season being closed, yyyyQn, and its first and last day.
       01 season-in                            pic x(6).
       01 season-id.
           02 season-year                      pic 9(4).
           02 season-q-letter                  pic x value "Q".
           02 season-quarter                   pic 9.
       01 season-start-date.
           02 ssd-yyyy                         pic 9(4).
           02 ssd-mm                           pic 99.
           02 ssd-dd                           pic 99 value 1.
       01 season-start-num redefines season-start-date
                                               pic 9(8).
       01 season-end-date.
           02 sed-yyyy                         pic 9(4).
           02 sed-mm                           pic 99.
           02 sed-dd                           pic 99.
       01 season-end-num redefines season-end-date
                                               pic 9(8).

       01 challenge-marker                     pic x(8) value "DAILY".

      * The closing season's ordinary rounds, sorted per game for
      * the top ten.
       01 round-count                          pic 9(4) value zero.
       01 round-idx                            pic 9(4).
       01 round-table.
           02 round-entry occurs 1 to 2000 times
                          depending on round-count.
              03 rde-game-id                   pic x(8).
              03 rde-score                     pic 9(7).
              03 rde-date                      pic 9(8).
              03 rde-initials                  pic x(3).
              03 rde-difficulty                pic x(8).
       01 game-position                        pic 99.

      * The RATINGS standings at season close.
       01 player-count                         pic 999 value zero.
       01 player-idx                           pic 999.
       01 player-table.
           02 player-entry occurs 1 to 200 times
                           depending on player-count.
              03 ple-rating                    pic 9(4)v99.
              03 ple-initials                  pic x(3).
       01 standings-archived                   pic 99 value 10.

       01 board-read                           pic 9(5) value zero.
       01 board-carried                        pic 9(5) value zero.
       01 board-closed                         pic 9(5) value zero.
       01 board-before-season                  pic 9(5) value zero.
       01 hall-copied                          pic 9(5) value zero.
       01 top-ten-written                      pic 9(5) value zero.
       01 standings-written                    pic 9(5) value zero.
       01 count-out                            pic zz,zz9.
       01 rating-out                           pic zzz9.99.

       procedure division.
       100-main-paragraph.
           display "********  LEADERBOARD SEASON ROLLOVER  ********"
           perform 150-set-season
           perform 200-check-season-not-closed
           if season-already-closed then
              display "SEASON " season-id " IS ALREADY IN THE HALL"
                      " OF FAME - NOTHING ROLLED"
              perform 500-refuse-roll
           end-if
           perform 250-split-board
           perform 300-load-player-master
           perform 400-write-hall-of-fame
           perform 800-run-statistics
           display "********  SEASON ROLLOVER ENDS  ********"
           stop run.

      * Default is the quarter before today's; a season is closed
      * only once it is over.
       150-set-season.
           move function current-date to datetime
           move spaces to season-in
           accept season-in
           move function upper-case(season-in) to season-in
           if season-in is equal to spaces then
              move dt-yyyy to season-year
              compute season-quarter = (dt-mm + 2) / 3
              if season-quarter is equal to 1 then
                 subtract 1 from season-year
                 move 4 to season-quarter
              else
                 subtract 1 from season-quarter
              end-if
           else
              if season-in(1:4) is not numeric or
                 season-in(5:1) is not equal to "Q" or
                 season-in(6:1) is less than "1" or
                 season-in(6:1) is greater than "4" then
                 display "SEASON " season-in " INVALID - ENTER"
                         " yyyyQn (E.G. 2026Q3)"
                 perform 500-refuse-roll
              end-if
              move season-in(1:4) to season-year
              move season-in(6:1) to season-quarter
           end-if
           move season-year to ssd-yyyy
           move season-year to sed-yyyy
           compute sed-mm = season-quarter * 3
           compute ssd-mm = sed-mm - 2
           if season-quarter is equal to 1 or 4 then
              move 31 to sed-dd
           else
              move 30 to sed-dd
           end-if
           display "CLOSING SEASON " season-id "   "
                   season-start-num " THRU " season-end-num
           if season-end-num is not less than dt-yyyymmdd then
              display "SEASON " season-id " IS NOT OVER UNTIL "
                      season-end-num " - NOTHING ROLLED"
              perform 500-refuse-roll
           end-if.

      * A first rollover has no hall of fame yet.
       200-check-season-not-closed.
           open input hall-of-fame-in
           if hall-of-fame-in-ok then
              perform 210-check-one-hall-record until hall-eof
              close hall-of-fame-in
           else
              display "HALLFAME NOT AVAILABLE - STARTING A NEW"
                      " HALL OF FAME"
           end-if.

       210-check-one-hall-record.
           read hall-of-fame-in
              at end set hall-eof to true
              not at end
                 if hfi-season is equal to season-id then
                    set season-already-closed to true
                 end-if
           end-read.

      * Rounds after the season end start the new board; the rest
      * close with the season.  Both new generations are opened
      * before anything is written to either.
       250-split-board.
           open output new-board-file
           open output hall-of-fame-out
           if not new-board-ok or not hall-of-fame-out-ok then
              if not new-board-ok then
                 display "NEWBOARD NOT AVAILABLE - NOTHING ROLLED"
              else
                 close new-board-file
              end-if
              if not hall-of-fame-out-ok then
                 display "NEWHOF NOT AVAILABLE - NOTHING ROLLED"
              else
                 close hall-of-fame-out
              end-if
              perform 500-refuse-roll
           end-if
           set new-files-open to true
           open input game-board-file
           if not game-board-ok then
              display "GAMEBRD NOT AVAILABLE - NOTHING TO ROLL"
              perform 500-refuse-roll
           end-if
           perform 260-split-one-record until board-eof
           close game-board-file
           close new-board-file.

       260-split-one-record.
           read game-board-file
              at end set board-eof to true
              not at end
                 add 1 to board-read
                 if gbr-date is numeric and
                    gbr-date is greater than season-end-num then
                    move game-board-record to new-board-record
                    write new-board-record
                    add 1 to board-carried
                 else
                    add 1 to board-closed
                    perform 270-store-season-round
                 end-if
           end-read.

       270-store-season-round.
           if gbr-date is numeric and
              gbr-date is less than season-start-num then
              add 1 to board-before-season
           else
           if gbr-score is numeric and gbr-date is numeric and
              gbr-difficulty is not equal to challenge-marker then
              if round-count is less than 2000 then
                 add 1 to round-count
                 move gbr-game-id to rde-game-id(round-count)
                 move gbr-score to rde-score(round-count)
                 move gbr-date to rde-date(round-count)
                 move gbr-initials to rde-initials(round-count)
                 move gbr-difficulty to rde-difficulty(round-count)
              else
                 display "SEASON TABLE FULL (2000) - " gbr-game-id
                         " " gbr-initials " NOT ARCHIVED"
              end-if
           end-if
           end-if.

      * A missing PLAYMST just means no standings to archive.
       300-load-player-master.
           open input player-master-in
           if player-master-in-ok then
              perform 310-read-player until master-eof
              close player-master-in
           else
              display "PLAYMST NOT AVAILABLE - NO STANDINGS"
                      " ARCHIVED"
           end-if.

       310-read-player.
           read player-master-in
              at end set master-eof to true
              not at end
                 if player-count is less than 200 and
                    pmi-rating is numeric then
                    add 1 to player-count
                    move pmi-initials to ple-initials(player-count)
                    move pmi-rating to ple-rating(player-count)
                 end-if
           end-read.

      * The new hall of fame generation is the old one with the
      * closing season added at the end.
       400-write-hall-of-fame.
           move "N" to hall-eof-sw
           open input hall-of-fame-in
           if hall-of-fame-in-ok then
              perform 410-copy-one-hall-record until hall-eof
              close hall-of-fame-in
           end-if
           if round-count is greater than zero then
              sort round-entry ascending key rde-game-id
                               descending key rde-score
                               ascending key rde-date
              perform 420-archive-one-round
                      varying round-idx from 1 by 1
                      until round-idx > round-count
           end-if
           if player-count is greater than zero then
              sort player-entry descending key ple-rating
              if player-count is less than standings-archived then
                 move player-count to standings-archived
              end-if
              perform 430-archive-one-standing
                      varying player-idx from 1 by 1
                      until player-idx > standings-archived
           end-if
           close hall-of-fame-out.

       410-copy-one-hall-record.
           read hall-of-fame-in
              at end set hall-eof to true
              not at end
                 write hall-of-fame-out-record from
                       hall-of-fame-in-record
                 add 1 to hall-copied
           end-read.

       420-archive-one-round.
           if round-idx is equal to 1 or
              rde-game-id(round-idx) is not equal to
              rde-game-id(round-idx - 1) then
              move zero to game-position
           end-if
           add 1 to game-position
           if game-position is not greater than 10 then
              move spaces to hall-of-fame-out-record
              move "T" to hfo-type
              move season-id to hfo-season
              move rde-game-id(round-idx) to hfo-game-id
              move game-position to hfo-rank
              move rde-initials(round-idx) to hfo-initials
              move rde-score(round-idx) to hfo-score
              move rde-difficulty(round-idx) to hfo-difficulty
              move rde-date(round-idx) to hfo-date
              write hall-of-fame-out-record
              add 1 to top-ten-written
              if game-position is equal to 1 then
                 display "  " rde-game-id(round-idx) " CHAMPION "
                         rde-initials(round-idx) " "
                         rde-score(round-idx) "  SET "
                         rde-date(round-idx)
              end-if
           end-if.

       430-archive-one-standing.
           move spaces to hall-of-fame-out-record
           move "R" to hfo-type
           move season-id to hfo-season
           move "RATINGS" to hfo-game-id
           move player-idx to hfo-rank
           move ple-initials(player-idx) to hfo-initials
           move ple-rating(player-idx) to hfo-rating
           move season-end-num to hfo-date
           write hall-of-fame-out-record
           add 1 to standings-written
           if player-idx is equal to 1 then
              move ple-rating(player-idx) to rating-out
              display "  RATINGS  CHAMPION " ple-initials(player-idx)
                      " " rating-out
           end-if.

      * A refused run still leaves its new generations: the board
      * and the hall of fame are carried to them unchanged, so
      * cataloging NEWBOARD and NEWHOF loses nothing.
       500-refuse-roll.
           if new-files-open then
              close new-board-file
              close hall-of-fame-out
              move "N" to new-files-sw
           end-if
           open output new-board-file
           if new-board-ok then
              move "N" to board-eof-sw
              open input game-board-file
              if game-board-ok then
                 perform 510-carry-one-board-record until board-eof
                 close game-board-file
              end-if
              close new-board-file
           end-if
           open output hall-of-fame-out
           if hall-of-fame-out-ok then
              move "N" to hall-eof-sw
              open input hall-of-fame-in
              if hall-of-fame-in-ok then
                 perform 410-copy-one-hall-record until hall-eof
                 close hall-of-fame-in
              end-if
              close hall-of-fame-out
           end-if
           display "BOARD AND HALL OF FAME CARRIED FORWARD UNCHANGED"
           move 8 to return-code
           stop run.

       510-carry-one-board-record.
           read game-board-file
              at end set board-eof to true
              not at end
                 write new-board-record from game-board-record
           end-read.

       800-run-statistics.
           display spaces
           move board-read to count-out
           display "BOARD RECORDS READ     : " count-out
           move board-closed to count-out
           display "CLOSED WITH THE SEASON : " count-out
           move board-before-season to count-out
           display "  DATED BEFORE SEASON  : " count-out
           move board-carried to count-out
           display "CARRIED TO NEW BOARD   : " count-out
           move hall-copied to count-out
           display "HALL OF FAME CARRIED   : " count-out
           move top-ten-written to count-out
           display "TOP-TEN PLACES ADDED   : " count-out
           move standings-written to count-out
           display "STANDINGS ADDED        : " count-out.
