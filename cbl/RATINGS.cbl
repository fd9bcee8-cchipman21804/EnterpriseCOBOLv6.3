      *   - the standings print by rating, and the movers report
      *     shows who climbed or slid since the master was last cut.
      *
      * Daily challenge rounds (DAILY in the difficulty column) are
      * scored on each game's own challenge scale, so they are
      * normalized against the distribution of that game's other
      * challenge rounds rather than its ordinary ones, and only a
      * player's first challenge round per game per day is rated --
      * the same rule the LEADERS challenge board applies.
      *
      * At a season close (see SEASROLL) the program is run with
      * SEASON on SYSIN instead: no rounds are rated, every rating
      * on the master is pulled one quarter of the way back toward
      * the 100-point average, and the new master is written.  A
      * returning player starts the season close to, but not at,
      * the old rating, and the movers report shows the reset.
      *
      * Player master (PLAYMST):
      *   initials(3) rating(6: 9999v99) rounds(5)
      *   with one space between fields.
      *//GAMEBRD   DD DSN=&SYSUID..GAMEBRD(0),DISP=SHR
      *//PLAYMST   DD DSN=&SYSUID..PLAYMST(0),DISP=SHR
      *//NEWPLAY   DD DSN=&SYSUID..PLAYMST(+1),DISP=(NEW,CATLG)
      *//SYSIN     DD DUMMY
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
              03 rde-initials                  pic x(3).
              03 rde-score                     pic 9(7).
              03 rde-difficulty                pic x(8).
              03 rde-date                      pic 9(8).
       01 repeat-scan-idx                      pic 9(4).
       01 repeat-found-sw                      pic x.
           88 repeat-found                     value "Y".
       01 daily-repeats                        pic 9(4) value zero.

      * Per-game distribution statistics.
       01 game-count                           pic 99 value zero.
       01 game-stat-table.
           02 game-stat-entry occurs 20 times.
              03 gse-game-id                   pic x(8).
              03 gse-daily-sw                  pic x.
              03 gse-rounds                    pic 9(5) comp-3.
              03 gse-score-sum                 pic 9(12) comp-3.
              03 gse-score-sqsum               pic 9(16) comp-3.
              03 gse-mean                      pic 9(7)v99 comp-3.
              03 gse-stddev                    pic 9(7)v99 comp-3.
       01 seek-game-id                         pic x(8).
       01 seek-daily-sw                        pic x.
       01 daily-tag                            pic x(6).
       01 variance-calc                        pic 9(14)v99 comp-3.

      * Player master in storage, with the rating as loaded kept
                                               sign is leading
                                               separate.

      * Season soft reset.
       01 run-mode-in                          pic x(8).
           88 season-reset                     value "SEASON".
       01 par-rating                           pic 999 value 100.
       01 season-regression                    pic 9v99 value 0.25.

       01 rating-display.
           02 rating-display-num               pic 9(4)v99.
       01 rounds-display                       pic 9(5).
       procedure division.
       100-main-paragraph.
           display "********  CROSS-GAME PLAYER RATINGS  ********"
           move spaces to run-mode-in
           accept run-mode-in
           move function upper-case(run-mode-in) to run-mode-in
           if season-reset then
              perform 150-season-soft-reset
              display "********  PLAYER RATINGS RUN ENDS  ********"
              stop run
           end-if
           perform 200-load-board
           if round-count is equal to zero then
              display "GAMEBRD EMPTY - NO ROUNDS TO RATE"
           display "********  PLAYER RATINGS RUN ENDS  ********"
           stop run.

      * New season: no rounds rated, every rating regressed toward
      * the average.
       150-season-soft-reset.
           display "SEASON SOFT RESET - EVERY RATING MOVES ONE QUARTER"
                   " OF THE WAY TO " par-rating
           perform 250-load-player-master
           if player-count is equal to zero then
              display "NO PLAYERS ON THE MASTER - NOTHING TO RESET"
              stop run
           end-if
           perform 160-soften-one-rating
                   varying player-idx from 1 by 1
                   until player-idx > player-count
           perform 500-sort-standings
           perform 600-standings-report
           perform 650-movers-report
           perform 700-write-player-master.

       160-soften-one-rating.
           compute ple-rating(player-idx) rounded =
                    ple-rating(player-idx) -
                    season-regression *
                    (ple-rating(player-idx) - par-rating).

       200-load-board.
           open input game-board-file
           if not game-board-ok then
           perform 210-read-board-record until board-eof
           close game-board-file
           move round-count to count-out
           display "ROUNDS LOADED : " count-out
           move daily-repeats to count-out
           display "DAILY REPEATS : " count-out " NOT RATED".

       210-read-board-record.
           read game-board-file
           end-read.

       220-store-round.
           move "N" to repeat-found-sw
           if gbr-difficulty is equal to "DAILY" then
              perform 225-check-daily-repeat
                      varying repeat-scan-idx from 1 by 1
                      until repeat-scan-idx > round-count
                      or repeat-found
           end-if
           if repeat-found then
              add 1 to daily-repeats
           else
           if gbr-score is numeric and
              round-count is less than 2000 then
              add 1 to round-count
              move gbr-initials to rde-initials(round-count)
              move gbr-score to rde-score(round-count)
              move gbr-difficulty to rde-difficulty(round-count)
              move gbr-date to rde-date(round-count)
           end-if
           end-if.

       225-check-daily-repeat.
           if rde-difficulty(repeat-scan-idx) is equal to "DAILY" and
              rde-game-id(repeat-scan-idx) is equal to gbr-game-id and
              rde-initials(repeat-scan-idx) is equal to gbr-initials
              and rde-date(repeat-scan-idx) is equal to gbr-date then
              set repeat-found to true
           end-if.

      * A missing PLAYMST DD just means the ladder is being built

       310-tally-one-round.
           move rde-game-id(round-idx) to seek-game-id
           perform 315-set-daily-switch
           perform 320-find-or-add-game
           add 1 to gse-rounds(game-found-idx)
           add rde-score(round-idx) to gse-score-sum(game-found-idx)
                 continue
           end-compute.

       315-set-daily-switch.
           if rde-difficulty(round-idx) is equal to "DAILY" then
              move "Y" to seek-daily-sw
           else
              move "N" to seek-daily-sw
           end-if.

       320-find-or-add-game.
           move "N" to game-found-sw
           perform 325-check-one-game
                 add 1 to game-count
                 move game-count to game-found-idx
                 move seek-game-id to gse-game-id(game-found-idx)
                 move seek-daily-sw to gse-daily-sw(game-found-idx)
                 move zero to gse-rounds(game-found-idx)
                 move zero to gse-score-sum(game-found-idx)
                 move zero to gse-score-sqsum(game-found-idx)
           end-if.

       325-check-one-game.
           if gse-game-id(game-idx) is equal to seek-game-id and
              gse-daily-sw(game-idx) is equal to seek-daily-sw then
              set game-found to true
              move game-idx to game-found-idx
           end-if.
              compute gse-stddev(game-idx) rounded =
                       function sqrt(variance-calc)
           end-if
           if gse-daily-sw(game-idx) is equal to "Y" then
              move "DAILY" to daily-tag
           else
              move spaces to daily-tag
           end-if
           display "  " gse-game-id(game-idx) " " daily-tag " MEAN "
                   gse-mean(game-idx) " STDDEV "
                   gse-stddev(game-idx).

      * Pass two: normalize and post each round to its player.
       400-apply-one-round.
           move rde-game-id(round-idx) to seek-game-id
           perform 315-set-daily-switch
           move "N" to game-found-sw
           perform 325-check-one-game
                   varying game-idx from 1 by 1
