      *         writing the survivors to the NEWBOARD generation
      *   3 ... weekly all-games summary (rounds, best and average
      *         score per game over the last seven days)
      *   4 ... daily challenge board for one day (today by default)
      *   5 ... monthly challenge standings (this month by default)
      *
      * Daily challenge rounds -- BIGNUM, ESCAPE and CONCENTR seed
      * GAMERNG from the date, so the whole shop plays the same game
      * that day -- carry DAILY in the difficulty column.  Their
      * scores run on each game's own challenge scale (higher is
      * always better), so they stay off the top ten and the weekly
      * summary and are ranked head-to-head instead.  Only a
      * player's first challenge round per game per day counts;
      * repeats are listed as not counted.  The monthly standings
      * award points for each day's finish in each game (10, 7, 5,
      * 3, and 1 for taking part) and rank players on the total.
      *
      * The purge pass now validates every record against the
      * per-game GAMERULE card (minimum and maximum achievable
      * of the board for a month once; the board only motivates
      * while its top is believable.
      *
      * The board runs in quarterly seasons.  At each season close
      * SEASROLL archives every game's final top ten and the top of
      * the RATINGS standings to the hall of fame (HALLRPT prints
      * it) and starts a fresh board generation, so the top ten
      * here is the current season's.  The age purge is still
      * there for trimming inside a season.
      *
      *   GAMERULE card: game-id(8) min(7) max(7) diffs(26)
      *                  max-rounds-per-player-day(2)
      *   with one space between fields; diffs is a space-separated
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).
       01 today-integer                        pic 9(7).
       01 season-label.
           02 season-year                      pic 9(4).
           02 filler                           pic x value "Q".
           02 season-quarter                   pic 9.
       01 record-integer                       pic 9(7).
       01 record-age-days                      pic s9(7)
                                               sign is leading
       01 sme-avg-calc                         pic 9(7)v9.
       01 sme-avg-out                          pic zzz,zz9.9.

      * Daily challenge rounds: the first attempt per player, game
      * and day inside the reporting window, ranked within each
      * game and day.
       01 challenge-marker                     pic x(8) value "DAILY".
       01 challenge-date-in                    pic x(8).
       01 challenge-month-in                   pic x(6).
       01 challenge-from-date                  pic 9(8).
       01 challenge-to-date                    pic 9(8).
       01 challenge-count                      pic 999 value zero.
       01 challenge-idx                        pic 999.
       01 challenge-scan-idx                   pic 999.
       01 challenge-repeat-sw                  pic x.
           88 challenge-repeat                 value "Y".
       01 challenge-repeats                    pic 999 value zero.
       01 challenge-position                   pic 999.
       01 challenge-table.
           02 challenge-entry occurs 1 to 500 times
                              depending on challenge-count.
              03 che-game-id                   pic x(8).
              03 che-date                      pic 9(8).
              03 che-score                     pic 9(7).
              03 che-initials                  pic x(3).
              03 che-rank                      pic 999.
       01 challenge-last-game                  pic x(8).
       01 challenge-last-date                  pic 9(8).
       01 rank-out                             pic zz9.

      * Monthly standings: one slot per player with a counted round.
       01 standing-count                       pic 999 value zero.
       01 standing-idx                         pic 999.
       01 standing-found-sw                    pic x.
           88 standing-found                   value "Y".
       01 standing-found-idx                   pic 999.
       01 standing-table.
           02 standing-entry occurs 1 to 200 times
                             depending on standing-count.
              03 ste-points                    pic 9(5).
              03 ste-wins                      pic 9(3).
              03 ste-played                    pic 9(3).
              03 ste-initials                  pic x(3).
              03 ste-rank                      pic 999.
       01 finish-points                        pic 99.
       01 points-out                           pic zz,zz9.

      * Per-game plausibility rules and quarantine support.
       01 game-rule-status                     pic xx value "00".
           88 game-rule-ok                     value "00".
           display "1...Top-ten inquiry for one game (or ALL)"
           display "2...Purge records older than N days"
           display "3...Weekly all-games summary"
           display "4...Daily challenge board"
           display "5...Monthly challenge standings"
           display "Enter a choice: " with no advancing
           accept menu-in
           evaluate menu-in
              when "1" perform 300-top-ten-inquiry
              when "2" perform 400-purge-by-age
              when "3" perform 500-weekly-summary
              when "4" perform 600-daily-challenge-board
              when "5" perform 700-monthly-standings
              when other display "Enter 1 through 5 only."
           end-evaluate
           stop run.

                to game-filter-in
           move "N" to score-sort-sw
           perform 310-score-sort-pass until score-sort-done
           move dt-yyyymmdd(1:4) to season-year
           compute season-quarter =
                    (function numval(dt-yyyymmdd(5:2)) + 2) / 3
           display spaces
           display "SEASON " season-label " TO DATE"
           display "RANK GAME     PLR   SCORE    DIFF      DATE"
           move zero to shown-count
           perform 320-show-one-score
           end-if.

       320-show-one-score.
           if (game-filter-in is equal to "ALL" or
              sce-game-id(score-idx) is equal to game-filter-in) and
              sce-difficulty(score-idx) is not equal to
              challenge-marker then
              add 1 to shown-count
              display shown-count "   " sce-game-id(score-idx) " "
                      sce-initials(score-idx) " "
      * sit inside the achievable range, the difficulty must be on
      * the card's list, and a player's rounds for the game and day
      * past the plausible maximum quarantine from the excess on.
      * A challenge round is scored on its game's challenge scale,
      * not the card's, so only the rounds-per-day limit applies.
       450-validate-against-rules.
           move "N" to record-bad-sw
           move spaces to quarantine-reason-code
                   until rule-idx > rule-count or rule-found
           if rule-found then
              evaluate true
                 when sce-difficulty(score-idx) is equal to
                      challenge-marker
                    perform 456-check-rounds-per-day
                 when sce-score(score-idx) is less than
                      grl-min-score(rule-found-idx) or
                      sce-score(score-idx) is greater than
           compute record-integer =
                    function integer-of-date(sce-date(score-idx))
           compute record-age-days = today-integer - record-integer
           if record-age-days is not greater than 7 and
              sce-difficulty(score-idx) is not equal to
              challenge-marker then
              move "N" to summary-found-sw
              perform 515-find-summary-slot
                      varying summary-idx from 1 by 1
           display sme-game-id(summary-idx) " "
                   sme-rounds(summary-idx) "   "
                   sme-best-score(summary-idx) "  " sme-avg-out.

      * Daily challenge board: every game's head-to-head ranking for
      * one day, first attempts only.
       600-daily-challenge-board.
           display "Challenge date (yyyymmdd, enter for today): "
                    with no advancing
           move spaces to challenge-date-in
           accept challenge-date-in
           move dt-yyyymmdd to challenge-from-date
           if challenge-date-in is not equal to spaces then
              if challenge-date-in is numeric then
                 move challenge-date-in to challenge-from-date
              end-if
              if challenge-date-in is not numeric or
                 function test-date-yyyymmdd(challenge-from-date)
                 is not equal zero then
                 display "DATE " challenge-date-in
                         " INVALID - USING TODAY"
                 move dt-yyyymmdd to challenge-from-date
              end-if
           end-if
           move challenge-from-date to challenge-to-date
           perform 650-collect-challenge-rounds
           display spaces
           display "DAILY CHALLENGE BOARD FOR " challenge-from-date
           if challenge-count is equal to zero then
              display "  (NO CHALLENGE ROUNDS PLAYED THAT DAY)"
           else
              move spaces to challenge-last-game
              perform 610-show-one-challenge
                      varying challenge-idx from 1 by 1
                      until challenge-idx > challenge-count
           end-if
           display spaces
           display challenge-repeats " REPEAT ATTEMPTS NOT COUNTED".

       610-show-one-challenge.
           if che-game-id(challenge-idx) is not equal to
              challenge-last-game then
              move che-game-id(challenge-idx) to challenge-last-game
              display spaces
              display "GAME " che-game-id(challenge-idx)
              display "RANK PLR   SCORE"
           end-if
           move che-rank(challenge-idx) to rank-out
           display rank-out "  " che-initials(challenge-idx) " "
                   che-score(challenge-idx).

      * Gather the window's challenge rounds in board order -- the
      * order they were played -- so the first attempt is the one
      * kept, then rank each game and day on score.
       650-collect-challenge-rounds.
           move zero to challenge-count
           move zero to challenge-repeats
           perform 660-collect-one-round
                   varying score-idx from 1 by 1
                   until score-idx > score-count
           if challenge-count is greater than zero then
              sort challenge-entry ascending key che-game-id
                                             che-date
                                   descending key che-score
              perform 670-rank-one-challenge
                      varying challenge-idx from 1 by 1
                      until challenge-idx > challenge-count
           end-if.

       660-collect-one-round.
           if sce-difficulty(score-idx) is equal to challenge-marker
              and sce-date(score-idx) is not less than
              challenge-from-date and sce-date(score-idx) is not
              greater than challenge-to-date then
              move "N" to challenge-repeat-sw
              perform 665-check-earlier-attempt
                      varying challenge-scan-idx from 1 by 1
                      until challenge-scan-idx > challenge-count
                      or challenge-repeat
              evaluate true
                 when challenge-repeat
                    add 1 to challenge-repeats
                 when challenge-count is not less than 500
                    display "CHALLENGE TABLE FULL (500) - "
                            sce-game-id(score-idx) " "
                            sce-initials(score-idx) " NOT COUNTED"
                 when other
                    add 1 to challenge-count
                    move sce-game-id(score-idx) to
                         che-game-id(challenge-count)
                    move sce-date(score-idx) to
                         che-date(challenge-count)
                    move sce-score(score-idx) to
                         che-score(challenge-count)
                    move sce-initials(score-idx) to
                         che-initials(challenge-count)
                    move zero to che-rank(challenge-count)
              end-evaluate
           end-if.

       665-check-earlier-attempt.
           if che-game-id(challenge-scan-idx) is equal to
              sce-game-id(score-idx) and
              che-date(challenge-scan-idx) is equal to
              sce-date(score-idx) and
              che-initials(challenge-scan-idx) is equal to
              sce-initials(score-idx) then
              set challenge-repeat to true
           end-if.

      * Equal scores share a rank; the next score takes its place
      * in the order (1, 2, 2, 4).
       670-rank-one-challenge.
           if challenge-idx is equal to 1 or
              che-game-id(challenge-idx) is not equal to
              che-game-id(challenge-idx - 1) or
              che-date(challenge-idx) is not equal to
              che-date(challenge-idx - 1) then
              move 1 to challenge-position
              move 1 to che-rank(challenge-idx)
           else
              add 1 to challenge-position
              if che-score(challenge-idx) is equal to
                 che-score(challenge-idx - 1) then
                 move che-rank(challenge-idx - 1) to
                      che-rank(challenge-idx)
              else
                 move challenge-position to che-rank(challenge-idx)
              end-if
           end-if.

      * Monthly standings: points for every counted finish in the
      * month, summed per player.
       700-monthly-standings.
           display "Challenge month (yyyymm, enter for this month): "
                    with no advancing
           move spaces to challenge-month-in
           accept challenge-month-in
           if challenge-month-in is equal to spaces then
              move dt-yyyymmdd(1:6) to challenge-month-in
           end-if
           if challenge-month-in is not numeric or
              challenge-month-in(5:2) is less than "01" or
              challenge-month-in(5:2) is greater than "12" then
              display "MONTH " challenge-month-in
                      " INVALID - USING THIS MONTH"
              move dt-yyyymmdd(1:6) to challenge-month-in
           end-if
           move challenge-month-in to challenge-from-date(1:6)
           move "01" to challenge-from-date(7:2)
           move challenge-month-in to challenge-to-date(1:6)
           move "31" to challenge-to-date(7:2)
           perform 650-collect-challenge-rounds
           move zero to standing-count
           perform 710-post-one-finish
                   varying challenge-idx from 1 by 1
                   until challenge-idx > challenge-count
           if standing-count is greater than zero then
              sort standing-entry descending key ste-points ste-wins
                                  ascending key ste-initials
              perform 730-rank-one-standing
                      varying standing-idx from 1 by 1
                      until standing-idx > standing-count
           end-if
           display spaces
           display "MONTHLY CHALLENGE STANDINGS FOR "
                   challenge-month-in
           display "POINTS: 1ST 10  2ND 7  3RD 5  4TH 3  OTHERS 1"
           display "RANK PLR   POINTS  PLAYED  WINS"
           if standing-count is equal to zero then
              display "  (NO CHALLENGE ROUNDS PLAYED THIS MONTH)"
           end-if
           perform 740-show-one-standing
                   varying standing-idx from 1 by 1
                   until standing-idx > standing-count
           display spaces
           display challenge-repeats " REPEAT ATTEMPTS NOT COUNTED".

       710-post-one-finish.
           evaluate che-rank(challenge-idx)
              when 1 move 10 to finish-points
              when 2 move 7 to finish-points
              when 3 move 5 to finish-points
              when 4 move 3 to finish-points
              when other move 1 to finish-points
           end-evaluate
           move "N" to standing-found-sw
           perform 720-find-standing
                   varying standing-idx from 1 by 1
                   until standing-idx > standing-count
                   or standing-found
           if not standing-found then
              if standing-count is less than 200 then
                 add 1 to standing-count
                 move standing-count to standing-found-idx
                 move che-initials(challenge-idx) to
                      ste-initials(standing-found-idx)
                 move zero to ste-points(standing-found-idx)
                 move zero to ste-wins(standing-found-idx)
                 move zero to ste-played(standing-found-idx)
                 set standing-found to true
              else
                 display "STANDINGS TABLE FULL (200) - "
                         che-initials(challenge-idx) " NOT COUNTED"
              end-if
           end-if
           if standing-found then
              add finish-points to ste-points(standing-found-idx)
              add 1 to ste-played(standing-found-idx)
              if che-rank(challenge-idx) is equal to 1 then
                 add 1 to ste-wins(standing-found-idx)
              end-if
           end-if.

       720-find-standing.
           if ste-initials(standing-idx) is equal to
              che-initials(challenge-idx) then
              set standing-found to true
              move standing-idx to standing-found-idx
           end-if.

       730-rank-one-standing.
           if standing-idx is equal to 1 then
              move 1 to ste-rank(standing-idx)
           else
              if ste-points(standing-idx) is equal to
                 ste-points(standing-idx - 1) and
                 ste-wins(standing-idx) is equal to
                 ste-wins(standing-idx - 1) then
                 move ste-rank(standing-idx - 1) to
                      ste-rank(standing-idx)
              else
                 move standing-idx to ste-rank(standing-idx)
              end-if
           end-if.

       740-show-one-standing.
           move ste-rank(standing-idx) to rank-out
           move ste-points(standing-idx) to points-out
           display rank-out "  " ste-initials(standing-idx) "  "
                   points-out "     " ste-played(standing-idx)
                   "   " ste-wins(standing-idx).
