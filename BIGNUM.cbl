       01 gb-difficulty                  pic x(8).
       01 dash-len                       pic 99.

      * Daily challenge: the day's date seeds GAMERNG, so everyone
      * who plays the challenge that day draws the same digits.
       01 challenge-in                   pic x.
       01 challenge-flag                 pic x          value "n".
           88 daily-challenge                           value "y".
       01 rng-request                    pic x.
       01 rng-seed                       pic 9(9).
       01 rng-low                        pic s9(9)
                                         sign is leading separate.
       01 rng-high                       pic s9(9)
                                         sign is leading separate.
       01 rng-result                     pic s9(9)
                                         sign is leading separate.
       01 rng-fraction                   pic 9v9(9).

       01 tables.
          02 biggest-num occurs 9 times  pic 9.
          02 player-num occurs 9 times   pic x          value space.
           move minimum-bet to minimum-bet-out
           perform 110-display-title-screen
           perform 115-obtain-player-name
           perform 114-challenge-option
           if daily-challenge
              perform 130-daily-challenge-round
              stop run
           end-if
           perform 116-game-options
           perform 117-variant-option
      *
           accept player-name-in
           move player-name-in to player-name.

      * The daily challenge is one free round of the classic game
      * on the day's shared draw instead of a session of bets.
       114-challenge-option.
           display "Play today's daily challenge? (Y/N): "
                    with no advancing
           accept challenge-in
           move function lower-case(challenge-in) to challenge-flag.

      * The lunchtime crowd's refresh: pick the board width and the
      * objective before play starts.
       116-game-options.
           call "SCORELOG" using gb-game-id, gb-initials, gb-score,
                gb-difficulty.

      * Everyone gets the same five digits today and plays for the
      * biggest number, so the number built is the score and the
      * challenge board ranks it head-to-head.  No bet rides on it.
       130-daily-challenge-round.
           move "B" to game-variant
           move 5 to num-digits
           move zero to bet
           perform 200-clear-tables-loop
           perform 410-obtain-challenge-number
           perform 500-fill-board-tables-loop
           move "n" to occupied-flag
           move "n" to go-back-flag
           display spaces
           display "Daily challenge " rng-seed(2:8)
                   " -- only your first attempt today counts."
           display "The board currently looks like:"
           perform 600-display-board
           perform 700-player-places-numbers-loop
           sort biggest-num descending
           perform 800-board-full
           display "Your challenge score is " playernum
      *
      * The DAILY difficulty is the challenge marker LEADERS and
      * RATINGS look for on the shared board.
           move player-name(1:3) to gb-initials
           move playernum to gb-score
           move "DAILY" to gb-difficulty
           call "SCORELOG" using gb-game-id, gb-initials, gb-score,
                gb-difficulty.

      * Quitting part-way through still uses up the day's attempt:
      * the digits are the same all day, so a look at the draw
      * followed by a replay must not be the attempt that counts.
       135-abandon-challenge.
           display "Challenge abandoned -- scored as zero for today."
           move player-name(1:3) to gb-initials
           move zero to gb-score
           move "DAILY" to gb-difficulty
           call "SCORELOG" using gb-game-id, gb-initials, gb-score,
                gb-difficulty.

       200-clear-tables-loop.
           perform 210-clear-tables varying table-idx from 1 by 1
                    until table-idx is greater than 9.
      *     display datetime space factor
      *     display datetime-label space factor-label.

      * The challenge's secret number comes from the date-seeded
      * stream alone -- no clock factor -- so it is the same for
      * every player all day.
       410-obtain-challenge-number.
           move "C" to rng-request
           move zero to rng-low
           move zero to rng-high
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           move "D" to rng-request
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           move rng-fraction to random-num.

       500-fill-board-tables-loop.
           perform 510-fill-board-tables varying table-idx from 1 by 1
                   until table-idx is greater than num-digits
           move function lower-case(player-in) to player-in

           if player-in is equal to "z" or player-in is equal to "0"
              if daily-challenge
                 perform 135-abandon-challenge
              end-if
              go to 9999-end-program
           end-if

