           88 easy-level         value 1.
           88 medium-level       value 2.
           88 hard-level         value 3.
           88 daily-challenge-level value 5.

      * Daily challenge: level slot 5 is the board ESCGEN's tier D
      * card generates overnight, named D and the date; the date
      * seeds GAMERNG, so the whole shop plays the same board.
       01 challenge-level-name pic x(10).
       01 rng-request        pic x.
       01 rng-seed           pic 9(9).
       01 rng-low            pic s9(9) sign is leading separate.
       01 rng-high           pic s9(9) sign is leading separate.
       01 rng-result         pic s9(9) sign is leading separate.
       01 rng-fraction       pic 9v9(9).
       01 challenge-left     pic 9(4).
       01 challenge-abandoned-flag pic x value "n".
           88 challenge-abandoned    value "y".

       01 level-file-status  pic xx.
       01 level-found-flag   pic x value "n".
           else
              perform 135-load-level-definition
           end-if
           if daily-challenge-level
              perform 138-challenge-setup
           end-if
           perform 117-record-prompt
           go to 210-initialization-paragraph.

           display datetime
           display datetime-label
           divide hund-sec by 1000 giving factor
           if daily-challenge-level
              perform 217-seed-challenge-board
           end-if
           perform 213-place-random-obstacles varying x from 2 by 1
                                             until x is equal to max-x
                                             after y from 2 by 1
           move spaces to gb-difficulty
           string "LEVEL " level-choice delimited by size
              into gb-difficulty
           if daily-challenge-level
              perform 315-score-challenge-round
           end-if
           call "SCORELOG" using gb-game-id, gb-initials, gb-score,
                gb-difficulty
           if recording-game
      *    display "# Dead robots: " numberofdeadrobots.

       320-another-game.
           if daily-challenge-level
              go to 330-return-to-operating-system
           end-if
           display "Would you like to play again? (Y/N): "
                    with no advancing
           accept player-in

      * 300-exit-termination SECTION.

      * A challenge round is scored so that higher is better on the
      * challenge board: a win is worth 1000 plus a bonus for every
      * move under 999, a loss or an abandoned round ten points per
      * robot destroyed.  DAILY is the challenge marker.
       315-score-challenge-round.
           if c(playery, playerx) = robot or challenge-abandoned
              compute gb-score = numberofdeadrobots * 10
           else
              move zero to challenge-left
              if move-count is less than 999
                 subtract move-count from 999 giving challenge-left
              end-if
              compute gb-score = 1000 + challenge-left
           end-if
           move "DAILY" to gb-difficulty
           display "Challenge score: " gb-score.

      * Quitting a challenge still spends the day's attempt.
       316-abandon-challenge.
           move "y" to challenge-abandoned-flag
           perform 315-score-challenge-round
           call "SCORELOG" using gb-game-id, gb-initials, gb-score,
                gb-difficulty
           go to 330-return-to-operating-system.

       110-display-title-screen.
           display spaces
           display stars stars
           display "  0 ... Custom (choose your own number of "
                    "pursuers)"
           display "  4 ... Validate level definitions (authors)"
           display "  5 ... Daily challenge (the same board for "
                    "everyone today)"
           display "Enter a choice: " with no advancing
           accept level-choice-in

           if function test-numval(level-choice-in) is not equal zero
              display "Enter a number 0-5 ONLY"
              go to 125-level-selection-prompt
           end-if

           end-if

           if not custom-level and not easy-level and
              not medium-level and not hard-level and
              not daily-challenge-level
              display "Enter a number 0-5 ONLY"
              go to 125-level-selection-prompt
           end-if.

              close level-def
           end-if

           if not level-found and daily-challenge-level
              perform 139-no-challenge-today
           end-if

           if not level-found then
              move 20 to max-x
              move 10 to max-y
                    move level-teleports-in to num-teleports
                    move level-obstacle-thr-in to obstacle-threshold
                    move level-pursuers-in to pursuers
                    move level-name-in to challenge-level-name
                    move "y" to level-found-flag
                 end-if
           end-read.

      * Only a slot 5 level generated for today is the challenge;
      * the player's initials go on the board with the score.
       138-challenge-setup.
           move function current-date to datetime
           if challenge-level-name(1:1) is not equal to "D" or
              challenge-level-name(2:8) is not equal to
              datetime(1:8)
              perform 139-no-challenge-today
           end-if
           display "Today's challenge board: " challenge-level-name
           display "Only your first attempt today counts."
           perform 138A-challenge-initials.

       138A-challenge-initials.
           display "Your initials for the challenge board: "
                   with no advancing
           accept gb-initials
           move function upper-case(gb-initials) to gb-initials
           if gb-initials is equal to spaces
              go to 138A-challenge-initials
           end-if.

       139-no-challenge-today.
           display "Today's challenge board has not been generated "
                   "yet -- try again after the overnight ESCGEN run."
           go to 330-return-to-operating-system.

      ******************************************************************
      *                  LEVEL DEFINITION VALIDATOR                    *
      ******************************************************************
           move y to playery
           move player to c (y, x).

      * The challenge board comes from the date-seeded stream with
      * no clock factor, so every player starts on the same board
      * and the same moves draw the same teleport jumps.
       217-seed-challenge-board.
           move "C" to rng-request
           move zero to rng-low
           move zero to rng-high
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           move zero to factor.

      * 400-subroutines SECTION.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *               DISPLAY PLAYER CONTROLS SUBROUTINE              *

               WHEN player-in = "S" or
                    player-in = "s"
                       if daily-challenge-level
                          display "A challenge game cannot be saved."
                       else
                          perform 460-save-game
                       end-if
                       go to 440-players-move

               WHEN player-in = "0"
                       if daily-challenge-level
                          perform 316-abandon-challenge
                       end-if
                       go to 320-another-game

               WHEN OTHER
