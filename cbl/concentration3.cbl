      * HARD FORGETS NOTHING.
       01 GAME-MODE-IN                            PIC X.
       01 GAME-MODE                               PIC 9     VALUE 1.
          88 SOLO-GAME                                      VALUE 1 4.
          88 TWO-PLAYER-GAME                                VALUE 2.
          88 VS-COMPUTER-GAME                               VALUE 3.
          88 DAILY-CHALLENGE-GAME                           VALUE 4.
       01 MEMORY-LEVEL-IN                         PIC X.
       01 RETAIN-FRACTION                         PIC 9V9   VALUE 0.6.
       01 CURRENT-PLAYER                          PIC 9     VALUE 1.
       01 ELAPSED-SECONDS                         PIC S9(5).
       01 ELAPSED-MINUTES                         PIC 999.
       01 ELAPSED-SECS-REMAINDER                  PIC 99.
      *
      * DAILY CHALLENGE: A SOLITAIRE GAME ON THE DAY'S SHARED DEAL.
      * THE DATE SEEDS GAMERNG, WHICH DRAWS THE TABLE SIZE, AND THE
      * DEAL FOLLOWS FROM THE SAME STREAM -- SO EVERY PLAYER THAT
      * DAY TURNS THE SAME CARDS.
       01 RNG-REQUEST                             PIC X.
       01 RNG-SEED                                PIC 9(9).
       01 RNG-LOW                                 PIC S9(9)
                                                  SIGN IS LEADING
                                                  SEPARATE.
       01 RNG-HIGH                                PIC S9(9)
                                                  SIGN IS LEADING
                                                  SEPARATE.
       01 RNG-RESULT                              PIC S9(9)
                                                  SIGN IS LEADING
                                                  SEPARATE.
       01 RNG-FRACTION                            PIC 9V9(9).
      *
       PROCEDURE DIVISION.
       MAIN.
      *    PERFORM 100-OPEN-FILES
           PERFORM 103-GAME-MODE-PROMPT
           PERFORM 105-INITIALIZE
           PERFORM 110-GENERATE-SEEDS THRU 110-EXIT
           MOVE HH OF DATETIME TO GAME-START-HH
           MOVE MM OF DATETIME TO GAME-START-MM
           MOVE SS OF DATETIME TO GAME-START-SS
           MOVE SPACES TO GB-DIFFICULTY
           STRING "SIZE " TABLE-SIZE DELIMITED BY SIZE
              INTO GB-DIFFICULTY
           IF DAILY-CHALLENGE-GAME
              PERFORM 165-SCORE-CHALLENGE
           END-IF
           CALL "SCORELOG" USING GB-GAME-ID, GB-INITIALS, GB-SCORE,
                GB-DIFFICULTY
           STOP RUN.
           DISPLAY "  1 ... Solitaire (the classic timed game)"
           DISPLAY "  2 ... Two players, alternating turns"
           DISPLAY "  3 ... Versus the computer"
           DISPLAY "  4 ... Daily challenge (today's deal, solitaire)"
           DISPLAY "Enter a choice (1-4): " WITH NO ADVANCING
           ACCEPT GAME-MODE-IN
           IF GAME-MODE-IN IS NOT NUMERIC OR GAME-MODE-IN < "1"
              OR GAME-MODE-IN > "4"
              DISPLAY "Enter 1, 2, 3 or 4 ONLY"
              GO TO 103-GAME-MODE-PROMPT
           END-IF
           MOVE GAME-MODE-IN TO GAME-MODE
           IF VS-COMPUTER-GAME
              PERFORM 104-MEMORY-LEVEL-PROMPT
           END-IF
           IF DAILY-CHALLENGE-GAME
              PERFORM 106-CHALLENGE-INITIALS
           END-IF.

      * THE CHALLENGE BOARD RANKS PLAYERS, SO IT NEEDS INITIALS.
       106-CHALLENGE-INITIALS.
           DISPLAY "Your initials for the challenge board: "
                   WITH NO ADVANCING
           ACCEPT GB-INITIALS
           MOVE FUNCTION UPPER-CASE(GB-INITIALS) TO GB-INITIALS
           IF GB-INITIALS IS EQUAL TO SPACES
              GO TO 106-CHALLENGE-INITIALS
           END-IF
           DISPLAY "Only your first attempt today counts.".

      * SEED FROM THE DATE AND DRAW THE DAY'S DIFFICULTY (3-7, A
      * 5X5 TO 9X9 TABLE).
       107-SEED-DAILY-CHALLENGE.
           MOVE "C" TO RNG-REQUEST
           MOVE ZERO TO RNG-LOW
           MOVE ZERO TO RNG-HIGH
           CALL "GAMERNG" USING RNG-REQUEST, RNG-SEED, RNG-LOW,
                RNG-HIGH, RNG-RESULT, RNG-FRACTION
           MOVE "D" TO RNG-REQUEST
           MOVE 3 TO RNG-LOW
           MOVE 7 TO RNG-HIGH
           CALL "GAMERNG" USING RNG-REQUEST, RNG-SEED, RNG-LOW,
                RNG-HIGH, RNG-RESULT, RNG-FRACTION
           MOVE RNG-RESULT TO DIFFICULTY
           DISPLAY "Daily challenge " RNG-SEED(2:8)
                   " -- difficulty " DIFFICULTY.

       104-MEMORY-LEVEL-PROMPT.
           DISPLAY "Computer memory - [E]asy forgets most, [M]edium,"
           DISPLAY "[H]ard forgets nothing? (E/M/H): "
      *
       105-INITIALIZE.
      *
      * Retrieve difficulty level from user -- the daily challenge
      * draws it from the date instead
           IF DAILY-CHALLENGE-GAME
              PERFORM 107-SEED-DAILY-CHALLENGE
           ELSE
              PERFORM WITH TEST AFTER
                 UNTIL DIFFICULTY IS GREATER THAN ZERO AND
                       DIFFICULTY IS LESS THAN 12
                  PERFORM WITH TEST AFTER UNTIL
                     FUNCTION TEST-NUMVAL(DIFFICULTY-IN)
                     IS EQUAL TO ZERO
                     DISPLAY "Enter Difficulty Level (1-11): "
                     ACCEPT DIFFICULTY-IN
      *            DISPLAY DIFFICULTY-IN
                  END-PERFORM
                  COMPUTE DIFFICULTY = FUNCTION NUMVAL(DIFFICULTY-IN)
              END-PERFORM
           END-IF
      *     DISPLAY "DIFFICULTY: " DIFFICULTY
      *
      * Set TABLE-SIZE based on the value stored in DIFFICULTY
      * Obtain system date & time to help seed the RANDOM function
           MOVE FUNCTION CURRENT-DATE TO DATETIME
      *
      * The daily challenge is already seeded from the date; its
      * deal simply continues that stream
           IF DAILY-CHALLENGE-GAME
              PERFORM 111-CONTINUE-DAILY-STREAM
              GO TO 110-EXIT
           END-IF
      *
      * Generate SEED from DATETIME
           COMPUTE SEED = MO * DD * HH * MM * SS * HUND-SEC
      *
           COMPUTE RANDOM-Y =
                    FUNCTION INTEGER (
                    FUNCTION RANDOM(SEED) * TABLE-SIZE + 1).
       110-EXIT.
           EXIT.
      *
       111-CONTINUE-DAILY-STREAM.
           COMPUTE RANDOM-SYMBOL-IDX =
                    FUNCTION INTEGER (
                    FUNCTION RANDOM * NUMBER-OF-SYMBOLS + 1)

           COMPUTE RANDOM-X =
                    FUNCTION INTEGER (
                    FUNCTION RANDOM * TABLE-SIZE + 1)

           COMPUTE RANDOM-Y =
                    FUNCTION INTEGER (
                    FUNCTION RANDOM * TABLE-SIZE + 1).
      *
       120-POPULATE-CARD-TABLE.
      * This paragraph populates 2 empty cells of CARD-TABLE with a
           DISPLAY "  Elapsed time : " ELAPSED-MINUTES "m "
                    ELAPSED-SECS-REMAINDER "s".
      *
      * EVERYONE HAS THE SAME DEAL, SO THE CHALLENGE SCORE IS HOW
      * CLEANLY IT WAS CLEARED: 1000 POINTS PER MATCH PER MOVE,
      * SCALED BY THE SHARE OF THE PAIRS FOUND SO QUITTING EARLY
      * NEVER PAYS.  A PERFECT MEMORY SCORES NEAR 1000.  DAILY IS
      * THE CHALLENGE MARKER ON THE SHARED BOARD.
       165-SCORE-CHALLENGE.
           IF MOVE-COUNT IS GREATER THAN ZERO
              COMPUTE GB-SCORE = MATCH-COUNT * MATCH-COUNT * 1000 /
                      (MOVE-COUNT * LOOP-COUNTER)
           ELSE
              MOVE ZERO TO GB-SCORE
           END-IF
           MOVE "DAILY" TO GB-DIFFICULTY
           DISPLAY "  Challenge score: " GB-SCORE.
      *
      * 130-LOG-CARD-TABLE.
      *
      * This paragraph displays the contents of CARD-TABLE with row
