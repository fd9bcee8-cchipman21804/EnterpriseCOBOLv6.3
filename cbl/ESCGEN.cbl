      *     twenty samples are solvable, and the passing record goes
      *     to the output deck followed by a "*" comment record
      *     carrying the difficulty score and the pass rate;
      *   - the GAMERNG seed column makes a deck reproducible;
      *   - a tier D card makes the day's challenge level: the board
      *     parameters are drawn from GAMERNG's date-seeded stream,
      *     redrawn (up to five times) until a candidate passes the
      *     sampling, and the level is named D and the date
      *     (D20261015) so ESCAPE can tell today's level from a
      *     stale deck.  Run the deck with the D card overnight and
      *     the whole shop plays the same challenge board all day.
      *
      * Parameter card (ESCGENP):
      *   lvl(1) name(10) tier(1) width(3) height(2) tele(2) thr(1)
      *   purs(2) seed(9)
      *   with one space between fields; leave the board columns
      *   blank to take the tier defaults.  A tier D card takes
      *   only the level slot, which must be 5, the slot ESCAPE
      *   reads the challenge from; its board and seed come from
      *   the date.
      *
      ******************************************************************
      *
       01 cand-teleports                       pic 99.
       01 cand-obstacle-thr                    pic 9.
       01 cand-pursuers                        pic 99.
       01 gen-level-name                       pic x(10).

      * Daily challenge level: candidates drawn from the date seed.
       01 daily-tries                          pic 9 value zero.
       01 daily-max-tries                      pic 9 value 5.

      * The sample board, sized to ESCAPE's 50 x 130 maximum.  The
      * glyphs here are local stand-ins, not ESCAPE's own: only the

       210-generate-one-level.
           add 1 to cards-read-count
           evaluate true
              when pgc-level-num is not numeric
                 add 1 to cards-rejected-count
                 display "CARD REJECTED - LEVEL SLOT NOT NUMERIC: "
                         pgc-name
              when pgc-tier is equal to "D" and
                   pgc-level-num is not equal to "5"
                 add 1 to cards-rejected-count
                 display "CARD REJECTED - DAILY LEVEL MUST BE SLOT 5: "
                         pgc-name
              when pgc-tier is equal to "D"
                 perform 240-generate-daily-level
              when other
                 move pgc-name to gen-level-name
                 perform 215-generate-from-card
           end-evaluate.

       215-generate-from-card.
           perform 220-apply-tier-defaults
           perform 230-override-from-card
           if cand-width < 20 or cand-width > 130 or
              cand-height < 10 or cand-height > 50 or
              cand-pursuers < 2 or cand-pursuers > 50 then
              add 1 to cards-rejected-count
              display "CARD REJECTED - BOARD OUTSIDE ESCAPE"
                      " LIMITS: " pgc-name
           else
              perform 250-seed-the-stream
              perform 300-sample-the-candidate
              if sample-pass-count is not less than
                 sample-needed then
                 perform 600-write-level-records
              else
                 add 1 to cards-rejected-count
                 move sample-pass-count to rate-out
                 display "LEVEL " pgc-level-num " " pgc-name
                         " NOT WRITTEN - ONLY " rate-out " OF "
                         sample-count " SAMPLE BOARDS SOLVABLE"
              end-if
           end-if.

                       function numval(pgc-pursuers-in)
           end-if.

      * The date seeds the stream once; each candidate's parameters
      * and its sample boards are then drawn in turn, so the same
      * day always yields the same level.
       240-generate-daily-level.
           move "C" to rng-request
           move zero to rng-low
           move zero to rng-high
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           move spaces to gen-level-name
           string "D" rng-seed(2:8) delimited by size
                  into gen-level-name
           move zero to daily-tries
           move zero to sample-pass-count
           perform 245-try-daily-candidate
                   until sample-pass-count is not less than
                         sample-needed
                   or daily-tries is not less than daily-max-tries
           if sample-pass-count is not less than sample-needed then
              perform 600-write-level-records
           else
              add 1 to cards-rejected-count
              display "DAILY LEVEL " gen-level-name " NOT WRITTEN - "
                      "NO SOLVABLE CANDIDATE IN " daily-max-tries
                      " DRAWS"
           end-if.

      * A middling board: wider than easy, never as crowded as hard.
       245-try-daily-candidate.
           add 1 to daily-tries
           move 30 to rng-low
           move 90 to rng-high
           perform 392-draw-in-range
           move rng-result to cand-width
           move 12 to rng-low
           move 25 to rng-high
           perform 392-draw-in-range
           move rng-result to cand-height
           move 3 to rng-low
           move 10 to rng-high
           perform 392-draw-in-range
           move rng-result to cand-teleports
           move 1 to rng-low
           move 3 to rng-high
           perform 392-draw-in-range
           move rng-result to cand-obstacle-thr
           move 5 to rng-low
           move 25 to rng-high
           perform 392-draw-in-range
           move rng-result to cand-pursuers
           perform 300-sample-the-candidate.

      * Seed column zero (or blank) takes the clock; anything else
      * reproduces the same deck every run.
       250-seed-the-stream.
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction.

       392-draw-in-range.
           move "D" to rng-request
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction.

      * Draw interior coordinates until the cell is open floor.
       395-draw-open-cell.
           move "D" to rng-request
       600-write-level-records.
           move spaces to level-record-build
           move pgc-level-num to lrb-level-num
           move gen-level-name to lrb-name
           move cand-width to lrb-max-x
           move cand-height to lrb-max-y
           move cand-teleports to lrb-teleports
           move spaces to new-level-record
           move difficulty-score to score-out
           move sample-pass-count to rate-out
           string "* LEVEL " pgc-level-num " " gen-level-name
                  " DIFFICULTY " score-out
                  " SOLVABLE " rate-out "/20 SAMPLES"
                  delimited by size into new-level-record
           write new-level-record
           add 1 to levels-written-count
           display "LEVEL " pgc-level-num " " gen-level-name
                   " WRITTEN - DIFFICULTY " score-out.
