      *     current loader treats as filler, ready for destination-
      *     dispatch evaluation.
      *
      * For the modernization acceptance test the morning is built
      * from the building itself rather than from a call count:
      *
      *   - an F card gives the population of each floor;
      *   - a U card builds the up-peak: every call starts at the
      *     lobby (floor 1), the destination is drawn in proportion
      *     to the floor populations, and the number of calls is the
      *     arrival rate (percent of the building population per
      *     five minutes) carried over the given number of minutes,
      *     spread at random over the ticks those minutes cover.
      *
      * ELEVATOR's acceptance mode reads the same deck for the
      * population, the seconds per tick and its K criteria card,
      * which this program passes over.
      *
      * Profile cards (ELEVPROF):
      *   W w1..w9                          floor weights
      *   P start(4) end(4) calls(3) pattern(1) seed(9)
      *   F pop1(4) pop2(4) .. pop9(4)      floor populations
      *   U rate(4: 99.9 percent per 5 minutes) minutes(2)
      *     seconds-per-tick(2) seed(9)
      *   K (ELEVATOR acceptance criteria -- not read here)
      *   with one space between fields.
      *
      ******************************************************************
      *
           02 filler                           pic x.
           02 prc-seed-in                      pic x(9).
           02 filler                           pic x(53).
       01  profile-population-card redefines profile-card.
           02 filler                           pic xx.
           02 prc-floor-pop-group occurs 9 times.
              03 prc-floor-pop                 pic x(4).
              03 filler                        pic x.
           02 filler                           pic x(33).
       01  profile-up-peak-card redefines profile-card.
           02 filler                           pic xx.
           02 prc-rate-in                      pic x(4).
           02 filler                           pic x.
           02 prc-minutes-in                   pic x(2).
           02 filler                           pic x.
           02 prc-tick-secs-in                 pic x(2).
           02 filler                           pic x.
           02 prc-up-seed-in                   pic x(9).
           02 filler                           pic x(58).
      *
       fd  call-script-file record contains 80 characters
                            recording mode f.
           02 floor-weight occurs 9 times      pic 9 value 1.
       01 weight-total                         pic 99.
       01 weight-cum                           pic 99.
       01 weight-idx                           pic 99.

      * Floor populations for the up-peak, from the F card.
       01 floor-pop-table.
           02 floor-pop occurs 9 times         pic 9(4) value zero.
       01 population-total                     pic 9(5) value zero.
       01 upper-pop-total                      pic 9(5).
       01 pop-cum                              pic 9(5).
       01 up-peak-rate                         pic 99v9.
       01 up-peak-minutes                      pic 99.
       01 up-peak-tick-secs                    pic 99.
       01 up-peak-calls                        pic 9(5).

      * The generated calls, held and sorted before writing so the
      * deck comes out in tick order whatever order the blocks were
      * drawn in.  500 is ELEVATOR's own script limit.
       01 script-limit                         pic 999 value 500.
       01 call-count                           pic 999 value zero.
       01 call-idx                             pic 999.
       01 call-sort-idx                        pic 999.
           88 call-sort-done                   value "Y".
       01 call-swap-area                       pic x(6).
       01 call-table.
           02 call-entry occurs 500 times.
              03 cle-tick                      pic 9(4).
              03 cle-floor                     pic 9.
              03 cle-dest                      pic 9.
       01 block-end                            pic 9(4).
       01 block-calls                          pic 999.
       01 block-pattern                        pic x.
       01 block-seed-in                        pic x(9).
       01 block-call-idx                       pic 999.
       01 draw-floor                           pic 9.
       01 draw-dest                            pic 9.
           evaluate prc-card-type
              when "W" perform 220-store-weights
              when "P" perform 300-generate-one-block
              when "F" perform 230-store-populations
              when "U" perform 340-generate-up-peak
              when "K" continue
              when other
                 display "PROFILE CARD SKIPPED - TYPE MUST BE"
                         " W, P, F OR U"
           end-evaluate.

       220-store-weights.
                   floor-weight(weight-idx)
           end-if.

       230-store-populations.
           move zero to population-total
           perform 235-store-one-population
                   varying weight-idx from 1 by 1
                   until weight-idx > 9
           display "FLOOR POPULATIONS LOADED - BUILDING POPULATION "
                   population-total.

       235-store-one-population.
           if prc-floor-pop(weight-idx) is numeric then
              move prc-floor-pop(weight-idx) to floor-pop(weight-idx)
           else
              move zero to floor-pop(weight-idx)
           end-if
           add floor-pop(weight-idx) to population-total.

       300-generate-one-block.
           if function test-numval(prc-start-in) is not equal zero
              or function test-numval(prc-end-in) is not equal zero
              compute block-end = function numval(prc-end-in)
              compute block-calls = function numval(prc-calls-in)
              move prc-pattern to block-pattern
              move prc-seed-in to block-seed-in
              if block-end is less than block-start then
                 move block-start to block-end
              end-if
              perform 320-generate-one-call
                      varying block-call-idx from 1 by 1
                      until block-call-idx > block-calls
                      or call-count is not less than script-limit
              if call-count is not less than script-limit then
                 display "SCRIPT LIMIT (" script-limit " CALLS)"
                         " REACHED - REMAINING CALLS DROPPED"
              end-if
           end-if.

       310-seed-the-stream.
           if function test-numval(block-seed-in) is equal to zero
              and block-seed-in is not equal to spaces then
              compute rng-seed = function numval(block-seed-in)
           else
              move zero to rng-seed
           end-if
           move draw-floor to cle-floor(call-count)
           move draw-dest to cle-dest(call-count).

      * The up-peak: lobby arrivals at the U card's rate over its
      * minutes, destinations in proportion to the F card's floor
      * populations.  The arrival rate is a percent of the building
      * population per five minutes.
       340-generate-up-peak.
           if prc-rate-in is equal to spaces or
              function test-numval(prc-rate-in) is not equal zero
              or prc-minutes-in is not numeric
              or prc-tick-secs-in is not numeric then
              display "U CARD SKIPPED - BAD RATE, MINUTES OR"
                      " SECONDS PER TICK"
           else
              compute up-peak-rate = function numval(prc-rate-in)
              move prc-minutes-in to up-peak-minutes
              move prc-tick-secs-in to up-peak-tick-secs
              move zero to upper-pop-total
              perform 345-sum-upper-population
                      varying weight-idx from 2 by 1
                      until weight-idx > 9
              evaluate true
                 when upper-pop-total is equal to zero
                    display "U CARD SKIPPED - NO F CARD OR NO"
                            " POPULATION ABOVE THE LOBBY"
                 when up-peak-minutes is equal to zero or
                      up-peak-tick-secs is equal to zero
                    display "U CARD SKIPPED - MINUTES AND SECONDS"
                            " PER TICK MUST BE ABOVE ZERO"
                 when other
                    perform 350-build-up-peak-block
              end-evaluate
           end-if.

       345-sum-upper-population.
           add floor-pop(weight-idx) to upper-pop-total.

       350-build-up-peak-block.
           compute up-peak-calls rounded = population-total *
                   up-peak-rate * up-peak-minutes / 500
           if up-peak-calls is greater than script-limit then
              display "UP-PEAK NEEDS " up-peak-calls " CALLS -"
                      " SHORTEN THE MINUTES ON THE U CARD"
              move script-limit to block-calls
           else
              move up-peak-calls to block-calls
           end-if
           move 1 to block-start
           compute block-end = up-peak-minutes * 60 /
                   up-peak-tick-secs
           if block-end is less than block-start then
              move block-start to block-end
           end-if
           move prc-up-seed-in to block-seed-in
           display "UP-PEAK: " block-calls " LOBBY ARRIVALS OVER "
                   up-peak-minutes " MINUTES (TICKS " block-start
                   "-" block-end ")"
           perform 310-seed-the-stream
           perform 360-generate-up-peak-call
                   varying block-call-idx from 1 by 1
                   until block-call-idx > block-calls
                   or call-count is not less than script-limit
           if call-count is not less than script-limit then
              display "SCRIPT LIMIT (" script-limit " CALLS)"
                      " REACHED - REMAINING CALLS DROPPED"
           end-if.

       360-generate-up-peak-call.
           move "D" to rng-request
           move block-start to rng-low
           move block-end to rng-high
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           move rng-result to draw-tick
           move "D" to rng-request
           move 1 to rng-low
           move upper-pop-total to rng-high
           call "GAMERNG" using rng-request, rng-seed, rng-low,
                rng-high, rng-result, rng-fraction
           move zero to pop-cum
           move 1 to weight-idx
           perform 365-walk-population
                   until pop-cum is not less than rng-result
                   or weight-idx is not less than 9
           add 1 to call-count
           move draw-tick to cle-tick(call-count)
           move 1 to cle-floor(call-count)
           move weight-idx to cle-dest(call-count).

       365-walk-population.
           add 1 to weight-idx
           add floor-pop(weight-idx) to pop-cum.

      * Weighted draw over floors 2-9.
       400-weighted-upper-floor.
           move zero to weight-total
