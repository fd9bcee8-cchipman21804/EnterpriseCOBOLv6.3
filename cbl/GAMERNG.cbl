      *   request "S": seed the stream.  seed-value 0 seeds from the
      *                full clock (hhmmsshh); any other value gives
      *                a repeatable sequence.
      *   request "C": seed the stream from today's date (yyyymmdd),
      *                returned in seed-value.  Every program that
      *                seeds this way on the same day gets the same
      *                sequence -- the daily challenge rounds, where
      *                the whole shop plays the same game.
      *   request "D": draw.  result gets a whole number uniform on
      *                low..high (when high > low), and fraction
      *                always gets the raw 0 <= f < 1 draw.  A draw
       01 gamerng-seeded-sw                    pic x value "N".
           88 gamerng-seeded                   value "Y".
       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 dt-hhmmsshh                      pic 9(8).
           02 filler                           pic x(5).
       01 clock-seed                           pic 9(9).
           evaluate lk-request
              when "S"
                 perform 200-seed-the-stream
              when "C"
                 perform 220-seed-from-date
              when "D"
                 if not gamerng-seeded then
                    move zero to clock-seed
           move dt-hhmmsshh to clock-seed
           compute lk-fraction = function random(clock-seed)
           set gamerng-seeded to true.

       220-seed-from-date.
           move function current-date to datetime
           move dt-yyyymmdd to clock-seed
           move dt-yyyymmdd to lk-seed-value
           compute lk-fraction = function random(clock-seed)
           set gamerng-seeded to true.
