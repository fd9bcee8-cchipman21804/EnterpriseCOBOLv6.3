      *   GAMEBRD record:
      *     game-id(8) initials(3) score(7) difficulty(8) date(8)
      *
      * A daily challenge round (the date-seeded game the whole shop
      * plays that day) passes DAILY as its difficulty; that is the
      * challenge marker LEADERS and RATINGS key on.
      *
      * Like RUNLOG, a missing GAMEBRD DD makes the call a quiet
      * no-op rather than taking the game down.
      *
