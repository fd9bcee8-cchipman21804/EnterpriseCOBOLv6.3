      * DISTANCE AND CALLS SERVED.  THE COMPARE OPTION REPLAYS THE
      * SAME SCRIPT UNDER ALL THREE RULES IN ONE RUN AND PRINTS THE
      * STATISTICS SIDE BY SIDE -- THE CAPITAL-REQUEST TABLE.
      *
      * THE ACCEPTANCE OPTION JUDGES ALL THREE RULES AGAINST THE
      * MODERNIZATION CONTRACT'S UP-PEAK CRITERIA.  ELEVGEN BUILDS THE
      * UP-PEAK CALLSCRP FROM THE ELEVPROF DECK (F CARD FLOOR
      * POPULATIONS, U CARD ARRIVAL RATE, MINUTES AND SECONDS PER
      * TICK); THIS PROGRAM READS THE SAME DECK FOR THE BUILDING
      * POPULATION, THE SECONDS PER TICK AND THE K CARD:
      *   K HC-MIN(4: 99.9 PERCENT) INTERVAL-MAX(3: SECONDS)
      *     OVER-30(4: 99.9 PERCENT) OVER-60(4: 99.9 PERCENT)
      *     RATED-LOAD(2: PERSONS) DWELL(2: SECONDS PER STOP)
      *   (DEFAULTS 12.0 030 20.0 05.0 13 10).
      * IN THIS MODE A STOP BOARDS EVERY RIDER WAITING FOR THE CAR UP
      * TO ITS RATED LOAD (THE REST GO BACK FOR REASSIGNMENT), THE
      * DOORS HOLD FOR THE DWELL, AND A LOADED CAR CALLS AT ITS
      * NEAREST RIDER DESTINATION FIRST.  PER RULE IT REPORTS:
      *   - HANDLING CAPACITY: PASSENGERS DELIVERED IN THE BUSIEST
      *     FIVE MINUTES AS A PERCENT OF THE BUILDING POPULATION;
      *   - ROUND-TRIP TIME: FIRST BOARDING AT THE LOBBY TO THE CAR'S
      *     NEXT RETURN THERE, AVERAGED OVER ALL TRIPS;
      *   - AVERAGE INTERVAL: ROUND-TRIP TIME OVER THE NUMBER OF CARS;
      *   - PERCENT OF PASSENGERS WAITING OVER 30 AND OVER 60 SECONDS;
      * AND MARKS EACH RULE PASS OR FAIL.  A RULE THAT LEAVES ANY
      * PASSENGER UNSERVED FAILS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALL-SCRIPT ASSIGN TO CALLSCRP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CALL-SCRIPT-STATUS.
      *
           SELECT PROFILE-CARD-FILE ASSIGN TO ELEVPROF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PROFILE-CARD-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * HAND-TYPED SCRIPTS, WHICH THEN SIMULATE PICKUPS ONLY.
           05  CSC-DEST                              PIC X.
           05  FILLER                                PIC X(72).
      *
      * THE ELEVGEN PROFILE DECK, READ IN ACCEPTANCE MODE FOR ITS F, U
      * AND K CARDS.
       FD  PROFILE-CARD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  PROFILE-CARD.
           05  PRC-CARD-TYPE                         PIC X.
           05  FILLER                                PIC X.
           05  PRC-BODY                              PIC X(78).
       01  PROFILE-POPULATION-CARD REDEFINES PROFILE-CARD.
           05  FILLER                                PIC XX.
           05  PRC-FLOOR-POP-GROUP OCCURS 9 TIMES.
               10  PRC-FLOOR-POP                     PIC X(4).
               10  FILLER                            PIC X.
           05  FILLER                                PIC X(33).
       01  PROFILE-UP-PEAK-CARD REDEFINES PROFILE-CARD.
           05  FILLER                                PIC XX.
           05  PRC-RATE-IN                           PIC X(4).
           05  FILLER                                PIC X.
           05  PRC-MINUTES-IN                        PIC XX.
           05  FILLER                                PIC X.
           05  PRC-TICK-SECS-IN                      PIC XX.
           05  FILLER                                PIC X(68).
       01  PROFILE-CRITERIA-CARD REDEFINES PROFILE-CARD.
           05  FILLER                                PIC XX.
           05  PRC-HC-MIN-IN                         PIC X(4).
           05  FILLER                                PIC X.
           05  PRC-INTERVAL-MAX-IN                   PIC X(3).
           05  FILLER                                PIC X.
           05  PRC-OVER30-MAX-IN                     PIC X(4).
           05  FILLER                                PIC X.
           05  PRC-OVER60-MAX-IN                     PIC X(4).
           05  FILLER                                PIC X.
           05  PRC-RATED-LOAD-IN                     PIC XX.
           05  FILLER                                PIC X.
           05  PRC-DWELL-SECS-IN                     PIC XX.
           05  FILLER                                PIC X(54).
      *
       WORKING-STORAGE SECTION.
       77 LOOP-COUNTER                               PIC 9.
          88 DESTINATION-POLICY                            VALUE "D".
       01 COMPARE-MODE-FLAG                          PIC X VALUE "N".
          88 COMPARE-MODE                                  VALUE "Y".
       01 SCRIPT-LIMIT                               PIC 999 VALUE 500.
       01 SCRIPT-COUNT                               PIC 999
                                                     VALUE ZERO.
       01 SCRIPT-IDX                                 PIC 999.
       01 CALL-SCRIPT-TABLE.
          02 SCRIPT-ENTRY OCCURS 500 TIMES.
             03 SCT-TICK                             PIC 9(4).
             03 SCT-FLOOR                            PIC 9.
             03 SCT-DEST                             PIC 9.
             03 CAR-HAS-TARGET                       PIC X.
             03 CAR-DISTANCE                         PIC 9(5).
             03 CAR-SERVED                           PIC 9(3).
             03 CAR-LOAD                             PIC 99.
             03 CAR-HOLD                             PIC 99.
             03 CAR-ON-TRIP                          PIC X.
             03 CAR-TRIP-START                       PIC 9(4).
             03 CAR-TRIP-LOAD                        PIC 99.
       01 CAR-IDX                                    PIC 9.
       01 BEST-CAR                                   PIC 9.
       01 BEST-CAR-DIST                              PIC 99.
             10 CMP-TICKS                            PIC 9(4).
       01 CMP-TOTAL-DISTANCE                         PIC 9(6).
       01 RIDER-TARGET-SW                            PIC X.
      *
      * UP-PEAK ACCEPTANCE MODE: THE BUILDING, THE CONTRACT CRITERIA
      * AND EACH RULE'S MEASURES.
       01 PROFILE-CARD-STATUS                        PIC XX VALUE "00".
          88 PROFILE-CARD-OK                               VALUE "00".
       01 PROFILE-EOF-FLAG                           PIC X VALUE "N".
          88 PROFILE-EOF                                   VALUE "Y".
       01 ACCEPTANCE-MODE-FLAG                       PIC X VALUE "N".
          88 ACCEPTANCE-MODE                               VALUE "Y".
       01 FLOOR-POP-IDX                              PIC 99.
       01 ACC-POPULATION                             PIC 9(5)
                                                     VALUE ZERO.
       01 ACC-RATE                                   PIC 99V9
                                                     VALUE ZERO.
       01 ACC-MINUTES                                PIC 99 VALUE ZERO.
       01 ACC-TICK-SECS                              PIC 99 VALUE ZERO.
       01 ACC-HC-MIN                                 PIC 99V9
                                                     VALUE 12.0.
       01 ACC-INTERVAL-MAX                           PIC 999 VALUE 30.
       01 ACC-OVER30-MAX                             PIC 99V9
                                                     VALUE 20.0.
       01 ACC-OVER60-MAX                             PIC 99V9 VALUE 5.0.
       01 ACC-RATED-LOAD                             PIC 99 VALUE 13.
       01 ACC-DWELL-SECS                             PIC 99 VALUE 10.
       01 ACC-DWELL-TICKS                            PIC 99.
       01 ACC-RTT-TICKS                              PIC 9(7).
       01 ACC-TRIP-COUNT                             PIC 9(5).
       01 ACC-TRIP-LOAD-TOTAL                        PIC 9(7).
       01 ACC-CLOCK-SECS                             PIC 9(7).
       01 ACC-WAIT-SECS                              PIC 9(7).
       01 ACC-WAIT-SECS-TOTAL                        PIC 9(9).
       01 ACC-OVER30-COUNT                           PIC 9(5).
       01 ACC-OVER60-COUNT                           PIC 9(5).
       01 ACC-BLOCK-IDX                              PIC 9(5).
       01 ACC-BLOCK-MAX                              PIC 9(5).
       01 ACC-BLOCK-TABLE.
          05 ACC-BLOCK-DELIVERED OCCURS 50 TIMES     PIC 9(5).
       01 ACC-BOARDED-SW                             PIC X.
       01 ACC-RESULTS.
          05 ACC-ENTRY OCCURS 3 TIMES.
             10 ACC-HC-PCT                           PIC 999V9.
             10 ACC-INTERVAL                         PIC 9(4)V9.
             10 ACC-RTT                              PIC 9(4)V9.
             10 ACC-AVG-LOAD                         PIC 99V9.
             10 ACC-AVG-WAIT                         PIC 9(4)V9.
             10 ACC-OVER30-PCT                       PIC 999V9.
             10 ACC-OVER60-PCT                       PIC 999V9.
             10 ACC-SERVED                           PIC 999.
             10 ACC-VERDICT                          PIC X(4).
             10 ACC-REASONS                          PIC X(60).
       01 ACC-TRIP-TICKS                             PIC 9(4).
       01 ACC-REPORT-LINE.
          05 ARL-RULE                                PIC X(12).
          05 FILLER                                  PIC X(2)
                                                     VALUE SPACES.
          05 ARL-HC                                  PIC ZZ9.9.
          05 FILLER                                  PIC X(3)
                                                     VALUE SPACES.
          05 ARL-INTERVAL                            PIC ZZZ9.9.
          05 FILLER                                  PIC X(2)
                                                     VALUE SPACES.
          05 ARL-RTT                                 PIC ZZZ9.9.
          05 FILLER                                  PIC X(4)
                                                     VALUE SPACES.
          05 ARL-LOAD                                PIC Z9.9.
          05 FILLER                                  PIC X(4)
                                                     VALUE SPACES.
          05 ARL-WAIT                                PIC ZZZ9.9.
          05 FILLER                                  PIC X(3)
                                                     VALUE SPACES.
          05 ARL-OVER30                              PIC ZZ9.9.
          05 FILLER                                  PIC X(3)
                                                     VALUE SPACES.
          05 ARL-OVER60                              PIC ZZ9.9.
          05 FILLER                                  PIC X(4)
                                                     VALUE SPACES.
          05 ARL-SERVED                              PIC ZZ9.
          05 FILLER                                  PIC X(4)
                                                     VALUE SPACES.
          05 ARL-VERDICT                             PIC X(4).
       01 ACC-REASON-PTR                             PIC 99.
       01 ACC-PCT-OUT                                PIC ZZ9.9.
       01 ACC-SECS-OUT                               PIC ZZZ9.9.
       01 ACC-LOAD-OUT                               PIC Z9.9.
       01 ACC-COUNT-OUT                              PIC ZZ,ZZ9.
       01 DEST-SCAN-IDX                              PIC 999.
      *
       01 CLOSED-ELEVATOR-CAR.
              DISPLAY "CALLSCRP EMPTY OR MISSING - NOTHING TO"
                      " SIMULATE"
           ELSE
           IF ACCEPTANCE-MODE
              PERFORM 700-ACCEPTANCE-TEST
           ELSE
           IF COMPARE-MODE
              PERFORM 600-COMPARE-ALL-RULES
           ELSE
              PERFORM 545-RESET-AND-RUN
              PERFORM 590-SIM-STATISTICS
           END-IF
           END-IF
           END-IF.

      * ONE FULL REPLAY OF THE LOADED SCRIPT: STATUSES, CARS, CLOCK
                   CMP-DISTANCE(CMP-IDX) "     "
                   CMP-TICKS(CMP-IDX).

      ******************************************************************
      *                  UP-PEAK ACCEPTANCE TEST                       *
      ******************************************************************
      * THE CONTRACT'S UP-PEAK MEASURES FOR ALL THREE RULES ON THE
      * ELEVGEN UP-PEAK STREAM, EACH MARKED PASS OR FAIL.
       700-ACCEPTANCE-TEST.
           PERFORM 705-LOAD-ACCEPTANCE-PROFILE
           IF ACC-POPULATION IS EQUAL TO ZERO OR
              ACC-TICK-SECS IS EQUAL TO ZERO
              DISPLAY "ELEVPROF NEEDS AN F CARD (FLOOR POPULATIONS)"
                      " AND A U CARD (SECONDS PER TICK) - NO"
                      " ACCEPTANCE TEST"
           ELSE
              DIVIDE ACC-DWELL-SECS BY ACC-TICK-SECS
                     GIVING ACC-DWELL-TICKS ROUNDED
              PERFORM 720-RUN-ACCEPTANCE-RULE
                      VARYING CMP-IDX FROM 1 BY 1
                      UNTIL CMP-IDX IS GREATER THAN 3
              PERFORM 780-ACCEPTANCE-REPORT
           END-IF.

       705-LOAD-ACCEPTANCE-PROFILE.
           OPEN INPUT PROFILE-CARD-FILE
           IF PROFILE-CARD-OK
              PERFORM 706-READ-PROFILE-CARD UNTIL PROFILE-EOF
              CLOSE PROFILE-CARD-FILE
           ELSE
              DISPLAY "ELEVPROF NOT AVAILABLE"
           END-IF.

       706-READ-PROFILE-CARD.
           READ PROFILE-CARD-FILE
              AT END MOVE "Y" TO PROFILE-EOF-FLAG
              NOT AT END PERFORM 707-APPLY-PROFILE-CARD
           END-READ.

      * ONLY THE F, U AND K CARDS MATTER HERE; ELEVGEN'S W AND P
      * CARDS ARE PASSED OVER.
       707-APPLY-PROFILE-CARD.
           EVALUATE PRC-CARD-TYPE
              WHEN "F"
                 MOVE ZERO TO ACC-POPULATION
                 PERFORM 708-ADD-FLOOR-POPULATION
                         VARYING FLOOR-POP-IDX FROM 1 BY 1
                         UNTIL FLOOR-POP-IDX IS GREATER THAN 9
              WHEN "U"
                 IF PRC-RATE-IN IS NOT EQUAL TO SPACES AND
                    FUNCTION TEST-NUMVAL(PRC-RATE-IN) IS EQUAL TO
                    ZERO AND PRC-MINUTES-IN IS NUMERIC AND
                    PRC-TICK-SECS-IN IS NUMERIC
                    COMPUTE ACC-RATE = FUNCTION NUMVAL(PRC-RATE-IN)
                    MOVE PRC-MINUTES-IN TO ACC-MINUTES
                    MOVE PRC-TICK-SECS-IN TO ACC-TICK-SECS
                 END-IF
              WHEN "K"
                 PERFORM 709-APPLY-CRITERIA-CARD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       708-ADD-FLOOR-POPULATION.
           IF PRC-FLOOR-POP(FLOOR-POP-IDX) IS NUMERIC
              COMPUTE ACC-POPULATION = ACC-POPULATION +
                      FUNCTION NUMVAL(PRC-FLOOR-POP(FLOOR-POP-IDX))
           END-IF.

      * A BLANK OR UNREADABLE K FIELD LEAVES THAT CRITERION AT ITS
      * DEFAULT.
       709-APPLY-CRITERIA-CARD.
           IF PRC-HC-MIN-IN IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(PRC-HC-MIN-IN) IS EQUAL TO ZERO
              COMPUTE ACC-HC-MIN = FUNCTION NUMVAL(PRC-HC-MIN-IN)
           END-IF
           IF PRC-INTERVAL-MAX-IN IS NUMERIC
              MOVE PRC-INTERVAL-MAX-IN TO ACC-INTERVAL-MAX
           END-IF
           IF PRC-OVER30-MAX-IN IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(PRC-OVER30-MAX-IN) IS EQUAL TO
              ZERO
              COMPUTE ACC-OVER30-MAX =
                      FUNCTION NUMVAL(PRC-OVER30-MAX-IN)
           END-IF
           IF PRC-OVER60-MAX-IN IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(PRC-OVER60-MAX-IN) IS EQUAL TO
              ZERO
              COMPUTE ACC-OVER60-MAX =
                      FUNCTION NUMVAL(PRC-OVER60-MAX-IN)
           END-IF
           IF PRC-RATED-LOAD-IN IS NUMERIC AND
              PRC-RATED-LOAD-IN IS GREATER THAN ZERO
              MOVE PRC-RATED-LOAD-IN TO ACC-RATED-LOAD
           END-IF
           IF PRC-DWELL-SECS-IN IS NUMERIC
              MOVE PRC-DWELL-SECS-IN TO ACC-DWELL-SECS
           END-IF.

       720-RUN-ACCEPTANCE-RULE.
           MOVE CMP-POLICY-CODES(CMP-IDX:1) TO POLICY-FLAG
           MOVE ZERO TO ACC-RTT-TICKS
           MOVE ZERO TO ACC-TRIP-COUNT
           MOVE ZERO TO ACC-TRIP-LOAD-TOTAL
           PERFORM 721-CLEAR-ONE-BLOCK
                   VARYING ACC-BLOCK-IDX FROM 1 BY 1
                   UNTIL ACC-BLOCK-IDX IS GREATER THAN 50
           PERFORM 545-RESET-AND-RUN
           PERFORM 730-MEASURE-RULE
           PERFORM 735-JUDGE-RULE.

       721-CLEAR-ONE-BLOCK.
           MOVE ZERO TO ACC-BLOCK-DELIVERED(ACC-BLOCK-IDX).

      * WAITS ARE KEPT IN TICKS; ONE TICK IS ONE FLOOR OF TRAVEL,
      * ACC-TICK-SECS SECONDS.
       730-MEASURE-RULE.
           MOVE CALLS-DONE-COUNT TO ACC-SERVED(CMP-IDX)
           MOVE ZERO TO ACC-WAIT-SECS-TOTAL
           MOVE ZERO TO ACC-OVER30-COUNT
           MOVE ZERO TO ACC-OVER60-COUNT
           PERFORM 731-MEASURE-ONE-WAIT
                   VARYING SCRIPT-IDX FROM 1 BY 1
                   UNTIL SCRIPT-IDX IS GREATER THAN SCRIPT-COUNT
           IF CALLS-DONE-COUNT IS GREATER THAN ZERO
              DIVIDE ACC-WAIT-SECS-TOTAL BY CALLS-DONE-COUNT
                     GIVING ACC-AVG-WAIT(CMP-IDX) ROUNDED
              COMPUTE ACC-OVER30-PCT(CMP-IDX) ROUNDED =
                      ACC-OVER30-COUNT * 100 / CALLS-DONE-COUNT
              COMPUTE ACC-OVER60-PCT(CMP-IDX) ROUNDED =
                      ACC-OVER60-COUNT * 100 / CALLS-DONE-COUNT
           ELSE
              MOVE ZERO TO ACC-AVG-WAIT(CMP-IDX)
              MOVE ZERO TO ACC-OVER30-PCT(CMP-IDX)
              MOVE ZERO TO ACC-OVER60-PCT(CMP-IDX)
           END-IF
           IF ACC-TRIP-COUNT IS GREATER THAN ZERO
              MULTIPLY ACC-RTT-TICKS BY ACC-TICK-SECS
                       GIVING ACC-CLOCK-SECS
              DIVIDE ACC-CLOCK-SECS BY ACC-TRIP-COUNT
                     GIVING ACC-RTT(CMP-IDX) ROUNDED
              DIVIDE ACC-RTT(CMP-IDX) BY CAR-COUNT
                     GIVING ACC-INTERVAL(CMP-IDX) ROUNDED
              DIVIDE ACC-TRIP-LOAD-TOTAL BY ACC-TRIP-COUNT
                     GIVING ACC-AVG-LOAD(CMP-IDX) ROUNDED
           ELSE
              MOVE ZERO TO ACC-RTT(CMP-IDX)
              MOVE ZERO TO ACC-INTERVAL(CMP-IDX)
              MOVE ZERO TO ACC-AVG-LOAD(CMP-IDX)
           END-IF
           MOVE ZERO TO ACC-BLOCK-MAX
           PERFORM 732-CHECK-ONE-BLOCK
                   VARYING ACC-BLOCK-IDX FROM 1 BY 1
                   UNTIL ACC-BLOCK-IDX IS GREATER THAN 50
           COMPUTE ACC-HC-PCT(CMP-IDX) ROUNDED =
                   ACC-BLOCK-MAX * 100 / ACC-POPULATION.

       731-MEASURE-ONE-WAIT.
           IF SCT-STATUS(SCRIPT-IDX) IS EQUAL TO "D"
              MULTIPLY SCT-WAIT(SCRIPT-IDX) BY ACC-TICK-SECS
                       GIVING ACC-WAIT-SECS
              ADD ACC-WAIT-SECS TO ACC-WAIT-SECS-TOTAL
              IF ACC-WAIT-SECS IS GREATER THAN 30
                 ADD 1 TO ACC-OVER30-COUNT
              END-IF
              IF ACC-WAIT-SECS IS GREATER THAN 60
                 ADD 1 TO ACC-OVER60-COUNT
              END-IF
           END-IF.

       732-CHECK-ONE-BLOCK.
           IF ACC-BLOCK-DELIVERED(ACC-BLOCK-IDX) IS GREATER THAN
              ACC-BLOCK-MAX
              MOVE ACC-BLOCK-DELIVERED(ACC-BLOCK-IDX) TO
                   ACC-BLOCK-MAX
           END-IF.

       735-JUDGE-RULE.
           MOVE "PASS" TO ACC-VERDICT(CMP-IDX)
           MOVE SPACES TO ACC-REASONS(CMP-IDX)
           MOVE 1 TO ACC-REASON-PTR
           IF CALLS-DONE-COUNT IS LESS THAN SCRIPT-COUNT
              STRING "PASSENGERS LEFT UNSERVED  " DELIMITED BY SIZE
                     INTO ACC-REASONS(CMP-IDX)
                     WITH POINTER ACC-REASON-PTR
           END-IF
           IF ACC-HC-PCT(CMP-IDX) IS LESS THAN ACC-HC-MIN
              STRING "CAPACITY  " DELIMITED BY SIZE
                     INTO ACC-REASONS(CMP-IDX)
                     WITH POINTER ACC-REASON-PTR
           END-IF
           IF ACC-TRIP-COUNT IS EQUAL TO ZERO OR
              ACC-INTERVAL(CMP-IDX) IS GREATER THAN ACC-INTERVAL-MAX
              STRING "INTERVAL  " DELIMITED BY SIZE
                     INTO ACC-REASONS(CMP-IDX)
                     WITH POINTER ACC-REASON-PTR
           END-IF
           IF ACC-OVER30-PCT(CMP-IDX) IS GREATER THAN ACC-OVER30-MAX
              STRING "WAITS OVER 30 SEC  " DELIMITED BY SIZE
                     INTO ACC-REASONS(CMP-IDX)
                     WITH POINTER ACC-REASON-PTR
           END-IF
           IF ACC-OVER60-PCT(CMP-IDX) IS GREATER THAN ACC-OVER60-MAX
              STRING "WAITS OVER 60 SEC" DELIMITED BY SIZE
                     INTO ACC-REASONS(CMP-IDX)
                     WITH POINTER ACC-REASON-PTR
           END-IF
           IF ACC-REASONS(CMP-IDX) IS NOT EQUAL TO SPACES
              MOVE "FAIL" TO ACC-VERDICT(CMP-IDX)
           END-IF.

      * A STOP IN ACCEPTANCE MODE: A RETURN TO THE LOBBY CLOSES THE
      * ROUND TRIP, RIDERS FOR THIS FLOOR GET OFF, WAITING RIDERS
      * ASSIGNED TO THE CAR GET ON, AND THE DOORS HOLD FOR THE DWELL.
       740-ACCEPTANCE-ARRIVAL.
           IF CAR-FLOOR(CAR-IDX) IS EQUAL TO BOTTOM-FLOOR AND
              CAR-ON-TRIP(CAR-IDX) IS EQUAL TO "Y"
              SUBTRACT CAR-TRIP-START(CAR-IDX) FROM SIM-CLOCK
                       GIVING ACC-TRIP-TICKS
              ADD ACC-TRIP-TICKS TO ACC-RTT-TICKS
              ADD 1 TO ACC-TRIP-COUNT
              ADD CAR-TRIP-LOAD(CAR-IDX) TO ACC-TRIP-LOAD-TOTAL
              MOVE "N" TO CAR-ON-TRIP(CAR-IDX)
              MOVE ZERO TO CAR-TRIP-LOAD(CAR-IDX)
           END-IF
           PERFORM 741-ALIGHT-ONE-RIDER
                   VARYING SCRIPT-IDX FROM 1 BY 1
                   UNTIL SCRIPT-IDX IS GREATER THAN SCRIPT-COUNT
           MOVE "N" TO ACC-BOARDED-SW
           PERFORM 742-BOARD-ONE-RIDER
                   VARYING SCRIPT-IDX FROM 1 BY 1
                   UNTIL SCRIPT-IDX IS GREATER THAN SCRIPT-COUNT
           MOVE ACC-DWELL-TICKS TO CAR-HOLD(CAR-IDX)
           PERFORM 745-PICK-NEAREST-RIDER.

      * DELIVERIES ARE COUNTED BY FIVE-MINUTE BLOCK OF THE CLOCK FOR
      * THE HANDLING-CAPACITY MEASURE.
       741-ALIGHT-ONE-RIDER.
           IF SCT-STATUS(SCRIPT-IDX) IS EQUAL TO "R" AND
              SCT-CAR(SCRIPT-IDX) IS EQUAL TO CAR-IDX AND
              SCT-DEST(SCRIPT-IDX) IS EQUAL TO CAR-FLOOR(CAR-IDX)
              MOVE "D" TO SCT-STATUS(SCRIPT-IDX)
              ADD 1 TO CAR-SERVED(CAR-IDX)
              ADD 1 TO CALLS-DONE-COUNT
              SUBTRACT 1 FROM CAR-LOAD(CAR-IDX)
              MULTIPLY SIM-CLOCK BY ACC-TICK-SECS
                       GIVING ACC-CLOCK-SECS
              DIVIDE ACC-CLOCK-SECS BY 300 GIVING ACC-BLOCK-IDX
              ADD 1 TO ACC-BLOCK-IDX
              IF ACC-BLOCK-IDX IS NOT GREATER THAN 50
                 ADD 1 TO ACC-BLOCK-DELIVERED(ACC-BLOCK-IDX)
              END-IF
           END-IF.

      * A RIDER WHO FINDS THE CAR FULL GOES BACK TO PENDING AND IS
      * ASSIGNED AGAIN ON THE NEXT TICK.
       742-BOARD-ONE-RIDER.
           IF (SCT-STATUS(SCRIPT-IDX) IS EQUAL TO "A" OR
               SCT-STATUS(SCRIPT-IDX) IS EQUAL TO "T") AND
              SCT-CAR(SCRIPT-IDX) IS EQUAL TO CAR-IDX AND
              SCT-FLOOR(SCRIPT-IDX) IS EQUAL TO CAR-FLOOR(CAR-IDX)
              IF CAR-LOAD(CAR-IDX) IS LESS THAN ACC-RATED-LOAD
                 COMPUTE SCT-WAIT(SCRIPT-IDX) =
                         SIM-CLOCK - SCT-TICK(SCRIPT-IDX)
                 ADD SCT-WAIT(SCRIPT-IDX) TO TOTAL-WAIT
                 IF SCT-WAIT(SCRIPT-IDX) IS GREATER THAN MAX-WAIT
                    MOVE SCT-WAIT(SCRIPT-IDX) TO MAX-WAIT
                 END-IF
                 MOVE "Y" TO ACC-BOARDED-SW
                 IF SCT-DEST(SCRIPT-IDX) IS GREATER THAN ZERO
                    MOVE "R" TO SCT-STATUS(SCRIPT-IDX)
                    ADD 1 TO CAR-LOAD(CAR-IDX)
                    IF CAR-FLOOR(CAR-IDX) IS EQUAL TO BOTTOM-FLOOR
                       ADD 1 TO CAR-TRIP-LOAD(CAR-IDX)
                       IF CAR-ON-TRIP(CAR-IDX) IS EQUAL TO "N"
                          MOVE "Y" TO CAR-ON-TRIP(CAR-IDX)
                          MOVE SIM-CLOCK TO CAR-TRIP-START(CAR-IDX)
                       END-IF
                    END-IF
                 ELSE
                    MOVE "D" TO SCT-STATUS(SCRIPT-IDX)
                    ADD 1 TO CAR-SERVED(CAR-IDX)
                    ADD 1 TO CALLS-DONE-COUNT
                 END-IF
              ELSE
                 MOVE "P" TO SCT-STATUS(SCRIPT-IDX)
                 MOVE ZERO TO SCT-CAR(SCRIPT-IDX)
              END-IF
           END-IF.

      * A LOADED CAR CALLS AT THE NEAREST RIDER DESTINATION FIRST.  A
      * PICKUP IT WAS HEADING FOR GOES BACK ON ITS LIST UNTIL THE
      * CAR IS FREE AGAIN.
       745-PICK-NEAREST-RIDER.
           PERFORM 747-RELEASE-PICKUP
                   VARYING SCRIPT-IDX FROM 1 BY 1
                   UNTIL SCRIPT-IDX IS GREATER THAN SCRIPT-COUNT
           MOVE "N" TO CAR-HAS-TARGET(CAR-IDX)
           MOVE 99 TO BEST-CAR-DIST
           PERFORM 746-CHECK-RIDER-DESTINATION
                   VARYING SCRIPT-IDX FROM 1 BY 1
                   UNTIL SCRIPT-IDX IS GREATER THAN SCRIPT-COUNT.

       746-CHECK-RIDER-DESTINATION.
           IF SCT-STATUS(SCRIPT-IDX) IS EQUAL TO "R" AND
              SCT-CAR(SCRIPT-IDX) IS EQUAL TO CAR-IDX
              COMPUTE CAR-DIST-WORK = SCT-DEST(SCRIPT-IDX) -
                      CAR-FLOOR(CAR-IDX)
              IF FUNCTION ABS(CAR-DIST-WORK) IS LESS THAN
                 BEST-CAR-DIST
                 COMPUTE BEST-CAR-DIST =
                         FUNCTION ABS(CAR-DIST-WORK)
                 MOVE SCT-DEST(SCRIPT-IDX) TO CAR-TARGET(CAR-IDX)
                 MOVE "Y" TO CAR-HAS-TARGET(CAR-IDX)
              END-IF
           END-IF.

       747-RELEASE-PICKUP.
           IF SCT-STATUS(SCRIPT-IDX) IS EQUAL TO "T" AND
              SCT-CAR(SCRIPT-IDX) IS EQUAL TO CAR-IDX
              MOVE "A" TO SCT-STATUS(SCRIPT-IDX)
           END-IF.

      * DOORS OPEN: RIDERS STILL ARRIVING FOR THE CAR AT THIS FLOOR
      * CAN BOARD UNTIL THE DWELL RUNS OUT.
       760-HOLD-AT-FLOOR.
           SUBTRACT 1 FROM CAR-HOLD(CAR-IDX)
           MOVE "N" TO ACC-BOARDED-SW
           PERFORM 742-BOARD-ONE-RIDER
                   VARYING SCRIPT-IDX FROM 1 BY 1
                   UNTIL SCRIPT-IDX IS GREATER THAN SCRIPT-COUNT
           IF ACC-BOARDED-SW IS EQUAL TO "Y"
              PERFORM 745-PICK-NEAREST-RIDER
           END-IF.

       780-ACCEPTANCE-REPORT.
           DISPLAY SPACES
           DISPLAY "UP-PEAK HANDLING-CAPACITY AND INTERVAL ACCEPTANCE"
                   " TEST"
           MOVE ACC-POPULATION TO ACC-COUNT-OUT
           MOVE ACC-RATE TO ACC-PCT-OUT
           DISPLAY "BUILDING POPULATION " ACC-COUNT-OUT
                   "   UP-PEAK ARRIVALS " ACC-PCT-OUT
                   "% PER 5 MINUTES FOR " ACC-MINUTES " MINUTES"
           DISPLAY CAR-COUNT " CARS SERVING FLOORS " BOTTOM-FLOOR
                   "-" TOP-FLOOR "   RATED LOAD " ACC-RATED-LOAD
                   " PERSONS   " ACC-TICK-SECS " SEC PER FLOOR   "
                   ACC-DWELL-SECS " SEC PER STOP"
           DISPLAY "PASSENGERS IN THE UP-PEAK STREAM: " SCRIPT-COUNT
           DISPLAY SPACES
           MOVE ACC-HC-MIN TO ACC-PCT-OUT
           DISPLAY "CONTRACT CRITERIA: HANDLING CAPACITY AT LEAST "
                   ACC-PCT-OUT "% OF POPULATION IN 5 MINUTES"
           DISPLAY "                   AVERAGE INTERVAL AT MOST "
                   ACC-INTERVAL-MAX " SECONDS"
           MOVE ACC-OVER30-MAX TO ACC-PCT-OUT
           DISPLAY "                   WAITING OVER 30 SECONDS AT MOST "
                   ACC-PCT-OUT "% OF PASSENGERS"
           MOVE ACC-OVER60-MAX TO ACC-PCT-OUT
           DISPLAY "                   WAITING OVER 60 SECONDS AT MOST "
                   ACC-PCT-OUT "% OF PASSENGERS"
           DISPLAY SPACES
           DISPLAY "                HC5 INTERVAL     RTT     AVG"
                   "       AVG    WAIT    WAIT"
           DISPLAY "RULE            PCT      SEC     SEC    LOAD"
                   "      WAIT   >30S%   >60S% SERVED    RESULT"
           PERFORM 785-ONE-ACCEPTANCE-LINE
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX IS GREATER THAN 3
           DISPLAY SPACES
           PERFORM 786-ONE-FAILURE-LINE
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX IS GREATER THAN 3.

       785-ONE-ACCEPTANCE-LINE.
           MOVE CMP-POLICY-NAME(CMP-IDX) TO ARL-RULE
           MOVE ACC-HC-PCT(CMP-IDX) TO ARL-HC
           MOVE ACC-INTERVAL(CMP-IDX) TO ARL-INTERVAL
           MOVE ACC-RTT(CMP-IDX) TO ARL-RTT
           MOVE ACC-AVG-LOAD(CMP-IDX) TO ARL-LOAD
           MOVE ACC-AVG-WAIT(CMP-IDX) TO ARL-WAIT
           MOVE ACC-OVER30-PCT(CMP-IDX) TO ARL-OVER30
           MOVE ACC-OVER60-PCT(CMP-IDX) TO ARL-OVER60
           MOVE ACC-SERVED(CMP-IDX) TO ARL-SERVED
           MOVE ACC-VERDICT(CMP-IDX) TO ARL-VERDICT
           DISPLAY ACC-REPORT-LINE.

       786-ONE-FAILURE-LINE.
           IF ACC-VERDICT(CMP-IDX) IS EQUAL TO "FAIL"
              DISPLAY CMP-POLICY-NAME(CMP-IDX) " FAILS ON: "
                      ACC-REASONS(CMP-IDX)
           END-IF.

       510-SIM-CONFIGURATION.
           DISPLAY "How many cars in the bank? (2-4): "
                   WITH NO ADVANCING

       511-SIM-POLICY.
           DISPLAY "Assignment rule - [N]earest car, [S]ector"
                   " bands, [D]estination dispatch, [C]ompare"
                   " all three, or up-peak [A]cceptance test?"
                   " (N/S/D/C/A): " WITH NO ADVANCING
           ACCEPT POLICY-IN
           MOVE FUNCTION UPPER-CASE(POLICY-IN) TO POLICY-IN
           IF POLICY-IN IS EQUAL TO "C"
              MOVE "Y" TO COMPARE-MODE-FLAG
              MOVE "N" TO POLICY-FLAG
           ELSE
           IF POLICY-IN IS EQUAL TO "A"
              MOVE "Y" TO ACCEPTANCE-MODE-FLAG
              MOVE "N" TO POLICY-FLAG
           ELSE
              MOVE POLICY-IN TO POLICY-FLAG
              IF NOT NEAREST-POLICY AND NOT SECTOR-POLICY AND
                 NOT DESTINATION-POLICY
                 DISPLAY "Enter N, S, D, C or A ONLY"
                 GO TO 511-SIM-POLICY
              END-IF
           END-IF
           END-IF
           COMPUTE SECTOR-BAND-SIZE =
                   (TOP-FLOOR - BOTTOM-FLOOR + CAR-COUNT) /
                   CAR-COUNT.
              OR CSC-FLOOR < BOTTOM-FLOOR OR CSC-FLOOR > TOP-FLOOR
              DISPLAY "CALLSCRP RECORD SKIPPED - BAD TICK OR FLOOR"
           ELSE
              IF SCRIPT-COUNT IS LESS THAN SCRIPT-LIMIT
                 ADD 1 TO SCRIPT-COUNT
                 MOVE CSC-TICK TO SCT-TICK(SCRIPT-COUNT)
                 MOVE CSC-FLOOR TO SCT-FLOOR(SCRIPT-COUNT)
                 END-IF
                 MOVE "P" TO SCT-STATUS(SCRIPT-COUNT)
              ELSE
                 DISPLAY "CALLSCRP LIMIT (" SCRIPT-LIMIT
                         " CALLS) EXCEEDED"
              END-IF
           END-IF.

           MOVE BOTTOM-FLOOR TO CAR-TARGET(CAR-IDX)
           MOVE "N" TO CAR-HAS-TARGET(CAR-IDX)
           MOVE ZERO TO CAR-DISTANCE(CAR-IDX)
           MOVE ZERO TO CAR-SERVED(CAR-IDX)
           MOVE ZERO TO CAR-LOAD(CAR-IDX)
           MOVE ZERO TO CAR-HOLD(CAR-IDX)
           MOVE "N" TO CAR-ON-TRIP(CAR-IDX)
           MOVE ZERO TO CAR-TRIP-START(CAR-IDX)
           MOVE ZERO TO CAR-TRIP-LOAD(CAR-IDX).

      * ONE SIMULATION TICK: NEWLY ARRIVED CALLS GET A CAR PER THE
      * ASSIGNMENT RULE, IDLE CARS PICK UP THEIR OLDEST ASSIGNED
           END-IF.

      * MOVE ONE FLOOR TOWARD THE TARGET; ARRIVING SERVES THE CALL.
      * IN ACCEPTANCE MODE A CAR WITH ITS DOORS OPEN STAYS PUT.
       580-MOVE-ONE-CAR.
           IF ACCEPTANCE-MODE AND
              CAR-HOLD(CAR-IDX) IS GREATER THAN ZERO
              PERFORM 760-HOLD-AT-FLOOR
           ELSE
           IF CAR-HAS-TARGET(CAR-IDX) IS EQUAL TO "Y"
              IF CAR-FLOOR(CAR-IDX) IS LESS THAN
                 CAR-TARGET(CAR-IDX)
              END-IF
              IF CAR-FLOOR(CAR-IDX) IS EQUAL TO
                 CAR-TARGET(CAR-IDX)
                 IF ACCEPTANCE-MODE
                    PERFORM 740-ACCEPTANCE-ARRIVAL
                 ELSE
                    PERFORM 585-SERVE-ARRIVAL
                 END-IF
              END-IF
           END-IF
           END-IF.

      * AN ARRIVAL PICKS UP OR DROPS OFF EVERY MATCHING CALL, THEN
