      * a known-drifting sensor reads true until it is swapped.
      *
      * SENSROFF record: <tag 10> <offset degF +99.9>
      *
      * The building-automation system exports thousands of raw
      * readings a day, so when a TRENDLOG DD is present the program
      * runs in batch instead of prompting.  Each trend-log reading
      * is converted through the SENSRCRV curve the TAGCURVE
      * cross-reference names for its tag, that tag's SENSROFF
      * offset is applied, and the result is written to the CONVLOG
      * converted temperature log.  Nothing is extrapolated: a
      * reading goes on the exception report (SYSOUT) instead when
      *   - it falls outside the curve's calibrated reading range;
      *   - the tag has repeated the same raw value for its stuck
      *     limit of consecutive readings (default 12);
      *   - it is more than the tag's jump limit (default 10.0 degF)
      *     away from the last good temperature.  A second reading
      *     that agrees with the jumped one is taken as a real step
      *     and converted, so a single spike is all that is lost;
      *   - the tag is not on TAGCURVE or the reading is not numeric.
      * Batch mode needs SENSRCRV; the compiled-in thermistor curves
      * have no names to cross-reference.
      *
      * TRENDLOG record: <tag 10> <timestamp yyyymmddhhmmss>
      *                  <raw reading 10>
      * TAGCURVE record: <tag 10> <SENSRCRV curve name 20>
      *                  <jump limit degF 999.9> <stuck limit 999>
      *                  limits blank for the defaults; a stuck limit
      *                  of 000 turns the stuck check off
      * CONVLOG record:  <tag 10> <timestamp 14> <raw -9999999.99>
      *                  <degF +999.99> <degC +999.99> <O if offset>
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SENSOR-OFFSET-FILE ASSIGN TO SENSROFF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS OFFSET-FILE-STATUS.
      *
           SELECT TREND-LOG-FILE ASSIGN TO TRENDLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TREND-LOG-STATUS.
      *
           SELECT TAG-CURVE-FILE ASSIGN TO TAGCURVE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TAG-CURVE-STATUS.
      *
           SELECT CONVERTED-LOG-FILE ASSIGN TO CONVLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CONVERTED-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
                                                      SIGN IS LEADING
                                                      SEPARATE.
           05  FILLER                                 PIC X(65).
      *
       FD  TREND-LOG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  TREND-LOG-RECORD.
           05  TLR-TAG                                PIC X(10).
           05  FILLER                                 PIC X.
           05  TLR-TIMESTAMP                          PIC X(14).
           05  FILLER                                 PIC X.
           05  TLR-RAW-READING                        PIC X(10).
           05  FILLER                                 PIC X(44).
      *
       FD  TAG-CURVE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  TAG-CURVE-RECORD.
           05  TCR-TAG                                PIC X(10).
           05  FILLER                                 PIC X.
           05  TCR-CURVE-NAME                         PIC X(20).
           05  FILLER                                 PIC X.
           05  TCR-MAX-JUMP                           PIC X(5).
           05  FILLER                                 PIC X.
           05  TCR-STUCK-LIMIT                        PIC X(3).
           05  FILLER                                 PIC X(39).
      *
       FD  CONVERTED-LOG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  CONVERTED-LOG-RECORD.
           05  CLR-TAG                                PIC X(10).
           05  FILLER                                 PIC X.
           05  CLR-TIMESTAMP                          PIC X(14).
           05  FILLER                                 PIC X.
           05  CLR-RAW-READING                        PIC S9(7)V99
                                                      SIGN IS LEADING
                                                      SEPARATE.
           05  FILLER                                 PIC X.
           05  CLR-DEG-F                              PIC S999V99
                                                      SIGN IS LEADING
                                                      SEPARATE.
           05  FILLER                                 PIC X.
           05  CLR-DEG-C                              PIC S999V99
                                                      SIGN IS LEADING
                                                      SEPARATE.
           05  FILLER                                 PIC X.
           05  CLR-OFFSET-FLAG                        PIC X.
           05  FILLER                                 PIC X(28).
      *
       WORKING-STORAGE SECTION.
      *
                04 CVP-TEMP-F                         PIC S999V99
                                                      SIGN IS LEADING
                                                      SEPARATE.
      *
      * Batch trend-log conversion.
       01 TREND-LOG-STATUS                            PIC XX
                                                      VALUE "00".
          88 TREND-LOG-OK                             VALUE "00".
       01 TAG-CURVE-STATUS                            PIC XX
                                                      VALUE "00".
          88 TAG-CURVE-OK                             VALUE "00".
       01 CONVERTED-LOG-STATUS                        PIC XX
                                                      VALUE "00".
          88 CONVERTED-LOG-OK                         VALUE "00".
       01 TREND-EOF-SWITCH                            PIC X VALUE "N".
          88 TREND-EOF                                VALUE "Y".
       01 XREF-EOF-SWITCH                             PIC X VALUE "N".
          88 XREF-EOF                                 VALUE "Y".
       01 DEFAULT-MAX-JUMP                            PIC 999V9
                                                      VALUE 10.0.
       01 DEFAULT-STUCK-LIMIT                         PIC 999
                                                      VALUE 12.
       01 CURVE-FOUND-FLAG                            PIC X.
          88 CURVE-FOUND                              VALUE 'T'.
       01 CURVE-FOUND-IDX                             PIC 99.
       01 XREF-COUNT                                  PIC 999
                                                      VALUE ZERO.
       01 XREF-IDX                                    PIC 999.
       01 XREF-FOUND-IDX                              PIC 999.
       01 XREF-FOUND-FLAG                             PIC X.
          88 XREF-FOUND                               VALUE 'T'.
       01 TAG-CURVE-TABLE.
          02 XREF-ENTRY OCCURS 200 TIMES.
             03 XRF-TAG                               PIC X(10).
             03 XRF-CURVE-IDX                         PIC 99.
             03 XRF-MAX-JUMP                          PIC 999V9.
             03 XRF-STUCK-LIMIT                       PIC 999.
             03 XRF-OFFSET                            PIC S99V9.
             03 XRF-OFFSET-FLAG                       PIC X.
             03 XRF-SEEN-FLAG                         PIC X.
             03 XRF-LAST-RAW                          PIC S9(7)V99.
             03 XRF-REPEAT-COUNT                      PIC 9(5).
             03 XRF-GOOD-FLAG                         PIC X.
             03 XRF-LAST-GOOD-F                       PIC S999V99.
             03 XRF-PENDING-FLAG                      PIC X.
             03 XRF-PENDING-F                         PIC S999V99.
       01 TEMP-STEP                                   PIC S9(5)V99.
       01 JUMP-FLAG                                   PIC X.
          88 IMPOSSIBLE-JUMP                          VALUE 'T'.
       01 EXCEPTION-REASON                            PIC X(30).
       01 READINGS-READ                               PIC 9(7)
                                                      VALUE ZERO.
       01 READINGS-CONVERTED                          PIC 9(7)
                                                      VALUE ZERO.
       01 RANGE-EXCEPTIONS                            PIC 9(7)
                                                      VALUE ZERO.
       01 STUCK-EXCEPTIONS                            PIC 9(7)
                                                      VALUE ZERO.
       01 JUMP-EXCEPTIONS                             PIC 9(7)
                                                      VALUE ZERO.
       01 OTHER-EXCEPTIONS                            PIC 9(7)
                                                      VALUE ZERO.
      *
      *   RUNLOG AUDIT FIELDS -- BATCH MODE ONLY.
       01 RUNLOG-EVENT                                PIC X.
       01 RUNLOG-PGM                                  PIC X(8)
                                                      VALUE "THRMST3K".
       01 RUNLOG-READ                                 PIC 9(7)
                                                      VALUE ZERO.
       01 RUNLOG-WRITTEN                              PIC 9(7)
                                                      VALUE ZERO.
       01 RUNLOG-REJECTED                             PIC 9(7)
                                                      VALUE ZERO.
       01 RUNLOG-RETURN-CODE                          PIC 9(4)
                                                      VALUE ZERO.
       01 RUNLOG-CONDITION                            PIC X(20)
                                                      VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT TREND-LOG-FILE
           IF TREND-LOG-OK
              PERFORM BATCH-CONVERSION
              GO TO END-PROGRAM
           END-IF
           PERFORM OPENING-SCREEN
           PERFORM SENSOR-TAG-PROMPT
           PERFORM LOAD-SENSOR-CURVES
      * falls with temperature; RTD resistance and thermocouple
      * millivolts rise).
       FILE-DATA-ENTRY.
           MOVE SENSOR-CHOICE TO CURVE-IDX
           PERFORM SET-CURVE-RANGE
           DISPLAY SPACES
           DISPLAY "Enter " FUNCTION TRIM(SENSOR-NAME-OUT)
                   " reading in " FUNCTION TRIM(
                 MOVE 'T' TO VALID-NUMBER-FLAG
              END-IF
           END-IF.
      *
       SET-CURVE-RANGE.
           MOVE CVP-READING(CURVE-IDX, 1) TO CURVE-MIN-READING
           MOVE CVP-READING(CURVE-IDX,
                CVE-POINT-COUNT(CURVE-IDX)) TO CURVE-MAX-READING
           IF CURVE-MIN-READING IS GREATER THAN CURVE-MAX-READING
              MOVE CVP-READING(CURVE-IDX, 1) TO
                   CURVE-MAX-READING
              MOVE CVP-READING(CURVE-IDX,
                   CVE-POINT-COUNT(CURVE-IDX)) TO
                   CURVE-MIN-READING
           END-IF.
      *
      * Walk the curve for the pair of adjacent points that bracket
      * the reading (the sign test works for tables running in
      * either direction) and interpolate linearly between them.
       INTERPOLATE-TEMPERATURE.
           MOVE SENSOR-CHOICE TO CURVE-IDX
           PERFORM WALK-CURVE-SEGMENTS
           IF NOT INTERP-FOUND
              DISPLAY "Reading is outside the curve - no answer"
              GO TO END-PROGRAM
              DISPLAY SPACES
           END-IF
           DISPLAY DEG-C-OUT " degC".
      *
       WALK-CURVE-SEGMENTS.
           MOVE 'F' TO INTERP-FOUND-FLAG
           PERFORM CHECK-ONE-SEGMENT
                   VARYING POINT-IDX FROM 1 BY 1
                   UNTIL POINT-IDX IS NOT LESS THAN
                         CVE-POINT-COUNT(CURVE-IDX)
                   OR INTERP-FOUND.
      *
       CHECK-ONE-SEGMENT.
           COMPUTE INTERP-SPAN-CHECK =
                   (SENSOR-READING -
                    CVP-READING(CURVE-IDX, POINT-IDX)) *
                   (SENSOR-READING -
                    CVP-READING(CURVE-IDX, POINT-IDX + 1))
           IF INTERP-SPAN-CHECK IS NOT GREATER THAN ZERO
              SET INTERP-FOUND TO TRUE
              COMPUTE DEG-F ROUNDED =
                 CVP-TEMP-F(CURVE-IDX, POINT-IDX) +
                 (SENSOR-READING -
                  CVP-READING(CURVE-IDX, POINT-IDX)) *
                 (CVP-TEMP-F(CURVE-IDX, POINT-IDX + 1) -
                  CVP-TEMP-F(CURVE-IDX, POINT-IDX)) /
                 (CVP-READING(CURVE-IDX, POINT-IDX + 1) -
                  CVP-READING(CURVE-IDX, POINT-IDX))
           END-IF.
      *
      * Batch mode: the whole TRENDLOG is converted with no prompts.
       BATCH-CONVERSION.
           DISPLAY "********  TREND-LOG CONVERSION RUN  ********"
           MOVE "S" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           PERFORM LOAD-SENSOR-CURVES
           IF CURVE-COUNT IS EQUAL ZERO
              DISPLAY "SENSRCRV NOT AVAILABLE - TREND LOG NOT"
                      " CONVERTED"
              CLOSE TREND-LOG-FILE
              MOVE "SENSRCRV NOT OPENED" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM BATCH-ABEND-RUN
           ELSE
              PERFORM LOAD-TAG-CROSS-REFERENCE
              PERFORM LOAD-ALL-OFFSETS
              OPEN OUTPUT CONVERTED-LOG-FILE
              IF NOT CONVERTED-LOG-OK
                 DISPLAY "CONVLOG NOT AVAILABLE - CONVERTED"
                         " READINGS NOT WRITTEN"
              END-IF
              DISPLAY SPACES
              DISPLAY "------  TREND-LOG EXCEPTIONS  ------"
              DISPLAY "TAG        TIMESTAMP      RAW READING "
                      "REASON"
              PERFORM READ-TREND-RECORD UNTIL TREND-EOF
              IF CONVERTED-LOG-OK
                 CLOSE CONVERTED-LOG-FILE
              END-IF
           END-IF
           CLOSE TREND-LOG-FILE
           COMPUTE RUNLOG-REJECTED = RANGE-EXCEPTIONS +
                   STUCK-EXCEPTIONS + JUMP-EXCEPTIONS +
                   OTHER-EXCEPTIONS
           DISPLAY SPACES
           DISPLAY "READINGS READ      : " READINGS-READ
           DISPLAY "READINGS CONVERTED : " READINGS-CONVERTED
           DISPLAY "OUT OF RANGE       : " RANGE-EXCEPTIONS
           DISPLAY "STUCK VALUES       : " STUCK-EXCEPTIONS
           DISPLAY "IMPOSSIBLE JUMPS   : " JUMP-EXCEPTIONS
           DISPLAY "UNKNOWN TAG/BAD NUM: " OTHER-EXCEPTIONS
           MOVE "E" TO RUNLOG-EVENT
           MOVE READINGS-READ TO RUNLOG-READ
           MOVE READINGS-CONVERTED TO RUNLOG-WRITTEN
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           DISPLAY "********  TREND-LOG CONVERSION ENDS  ********".
      *
      * A batch run that cannot go on logs an ABEND record with its
      * return code and condition, so the night's exceptions show it.
       BATCH-ABEND-RUN.
           MOVE "A" TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.
      *
       LOAD-TAG-CROSS-REFERENCE.
           OPEN INPUT TAG-CURVE-FILE
           IF NOT TAG-CURVE-OK
              DISPLAY "TAGCURVE NOT AVAILABLE - NO TAG HAS A CURVE"
           ELSE
              PERFORM READ-TAG-CURVE-RECORD UNTIL XREF-EOF
              CLOSE TAG-CURVE-FILE
           END-IF
           DISPLAY "TAGS CROSS-REFERENCED: " XREF-COUNT.
      *
       READ-TAG-CURVE-RECORD.
           READ TAG-CURVE-FILE
              AT END SET XREF-EOF TO TRUE
              NOT AT END PERFORM STORE-TAG-CURVE-RECORD
           END-READ.
      *
       STORE-TAG-CURVE-RECORD.
           MOVE 'F' TO CURVE-FOUND-FLAG
           PERFORM FIND-CURVE-BY-NAME
                   VARYING CURVE-IDX FROM 1 BY 1
                   UNTIL CURVE-IDX > CURVE-COUNT
                   OR CURVE-FOUND
           MOVE TCR-TAG TO TLR-TAG
           PERFORM FIND-TREND-TAG
           IF TCR-TAG IS EQUAL TO SPACES
              CONTINUE
           ELSE
           IF XREF-FOUND
              DISPLAY "TAGCURVE duplicate tag " TCR-TAG " - skipped"
           ELSE
           IF NOT CURVE-FOUND
              DISPLAY "TAGCURVE curve " TCR-CURVE-NAME " for "
                      TCR-TAG " not on SENSRCRV - skipped"
           ELSE
           IF CVE-POINT-COUNT(CURVE-FOUND-IDX) IS LESS THAN 2
              DISPLAY "TAGCURVE curve " TCR-CURVE-NAME " has fewer"
                      " than 2 points - " TCR-TAG " skipped"
           ELSE
           IF XREF-COUNT IS NOT LESS THAN 200
              DISPLAY "TAGCURVE tag limit (200) exceeded - "
                      TCR-TAG " skipped"
           ELSE
              ADD 1 TO XREF-COUNT
              INITIALIZE XREF-ENTRY(XREF-COUNT)
              MOVE TCR-TAG TO XRF-TAG(XREF-COUNT)
              MOVE CURVE-FOUND-IDX TO XRF-CURVE-IDX(XREF-COUNT)
              MOVE DEFAULT-MAX-JUMP TO XRF-MAX-JUMP(XREF-COUNT)
              MOVE DEFAULT-STUCK-LIMIT TO
                   XRF-STUCK-LIMIT(XREF-COUNT)
              IF TCR-MAX-JUMP IS NOT EQUAL TO SPACES AND
                 FUNCTION TEST-NUMVAL(TCR-MAX-JUMP) IS EQUAL ZERO
                 COMPUTE XRF-MAX-JUMP(XREF-COUNT) =
                         FUNCTION NUMVAL(TCR-MAX-JUMP)
              END-IF
              IF TCR-STUCK-LIMIT IS NOT EQUAL TO SPACES AND
                 FUNCTION TEST-NUMVAL(TCR-STUCK-LIMIT) IS EQUAL
                 ZERO
                 COMPUTE XRF-STUCK-LIMIT(XREF-COUNT) =
                         FUNCTION NUMVAL(TCR-STUCK-LIMIT)
              END-IF
              MOVE 'F' TO XRF-OFFSET-FLAG(XREF-COUNT)
              MOVE 'F' TO XRF-SEEN-FLAG(XREF-COUNT)
              MOVE 'F' TO XRF-GOOD-FLAG(XREF-COUNT)
              MOVE 'F' TO XRF-PENDING-FLAG(XREF-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       FIND-CURVE-BY-NAME.
           IF CVE-NAME(CURVE-IDX) IS EQUAL TO TCR-CURVE-NAME
              SET CURVE-FOUND TO TRUE
              MOVE CURVE-IDX TO CURVE-FOUND-IDX
           END-IF.
      *
      * Looks TLR-TAG up on the cross-reference.
       FIND-TREND-TAG.
           MOVE 'F' TO XREF-FOUND-FLAG
           PERFORM CHECK-ONE-XREF-TAG
                   VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > XREF-COUNT
                   OR XREF-FOUND.
      *
       CHECK-ONE-XREF-TAG.
           IF XRF-TAG(XREF-IDX) IS EQUAL TO TLR-TAG
              SET XREF-FOUND TO TRUE
              MOVE XREF-IDX TO XREF-FOUND-IDX
           END-IF.
      *
      * Every SENSROFF offset is attached to its cross-referenced
      * tag up front; tags with no offset convert uncorrected.
       LOAD-ALL-OFFSETS.
           OPEN INPUT SENSOR-OFFSET-FILE
           IF OFFSET-FILE-OK
              MOVE 'F' TO OFFSET-EOF-FLAG
              PERFORM READ-BATCH-OFFSET UNTIL OFFSET-EOF
              CLOSE SENSOR-OFFSET-FILE
           ELSE
              DISPLAY "SENSROFF NOT AVAILABLE - READINGS CONVERTED"
                      " UNCORRECTED"
           END-IF.
      *
       READ-BATCH-OFFSET.
           READ SENSOR-OFFSET-FILE
              AT END MOVE 'Y' TO OFFSET-EOF-FLAG
              NOT AT END
                 MOVE SOF-TAG TO TLR-TAG
                 PERFORM FIND-TREND-TAG
                 IF XREF-FOUND AND SOF-OFFSET IS NUMERIC
                    MOVE SOF-OFFSET TO XRF-OFFSET(XREF-FOUND-IDX)
                    MOVE 'T' TO XRF-OFFSET-FLAG(XREF-FOUND-IDX)
                 END-IF
           END-READ.
      *
       READ-TREND-RECORD.
           READ TREND-LOG-FILE
              AT END SET TREND-EOF TO TRUE
              NOT AT END PERFORM CONVERT-ONE-READING
           END-READ.
      *
       CONVERT-ONE-READING.
           ADD 1 TO READINGS-READ
           MOVE SPACES TO EXCEPTION-REASON
           PERFORM FIND-TREND-TAG
           IF NOT XREF-FOUND
              MOVE "TAG NOT ON TAGCURVE" TO EXCEPTION-REASON
              ADD 1 TO OTHER-EXCEPTIONS
           ELSE
           IF FUNCTION TEST-NUMVAL(TLR-RAW-READING) IS NOT EQUAL
              ZERO
              MOVE "RAW READING NOT NUMERIC" TO EXCEPTION-REASON
              ADD 1 TO OTHER-EXCEPTIONS
           ELSE
              COMPUTE SENSOR-READING =
                      FUNCTION NUMVAL(TLR-RAW-READING)
              MOVE XRF-CURVE-IDX(XREF-FOUND-IDX) TO CURVE-IDX
              PERFORM CONVERT-TAGGED-READING
           END-IF
           END-IF
           IF EXCEPTION-REASON IS EQUAL TO SPACES
              PERFORM WRITE-CONVERTED-READING
           ELSE
              DISPLAY TLR-TAG " " TLR-TIMESTAMP " " TLR-RAW-READING
                      "  " EXCEPTION-REASON
           END-IF.
      *
      * Stuck is judged on the raw value, before the curve, so a
      * frozen input is caught even while it sits inside the range.
       CONVERT-TAGGED-READING.
           IF XRF-SEEN-FLAG(XREF-FOUND-IDX) IS EQUAL TO 'T' AND
              SENSOR-READING IS EQUAL TO
              XRF-LAST-RAW(XREF-FOUND-IDX)
              ADD 1 TO XRF-REPEAT-COUNT(XREF-FOUND-IDX)
           ELSE
              MOVE 1 TO XRF-REPEAT-COUNT(XREF-FOUND-IDX)
           END-IF
           MOVE 'T' TO XRF-SEEN-FLAG(XREF-FOUND-IDX)
           MOVE SENSOR-READING TO XRF-LAST-RAW(XREF-FOUND-IDX)
           PERFORM SET-CURVE-RANGE
           IF XRF-STUCK-LIMIT(XREF-FOUND-IDX) IS GREATER THAN ZERO
              AND XRF-REPEAT-COUNT(XREF-FOUND-IDX) IS NOT LESS THAN
              XRF-STUCK-LIMIT(XREF-FOUND-IDX)
              MOVE "STUCK VALUE" TO EXCEPTION-REASON
              ADD 1 TO STUCK-EXCEPTIONS
           ELSE
           IF SENSOR-READING IS LESS THAN CURVE-MIN-READING OR
              SENSOR-READING IS GREATER THAN CURVE-MAX-READING
              MOVE "OUTSIDE CALIBRATED RANGE" TO EXCEPTION-REASON
              ADD 1 TO RANGE-EXCEPTIONS
           ELSE
              PERFORM WALK-CURVE-SEGMENTS
              IF NOT INTERP-FOUND
                 MOVE "OUTSIDE CALIBRATED RANGE" TO EXCEPTION-REASON
                 ADD 1 TO RANGE-EXCEPTIONS
              ELSE
                 ADD XRF-OFFSET(XREF-FOUND-IDX) TO DEG-F
                 PERFORM CHECK-IMPOSSIBLE-JUMP
              END-IF
           END-IF
           END-IF.
      *
      * A jump is measured from the last good temperature.  The
      * jumped value is held as pending; if the next reading agrees
      * with it the sensor really moved and the step is accepted.
       CHECK-IMPOSSIBLE-JUMP.
           MOVE 'F' TO JUMP-FLAG
           IF XRF-GOOD-FLAG(XREF-FOUND-IDX) IS EQUAL TO 'T' AND
              XRF-MAX-JUMP(XREF-FOUND-IDX) IS GREATER THAN ZERO
              COMPUTE TEMP-STEP = FUNCTION ABS(DEG-F -
                      XRF-LAST-GOOD-F(XREF-FOUND-IDX))
              IF TEMP-STEP IS GREATER THAN
                 XRF-MAX-JUMP(XREF-FOUND-IDX)
                 SET IMPOSSIBLE-JUMP TO TRUE
                 IF XRF-PENDING-FLAG(XREF-FOUND-IDX) IS EQUAL TO 'T'
                    COMPUTE TEMP-STEP = FUNCTION ABS(DEG-F -
                            XRF-PENDING-F(XREF-FOUND-IDX))
                    IF TEMP-STEP IS NOT GREATER THAN
                       XRF-MAX-JUMP(XREF-FOUND-IDX)
                       MOVE 'F' TO JUMP-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF IMPOSSIBLE-JUMP
              MOVE 'T' TO XRF-PENDING-FLAG(XREF-FOUND-IDX)
              MOVE DEG-F TO XRF-PENDING-F(XREF-FOUND-IDX)
              MOVE "IMPOSSIBLE JUMP" TO EXCEPTION-REASON
              ADD 1 TO JUMP-EXCEPTIONS
           ELSE
              MOVE 'F' TO XRF-PENDING-FLAG(XREF-FOUND-IDX)
              MOVE 'T' TO XRF-GOOD-FLAG(XREF-FOUND-IDX)
              MOVE DEG-F TO XRF-LAST-GOOD-F(XREF-FOUND-IDX)
           END-IF.
      *
       WRITE-CONVERTED-READING.
           COMPUTE DEG-C ROUNDED = (DEG-F - 32) * 5 / 9
           ADD 1 TO READINGS-CONVERTED
           IF CONVERTED-LOG-OK
              MOVE SPACES TO CONVERTED-LOG-RECORD
              MOVE TLR-TAG TO CLR-TAG
              MOVE TLR-TIMESTAMP TO CLR-TIMESTAMP
              MOVE SENSOR-READING TO CLR-RAW-READING
              MOVE DEG-F TO CLR-DEG-F
              MOVE DEG-C TO CLR-DEG-C
              IF XRF-OFFSET-FLAG(XREF-FOUND-IDX) IS EQUAL TO 'T'
                 MOVE "O" TO CLR-OFFSET-FLAG
              END-IF
              WRITE CONVERTED-LOG-RECORD
           END-IF.
      *
       OPENING-SCREEN.
