           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REV-TRAN-STATUS.

      * Interest rate card, one card per balance tier.  Optional:
      * when present its tier floors and labels replace the compiled-
      * in tiers below, so this report and the CUSTINT accrual always
      * break the book at the same balances.
           SELECT RATE-CARD ASSIGN TO INTRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RATE-CARD-STATUS.

      * TOPACCTJ
      * //TOPACCTS  JOB 1,NOTIFY=&SYSUID
      * //***************************************************/
      * //CUSTOMER  DD DSN=MTM2020.PUBLIC.INPUT(CUSTRECS),DISP=SHR
      * //PRTLINE   DD DSN=&SYSUID..OUTPUT(TOPACCTS),DISP=SHR
      * //TOPPARM   DD DSN=&SYSUID..CONTROL(TOPPARM),DISP=SHR
      * //PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      * //TOPHIST   DD DSN=&SYSUID..OUTPUT(TOPHIST),DISP=MOD
      * //INTRATE   DD DSN=&SYSUID..CONTROL(INTRATE),DISP=SHR
      * //SYSOUT    DD SYSOUT=*,OUTLIM=15000
      * //CEEDUMP   DD DUMMY
      * //SYSUDUMP  DD DUMMY
       01  CUSTOMER-REC.
           05  CUST-NAME-IN    PIC X(33).
           05  DATE-1          PIC X(8).
      * Space while the account is open; a closed account stays on
      * the file but is off the book and out of every section here.
           05  CUST-STATUS-IN  PIC X.
               88 CUST-OPEN-IN        VALUE SPACE.
           05  FILLER          PIC XX.
           05  DATE-2          PIC X(8).
           05  CUST-ACCT-IN    PIC X(8).
           05  FILLER          PIC X.
       FD  PREV-CUST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PREV-CUST-REC.
           05  PREV-NAME-IN    PIC X(33).
           05  FILLER          PIC X(8).
           05  PREV-STATUS-IN  PIC X.
           05  FILLER          PIC X(19).
           05  PREV-AMOUNT-IN  PIC X(12).
           05  FILLER          PIC X(7).

           05  RTR-NAME        PIC X(33).
           05  FILLER          PIC X(34).

      * TIER(1) FLOOR(7) RATE(6) LABEL(14), one space between
      * fields; the floor is the lowest whole-dollar balance in the
      * tier, so tier 1's floor is zero.
       FD  RATE-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RATE-CARD-REC.
           05  RC-TIER         PIC X.
           05  FILLER          PIC X.
           05  RC-FLOOR        PIC X(7).
           05  FILLER          PIC X.
           05  RC-RATE         PIC X(6).
           05  FILLER          PIC X.
           05  RC-LABEL        PIC X(14).
           05  FILLER          PIC X(49).

       WORKING-STORAGE SECTION.
       01  WS-PRT-REC.
           05  CUST-NAME-OUT   PIC X(33) VALUE SPACES.
       01 RUNLOG-READ                            PIC 9(7) VALUE ZERO.
       01 RUNLOG-WRITTEN                         PIC 9(7) VALUE ZERO.
       01 RUNLOG-REJECTED                        PIC 9(7) VALUE ZERO.
       01 RUNLOG-RETURN-CODE                     PIC 9(4) VALUE ZERO.
       01 RUNLOG-CONDITION                       PIC X(20) VALUE SPACES.

      * ACCOUNT-NUMBER VALIDATION -- THE SAME MOD-10 ARITHMETIC THE
      * LUHN PROGRAM AND ACCTCONV USE.  EVERY RECORD'S NUMBER IS
       01 LUHN-RESULT              PIC 9.
          88 LUHN-PASS                   VALUE ZERO.
       01 BAD-ACCT-COUNT           PIC 9(4) VALUE ZERO.
       01 CLOSED-ACCT-COUNT        PIC 9(5) VALUE ZERO.
       01 CLOSED-COUNT-OUT         PIC ZZ,ZZ9.

       01 REV-TRAN-STATUS          PIC XX VALUE "00".
          88 REV-TRAN-OK                   VALUE "00".
       01 TOP-PARM-STATUS          PIC XX  VALUE "00".
          88 TOP-PARM-OK                   VALUE "00".

      * PARMLKUP resolution of the review cutoff and the movement
      * threshold.
       01 PARM-PROGRAM             PIC X(8) VALUE "TOPACCTS".
       01 PARM-NAME                PIC X(16).
       01 PARM-AS-OF-DATE          PIC 9(8).
       01 PARM-FOUND-FLAG          PIC X.
          88 PARM-FOUND                    VALUE "Y".
       01 PARM-VALUE               PIC X(20).
       01 PARM-EFFECTIVE-DATE      PIC 9(8).
       01 TOP-AMOUNT-SOURCE        PIC X(30).
       01 MOVE-PCT-SOURCE          PIC X(30).
       01 PARM-SOURCE-WORK         PIC X(30).

       01 TOP-HIST-STATUS          PIC XX  VALUE "00".
          88 TOP-HIST-OK                   VALUE "00".

             10 TIER-COUNT         PIC 9(5) VALUE ZERO.
             10 TIER-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 TIER-IDX                 PIC 9.
       01 RATE-CARD-STATUS         PIC XX  VALUE "00".
          88 RATE-CARD-OK                  VALUE "00".
       01 RATE-EOF-FLAG            PIC X VALUE 'N'.
          88 RATE-EOF                      VALUE 'Y'.
       01 RATE-CARD-VALID-FLAG     PIC X VALUE 'Y'.
          88 RATE-CARD-VALID               VALUE 'Y'.
       01 RATE-CARD-TABLE.
          05 RATE-CARD-ENTRY OCCURS 4 TIMES.
             10 RCT-FLOOR          PIC 9(7).
             10 RCT-LABEL          PIC X(14).
             10 RCT-SEEN           PIC X.
       01 GRAND-COUNT              PIC 9(5)  VALUE ZERO.
       01 GRAND-TOTAL              PIC 9(12)V99 VALUE ZERO.
       01 TIER-AVG                 PIC 9(9)V99.
       100-PRIMARY.
           MOVE "S" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           PERFORM 105-OPEN-FILES
           PERFORM 107-READ-TOP-AMOUNT
           PERFORM 160-READ-RATE-CARD
           PERFORM 108-LOAD-PREVIOUS-BOOK
           PERFORM 110-OBTAIN-CURRENT-DATE

           MOVE BAD-ACCT-COUNT TO RUNLOG-REJECTED
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.

       105-OPEN-FILES.
              SET REV-TRAN-ACTIVE TO TRUE
           END-IF.

      * The review cutoff and movement threshold come from the
      * PARMMNT parameter master through PARMLKUP (program TOPACCTS,
      * parameters TOP-AMOUNT and MOVE-PCT) as they stand today; one
      * not on the master keeps its compiled-in default.  The small
      * TOPPARM control record still lets the account review
      * committee override either one for a single run. TOPPARM is
      * optional, so a missing dataset just leaves the master or
      * compiled-in values in force instead of aborting the run.
       107-READ-TOP-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-AS-OF-DATE
           MOVE "TOP-AMOUNT" TO PARM-NAME
           PERFORM 107A-LOOK-UP-PARAMETER
           IF PARM-FOUND
              COMPUTE TOP-AMOUNT = FUNCTION NUMVAL(PARM-VALUE)
           END-IF
           MOVE PARM-SOURCE-WORK TO TOP-AMOUNT-SOURCE
           MOVE "MOVE-PCT" TO PARM-NAME
           PERFORM 107A-LOOK-UP-PARAMETER
           IF PARM-FOUND
              COMPUTE MOVE-PCT = FUNCTION NUMVAL(PARM-VALUE)
           END-IF
           MOVE PARM-SOURCE-WORK TO MOVE-PCT-SOURCE
           OPEN INPUT TOP-PARM
           IF TOP-PARM-OK
              READ TOP-PARM
                   AT END
                   CONTINUE
                   NOT AT END
                   IF TOP-AMOUNT-IN IS NUMERIC
                      MOVE TOP-AMOUNT-IN TO TOP-AMOUNT
                      MOVE "(TOPPARM CARD OVERRIDE)" TO
                           TOP-AMOUNT-SOURCE
                   END-IF
                   IF MOVE-PCT-IN IS NUMERIC AND
                      MOVE-PCT-IN IS NOT EQUAL TO "00"
                      MOVE MOVE-PCT-IN TO MOVE-PCT
                      MOVE "(TOPPARM CARD OVERRIDE)" TO
                           MOVE-PCT-SOURCE
                   END-IF
              END-READ
              CLOSE TOP-PARM
           END-IF
           DISPLAY "REVIEW CUTOFF     : " TOP-AMOUNT "  "
                   TOP-AMOUNT-SOURCE
           DISPLAY "MOVEMENT PERCENT  : " MOVE-PCT "  "
                   MOVE-PCT-SOURCE.

      * A value on the master that does not edit into the field's
      * picture is reported and the compiled-in value kept.
       107A-LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING PARM-PROGRAM, PARM-NAME,
                PARM-AS-OF-DATE, PARM-FOUND-FLAG, PARM-VALUE,
                PARM-EFFECTIVE-DATE
           MOVE SPACES TO PARM-SOURCE-WORK
           EVALUATE TRUE
              WHEN NOT PARM-FOUND
                 MOVE "(COMPILED DEFAULT)" TO PARM-SOURCE-WORK
              WHEN FUNCTION TEST-NUMVAL(PARM-VALUE) IS NOT EQUAL
                   TO ZERO
                 MOVE "N" TO PARM-FOUND-FLAG
                 DISPLAY "PARAMETER " PARM-NAME " VALUE " PARM-VALUE
                         " NOT NUMERIC - COMPILED DEFAULT KEPT"
                 MOVE "(COMPILED DEFAULT)" TO PARM-SOURCE-WORK
              WHEN OTHER
                 STRING "(PARMMST EFFECTIVE "
                        DELIMITED BY SIZE
                        PARM-EFFECTIVE-DATE DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO PARM-SOURCE-WORK
           END-EVALUATE.

      * The tier breaks come from the interest rate card when there
      * is one, so the accrual and this report agree.  A card set
      * that is incomplete or out of order is ignored with a note and
      * the compiled-in tiers stand.
       160-READ-RATE-CARD.
           OPEN INPUT RATE-CARD
           IF RATE-CARD-OK
              MOVE SPACES TO RATE-CARD-TABLE
              PERFORM 160A-READ-ONE-RATE-CARD UNTIL RATE-EOF
              CLOSE RATE-CARD
              PERFORM 160B-CHECK-ONE-TIER
                      VARYING TIER-IDX FROM 1 BY 1
                      UNTIL TIER-IDX IS GREATER THAN 4
              IF RATE-CARD-VALID
                 PERFORM 160C-TAKE-ONE-TIER
                         VARYING TIER-IDX FROM 1 BY 1
                         UNTIL TIER-IDX IS GREATER THAN 4
              ELSE
                 DISPLAY "INTRATE INCOMPLETE OR OUT OF ORDER - "
                         "STANDARD TIERS USED"
              END-IF
           END-IF.

       160A-READ-ONE-RATE-CARD.
           READ RATE-CARD
                AT END
                SET RATE-EOF TO TRUE
                NOT AT END
                IF RC-TIER IS NUMERIC AND RC-TIER IS NOT LESS THAN "1"
                   AND RC-TIER IS NOT GREATER THAN "4"
                   AND RC-FLOOR IS NUMERIC
                   MOVE RC-TIER TO TIER-IDX
                   MOVE RC-FLOOR TO RCT-FLOOR(TIER-IDX)
                   MOVE RC-LABEL TO RCT-LABEL(TIER-IDX)
                   MOVE "Y" TO RCT-SEEN(TIER-IDX)
                ELSE
                   MOVE "N" TO RATE-CARD-VALID-FLAG
                END-IF
           END-READ.

       160B-CHECK-ONE-TIER.
           IF RCT-SEEN(TIER-IDX) IS NOT EQUAL TO "Y"
              MOVE "N" TO RATE-CARD-VALID-FLAG
           ELSE
              IF TIER-IDX IS EQUAL TO 1
                 IF RCT-FLOOR(1) IS NOT EQUAL TO ZERO
                    MOVE "N" TO RATE-CARD-VALID-FLAG
                 END-IF
              ELSE
                 IF RCT-SEEN(TIER-IDX - 1) IS EQUAL TO "Y" AND
                    RCT-FLOOR(TIER-IDX) IS NOT GREATER THAN
                    RCT-FLOOR(TIER-IDX - 1)
                    MOVE "N" TO RATE-CARD-VALID-FLAG
                 END-IF
              END-IF
           END-IF.

       160C-TAKE-ONE-TIER.
           IF TIER-IDX IS GREATER THAN 1
              MOVE RCT-FLOOR(TIER-IDX) TO TIER-BOUND(TIER-IDX - 1)
           END-IF
           IF RCT-LABEL(TIER-IDX) IS NOT EQUAL TO SPACES
              MOVE RCT-LABEL(TIER-IDX) TO TIER-LABEL(TIER-IDX)
           END-IF.

       110-OBTAIN-CURRENT-DATE.
                MOVE "Y" TO EOF-FLAG
                MOVE TOP-CUST-COUNT TO NUM-REC-OUT
                NOT AT END
                IF CUST-OPEN-IN
                   PERFORM 122-FILTER-ONE-RECORD
                ELSE
                   ADD 1 TO CLOSED-ACCT-COUNT
                END-IF
           END-READ.

      * The NOT AT END guard above keeps the stale buffer from being
           WRITE PRT-REC
           PERFORM 145-WRITE-ONE-TIER-LINE
                   VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX IS GREATER THAN 4
           MOVE CLOSED-ACCT-COUNT TO CLOSED-COUNT-OUT
           MOVE SPACES TO PRT-REC
           STRING "CLOSED ACCOUNTS ON FILE, NOT IN TIERS: "
                  CLOSED-COUNT-OUT
                  DELIMITED BY SIZE INTO PRT-REC
           WRITE PRT-REC.

       145-WRITE-ONE-TIER-LINE.
           MOVE TIER-LABEL(TIER-IDX) TO TIER-LABEL-OUT
           READ PREV-CUST
                AT END SET PREV-EOF TO TRUE
                NOT AT END
                IF PREV-COUNT IS LESS THAN 1000 AND
                   PREV-STATUS-IN IS EQUAL TO SPACE
                   ADD 1 TO PREV-COUNT
                   MOVE PREV-NAME-IN TO PBE-NAME(PREV-COUNT)
                   MOVE PREV-AMOUNT-IN TO CUST-AMOUNT-FILTER
