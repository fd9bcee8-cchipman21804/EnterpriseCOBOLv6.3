      * CUSTMNT'S VALIDATION) ARE TOLERATED: THEY ARE COUNTED,
      * LISTED, AND LEFT OUT OF THE AGE BUCKETS.
      *
      * CLOSED ACCOUNTS STAY ON THE FILE UNTIL CUSTPURG MOVES THEM TO
      * HISTORY; THEY ARE NOT DORMANT, SO THEY ARE COUNTED ON THE
      * SUMMARY AND LEFT OUT OF THE BUCKETS AND THE LISTING.
      * ACCOUNTS CUSTESCH HAS ESCHEATED (STATUS "E") ARE COUNTED
      * WITH THEM.
      *
      * THE HIGH-BALANCE CUTOFF (DEFAULT $1,000,000) AND THE YEARS
      * OF INACTIVITY THAT COUNT AS DORMANT (DEFAULT 3) ARE TAKEN
      * FROM THE PARMMNT PARAMETER MASTER THROUGH PARMLKUP (PROGRAM
      * AGERPT, PARAMETERS HIGH-BAL-THRESH AND DORMANT-YEARS) AS
      * THEY STAND TODAY; ONE NOT ON THE MASTER KEEPS ITS DEFAULT.
      * THE OPTIONAL AGEPARM CARD STILL OVERRIDES EITHER ONE FOR A
      * SINGLE RUN, AND THE RUN PRINTS WHICH VALUE IT USED.
      * OPTIONAL AGEPARM CARD:  THRESHOLD(7) DORMANT-YEARS(1)
      *
      * //AGERPT    JOB 1,NOTIFY=&SYSUID
      * //RUN     EXEC PGM=AGERPT
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST(0),DISP=SHR
      * //AGEPARM   DD DSN=&SYSUID..CONTROL(AGEPARM),DISP=SHR
      * //PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      * //SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *
       ENVIRONMENT DIVISION.
       01  CUSTOMER-REC.
           05  CUST-NAME-IN    PIC X(33).
           05  DATE-1          PIC X(8).
           05  CUST-STATUS-IN  PIC X.
               88 CUST-OPEN-IN        VALUE SPACE.
           05  FILLER          PIC XX.
           05  DATE-2          PIC X(8).
           05  CUST-ACCT-IN    PIC X(8).
           05  FILLER          PIC X.
       01  HIGH-BAL-THRESHOLD  PIC 9(7) VALUE 1000000.
       01  DORMANT-YEARS       PIC 9 VALUE 3.

      * PARMLKUP RESOLUTION OF THE CUTOFF AND THE DORMANT YEARS.
       01  PARM-PROGRAM        PIC X(8) VALUE "AGERPT".
       01  PARM-NAME           PIC X(16).
       01  PARM-FOUND-FLAG     PIC X.
           88 PARM-FOUND              VALUE "Y".
       01  PARM-VALUE          PIC X(20).
       01  PARM-EFFECTIVE-DATE PIC 9(8).
       01  PARM-SOURCE         PIC X(30).
       01  THRESHOLD-SOURCE    PIC X(30).
       01  DORMANT-SOURCE      PIC X(30).

      * AGE ARITHMETIC ON THE LAST-ACTIVITY DATE.
       01  RUN-DATE-INTEGER    PIC 9(7).
       01  ACTIVITY-INTEGER    PIC 9(7).
       01  RECORDS-READ        PIC 9(5) VALUE ZERO.
       01  BAD-DATE-COUNT      PIC 9(5) VALUE ZERO.
       01  DORMANT-HIGH-COUNT  PIC 9(5) VALUE ZERO.
       01  CLOSED-COUNT        PIC 9(5) VALUE ZERO.

       01  AMOUNT-OUT          PIC $Z,ZZZ,ZZ9.99.
       01  TOTAL-OUT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
           DISPLAY SPACES
           MOVE RECORDS-READ TO COUNT-OUT
           DISPLAY "RECORDS READ        : " COUNT-OUT
           MOVE CLOSED-COUNT TO COUNT-OUT
           DISPLAY "CLOSED (NOT AGED)   : " COUNT-OUT
           MOVE BAD-DATE-COUNT TO COUNT-OUT
           DISPLAY "MALFORMED DATES     : " COUNT-OUT
           MOVE DORMANT-HIGH-COUNT TO COUNT-OUT
           DISPLAY "********  AGING REPORT ENDS  ********"
           STOP RUN.

      * THE MASTER'S VALUES AS OF TODAY FIRST, THEN THE CARD.
       110-READ-PARM-CARD.
           MOVE "HIGH-BAL-THRESH" TO PARM-NAME
           PERFORM 120-LOOK-UP-PARAMETER
           IF PARM-FOUND
              COMPUTE HIGH-BAL-THRESHOLD = FUNCTION NUMVAL(PARM-VALUE)
           END-IF
           MOVE PARM-SOURCE TO THRESHOLD-SOURCE
           MOVE "DORMANT-YEARS" TO PARM-NAME
           PERFORM 120-LOOK-UP-PARAMETER
           IF PARM-FOUND
              IF FUNCTION NUMVAL(PARM-VALUE) IS GREATER THAN ZERO AND
                 FUNCTION NUMVAL(PARM-VALUE) IS LESS THAN 10
                 COMPUTE DORMANT-YEARS = FUNCTION NUMVAL(PARM-VALUE)
              ELSE
                 DISPLAY "PARAMETER DORMANT-YEARS VALUE " PARM-VALUE
                         " NOT 1-9 - DEFAULT KEPT"
                 MOVE "(COMPILED DEFAULT)" TO PARM-SOURCE
              END-IF
           END-IF
           MOVE PARM-SOURCE TO DORMANT-SOURCE
           OPEN INPUT AGE-PARM
           IF AGE-PARM-OK
              READ AGE-PARM
                       TO ZERO
                       COMPUTE HIGH-BAL-THRESHOLD =
                               FUNCTION NUMVAL(AGP-THRESHOLD)
                       MOVE "(AGEPARM CARD OVERRIDE)" TO
                            THRESHOLD-SOURCE
                    END-IF
                    IF AGP-DORM-YEARS IS NUMERIC AND
                       AGP-DORM-YEARS IS NOT EQUAL TO "0"
                       MOVE AGP-DORM-YEARS TO DORMANT-YEARS
                       MOVE "(AGEPARM CARD OVERRIDE)" TO
                            DORMANT-SOURCE
                    END-IF
              END-READ
              CLOSE AGE-PARM
           END-IF
           DISPLAY "HIGH-BALANCE CUTOFF : " HIGH-BAL-THRESHOLD "  "
                   THRESHOLD-SOURCE
           DISPLAY "DORMANT YEARS       : " DORMANT-YEARS "  "
                   DORMANT-SOURCE.

      * A VALUE ON THE MASTER THAT DOES NOT EDIT AS A NUMBER IS
      * REPORTED AND THE DEFAULT KEPT.
       120-LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING PARM-PROGRAM, PARM-NAME,
                DT-YYYYMMDD, PARM-FOUND-FLAG, PARM-VALUE,
                PARM-EFFECTIVE-DATE
           MOVE SPACES TO PARM-SOURCE
           EVALUATE TRUE
              WHEN NOT PARM-FOUND
                 MOVE "(COMPILED DEFAULT)" TO PARM-SOURCE
              WHEN FUNCTION TEST-NUMVAL(PARM-VALUE) IS NOT EQUAL
                   TO ZERO
                 MOVE "N" TO PARM-FOUND-FLAG
                 DISPLAY "PARAMETER " PARM-NAME " VALUE " PARM-VALUE
                         " NOT NUMERIC - DEFAULT KEPT"
                 MOVE "(COMPILED DEFAULT)" TO PARM-SOURCE
              WHEN OTHER
                 STRING "(PARMMST EFFECTIVE "
                        DELIMITED BY SIZE
                        PARM-EFFECTIVE-DATE DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO PARM-SOURCE
           END-EVALUATE.

       200-PROCESS-ONE-RECORD.
           READ CUST-REC
              AT END SET EOF TO TRUE
              NOT AT END
                 IF CUST-OPEN-IN
                    PERFORM 210-AGE-ONE-RECORD
                 ELSE
                    ADD 1 TO CLOSED-COUNT
                 END-IF
           END-READ.

      * THE MALFORMED DATES THAT PREDATE CUSTMNT'S VALIDATION ARE
