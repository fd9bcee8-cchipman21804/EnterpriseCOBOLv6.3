       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTDUP.
       AUTHOR.        CHIPMAN.
      *
      * POSSIBLE-DUPLICATE CUSTOMER REPORT.  ACCOUNT NUMBERS ENDED
      * THE KEY COLLISIONS, BUT THE BOOK STILL CARRIES THE SAME
      * PERSON TWICE UNDER "THORNTON, ANGELA" AND "ANGELA THORNTON",
      * WITH AND WITHOUT A MIDDLE INITIAL, OR WITH A JR/SR, EACH
      * WITH ITS OWN BALANCE.  EVERY NAME IS REDUCED TO A MATCH KEY:
      *
      *   - FOLDED TO UPPER CASE;
      *   - PERIODS AND APOSTROPHES DROPPED (O'NEIL = ONEIL), OTHER
      *     PUNCTUATION TREATED AS A WORD BREAK;
      *   - SINGLE-LETTER WORDS (INITIALS) AND THE SUFFIXES AND
      *     TITLES JR SR II III IV MR MRS MS DR DROPPED;
      *   - THE WORDS THAT REMAIN PUT IN ALPHABETICAL ORDER, SO THE
      *     WORD ORDER ON THE RECORD DOES NOT MATTER.
      *
      * CLOSED ACCOUNTS ARE COUNTED AND LEFT OUT -- THERE IS NOTHING
      * LEFT TO MERGE.
      *
      * RECORDS SHARING A MATCH KEY ARE LISTED AS ONE PROBABLE
      * DUPLICATE GROUP WITH ACCOUNT, NAME AS CARRIED, OPENED DATE
      * AND BALANCE.  WHICH ACCOUNT SURVIVES IS THE BRANCH'S CALL;
      * THE MERGE ITSELF GOES THROUGH CUSTMNT AS AN MRG CARD.
      *
      * //CUSTDUP   JOB 1,NOTIFY=&SYSUID
      * //RUN     EXEC PGM=CUSTDUP
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST(0),DISP=SHR
      * //SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-REC ASSIGN TO CUSTOMER
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CUST-REC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-REC RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CUSTOMER-REC.
           05  CUST-NAME-IN    PIC X(33).
           05  DATE-1          PIC X(8).
           05  CUST-STATUS-IN  PIC X.
               88 CUST-OPEN-IN        VALUE SPACE.
           05  FILLER          PIC XX.
           05  DATE-2          PIC X(8).
           05  CUST-ACCT-IN    PIC X(8).
           05  FILLER          PIC X.
           05  CUST-AMOUNT-IN  PIC X(12).
           05  FILLER          PIC X(7).

       WORKING-STORAGE SECTION.
       01  CUST-REC-STATUS     PIC XX VALUE "00".
           88 CUST-REC-OK             VALUE "00".

       01  EOF-FLAG            PIC X VALUE 'N'.
           88 EOF                     VALUE 'Y'.
       01  SWAP-FLAG           PIC X.
           88 NO-SWAPS                VALUE 'N'.
       01  GROUP-DONE-FLAG     PIC X.
           88 GROUP-DONE              VALUE 'Y'.

      * THE BOOK, ONE ENTRY PER RECORD, SORTED ON THE MATCH KEY.
       01  BOOK-COUNT          PIC 9(4) VALUE ZERO.
       01  BOOK-IDX            PIC 9(4).
       01  SORT-LIMIT          PIC 9(4).
       01  BOOK-TABLE.
           05  BOOK-ENTRY OCCURS 1000 TIMES.
               10  BK-KEY      PIC X(33).
               10  BK-NAME     PIC X(33).
               10  BK-ACCT     PIC X(8).
               10  BK-OPENED   PIC X(8).
               10  BK-AMOUNT   PIC X(12).
       01  SWAP-ENTRY          PIC X(94).

      * NAME NORMALIZATION WORK AREAS.
       01  NAME-WORK           PIC X(33).
       01  CHAR-IDX            PIC 99.
       01  ONE-CHAR            PIC X.
       01  WORD-BUILD          PIC X(33).
       01  WORD-LEN            PIC 99.
       01  WORD-COUNT          PIC 9.
       01  WORD-IDX            PIC 9.
       01  WORD-TABLE.
           05  NAME-WORD OCCURS 8 TIMES PIC X(33).
       01  SWAP-WORD           PIC X(33).
       01  MATCH-KEY           PIC X(33).
       01  KEY-POINTER         PIC 99.

      * GROUP WALK.
       01  GROUP-START         PIC 9(4).
       01  GROUP-END           PIC 9(4).
       01  GROUP-COUNT         PIC 9(4) VALUE ZERO.
       01  DUP-RECORD-COUNT    PIC 9(5) VALUE ZERO.
       01  RECORDS-READ        PIC 9(5) VALUE ZERO.
       01  NOT-LOADED-COUNT    PIC 9(5) VALUE ZERO.
       01  CLOSED-COUNT        PIC 9(5) VALUE ZERO.

      * THE SAME COMMA-STRIPPING AMOUNT FILTER TOPACCTS USES.
       01  CUST-AMOUNT-FILTER.
           05 MILLIONS         PIC X.
           05 FILLER           PIC X.
           05 THOUSANDS        PIC XXX.
           05 FILLER           PIC X.
           05 UNITS            PIC X(6).
       01  NOCOMMAS.
           05 AMT-MILLIONS     PIC X.
           05 AMT-THOUSANDS    PIC XXX.
           05 AMT-UNITS        PIC X(6).
       01  AMOUNT              PIC 9(7)V99.
       01  GROUP-TOTAL         PIC 9(9)V99.

       01  AMOUNT-OUT          PIC $Z,ZZZ,ZZ9.99.
       01  TOTAL-OUT           PIC $ZZZ,ZZZ,ZZ9.99.
       01  COUNT-OUT           PIC ZZ,ZZ9.
       01  GROUP-OUT           PIC Z,ZZ9.

       PROCEDURE DIVISION.
       100-PRIMARY.
           DISPLAY "********  POSSIBLE DUPLICATE CUSTOMERS  ********"
           OPEN INPUT CUST-REC
           IF NOT CUST-REC-OK
              DISPLAY "CUSTOMER NOT AVAILABLE - NOTHING TO MATCH"
              STOP RUN
           END-IF
           PERFORM 200-LOAD-ONE-RECORD UNTIL EOF
           CLOSE CUST-REC
           PERFORM 400-SORT-ON-MATCH-KEY
           DISPLAY SPACES
           DISPLAY "GROUP ACCOUNT  NAME AS CARRIED                   "
                   "OPENED          BALANCE"
           MOVE 1 TO GROUP-START
           PERFORM 500-WALK-ONE-GROUP
                   UNTIL GROUP-START IS GREATER THAN BOOK-COUNT
           IF GROUP-COUNT IS EQUAL TO ZERO
              DISPLAY "  (NO PROBABLE DUPLICATES)"
           END-IF
           DISPLAY SPACES
           MOVE RECORDS-READ TO COUNT-OUT
           DISPLAY "RECORDS READ        : " COUNT-OUT
           MOVE CLOSED-COUNT TO COUNT-OUT
           DISPLAY "CLOSED (NOT MATCHED): " COUNT-OUT
           IF NOT-LOADED-COUNT IS GREATER THAN ZERO
              MOVE NOT-LOADED-COUNT TO COUNT-OUT
              DISPLAY "NOT MATCHED (TABLE) : " COUNT-OUT
           END-IF
           MOVE GROUP-COUNT TO COUNT-OUT
           DISPLAY "DUPLICATE GROUPS    : " COUNT-OUT
           MOVE DUP-RECORD-COUNT TO COUNT-OUT
           DISPLAY "RECORDS IN GROUPS   : " COUNT-OUT
           DISPLAY "********  DUPLICATE REPORT ENDS  ********"
           STOP RUN.

       200-LOAD-ONE-RECORD.
           READ CUST-REC
              AT END SET EOF TO TRUE
              NOT AT END
                 ADD 1 TO RECORDS-READ
                 EVALUATE TRUE
                    WHEN NOT CUST-OPEN-IN
                       ADD 1 TO CLOSED-COUNT
                    WHEN BOOK-COUNT IS LESS THAN 1000
                       PERFORM 210-TABLE-ONE-RECORD
                    WHEN OTHER
                       ADD 1 TO NOT-LOADED-COUNT
                 END-EVALUATE
           END-READ.

       210-TABLE-ONE-RECORD.
           PERFORM 300-BUILD-MATCH-KEY
           ADD 1 TO BOOK-COUNT
           MOVE MATCH-KEY TO BK-KEY(BOOK-COUNT)
           MOVE CUST-NAME-IN TO BK-NAME(BOOK-COUNT)
           MOVE CUST-ACCT-IN TO BK-ACCT(BOOK-COUNT)
           MOVE DATE-1 TO BK-OPENED(BOOK-COUNT)
           MOVE CUST-AMOUNT-IN TO BK-AMOUNT(BOOK-COUNT).

      * CASE, PUNCTUATION, INITIALS, SUFFIXES AND WORD ORDER ARE
      * TAKEN OUT OF THE NAME, LEAVING ONLY WHAT TWO RECORDS FOR THE
      * SAME PERSON SHOULD HAVE IN COMMON.
       300-BUILD-MATCH-KEY.
           MOVE CUST-NAME-IN TO NAME-WORK
           INSPECT NAME-WORK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz,-/&;:()"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO WORD-TABLE
           MOVE SPACES TO WORD-BUILD
           MOVE ZERO TO WORD-LEN
           MOVE ZERO TO WORD-COUNT
           PERFORM 310-SCAN-ONE-CHAR
                   VARYING CHAR-IDX FROM 1 BY 1
                   UNTIL CHAR-IDX IS GREATER THAN 33
           PERFORM 320-CLOSE-WORD
           IF WORD-COUNT IS GREATER THAN 1
              PERFORM 330-ORDER-WORDS
                      VARYING WORD-IDX FROM 1 BY 1
                      UNTIL WORD-IDX IS NOT LESS THAN WORD-COUNT
           END-IF
           MOVE SPACES TO MATCH-KEY
           MOVE 1 TO KEY-POINTER
           PERFORM 340-APPEND-ONE-WORD
                   VARYING WORD-IDX FROM 1 BY 1
                   UNTIL WORD-IDX IS GREATER THAN WORD-COUNT
           IF MATCH-KEY IS EQUAL TO SPACES
              MOVE NAME-WORK TO MATCH-KEY
           END-IF.

       310-SCAN-ONE-CHAR.
           MOVE NAME-WORK(CHAR-IDX:1) TO ONE-CHAR
           EVALUATE ONE-CHAR
              WHEN SPACE
                 PERFORM 320-CLOSE-WORD
              WHEN "."
              WHEN "'"
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WORD-LEN
                 MOVE ONE-CHAR TO WORD-BUILD(WORD-LEN:1)
           END-EVALUATE.

      * A FINISHED WORD IS KEPT UNLESS IT IS AN INITIAL, A SUFFIX
      * OR A TITLE.
       320-CLOSE-WORD.
           IF WORD-LEN IS GREATER THAN 1 AND
              WORD-BUILD IS NOT EQUAL TO "JR" AND
              WORD-BUILD IS NOT EQUAL TO "SR" AND
              WORD-BUILD IS NOT EQUAL TO "II" AND
              WORD-BUILD IS NOT EQUAL TO "III" AND
              WORD-BUILD IS NOT EQUAL TO "IV" AND
              WORD-BUILD IS NOT EQUAL TO "MR" AND
              WORD-BUILD IS NOT EQUAL TO "MRS" AND
              WORD-BUILD IS NOT EQUAL TO "MS" AND
              WORD-BUILD IS NOT EQUAL TO "DR" AND
              WORD-COUNT IS LESS THAN 8
              ADD 1 TO WORD-COUNT
              MOVE WORD-BUILD TO NAME-WORD(WORD-COUNT)
           END-IF
           MOVE SPACES TO WORD-BUILD
           MOVE ZERO TO WORD-LEN.

      * A NAME IS A HANDFUL OF WORDS, SO A SIMPLE EXCHANGE SORT:
      * EACH PASS CARRIES THE LOWEST REMAINING WORD TO WORD-IDX.
       330-ORDER-WORDS.
           PERFORM 335-ORDER-ONE-PAIR
                   VARYING CHAR-IDX FROM WORD-IDX BY 1
                   UNTIL CHAR-IDX IS NOT LESS THAN WORD-COUNT.

       335-ORDER-ONE-PAIR.
           IF NAME-WORD(CHAR-IDX + 1) IS LESS THAN
              NAME-WORD(WORD-IDX)
              MOVE NAME-WORD(WORD-IDX) TO SWAP-WORD
              MOVE NAME-WORD(CHAR-IDX + 1) TO NAME-WORD(WORD-IDX)
              MOVE SWAP-WORD TO NAME-WORD(CHAR-IDX + 1)
           END-IF.

       340-APPEND-ONE-WORD.
           IF KEY-POINTER IS LESS THAN 33
              STRING NAME-WORD(WORD-IDX) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     INTO MATCH-KEY WITH POINTER KEY-POINTER
              END-STRING
           END-IF.

      * EXCHANGE SORT OF THE BOOK ON THE MATCH KEY, ACCOUNT NUMBER
      * WITHIN KEY, REPEATED UNTIL A PASS MAKES NO SWAP.
       400-SORT-ON-MATCH-KEY.
           IF BOOK-COUNT IS GREATER THAN 1
              COMPUTE SORT-LIMIT = BOOK-COUNT - 1
              MOVE 'Y' TO SWAP-FLAG
              PERFORM 410-SORT-PASS UNTIL NO-SWAPS
           END-IF.

       410-SORT-PASS.
           MOVE 'N' TO SWAP-FLAG
           PERFORM 420-SORT-COMPARE
                   VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX IS GREATER THAN SORT-LIMIT.

       420-SORT-COMPARE.
           IF BK-KEY(BOOK-IDX) IS GREATER THAN BK-KEY(BOOK-IDX + 1)
              OR (BK-KEY(BOOK-IDX) IS EQUAL TO BK-KEY(BOOK-IDX + 1)
              AND BK-ACCT(BOOK-IDX) IS GREATER THAN
                  BK-ACCT(BOOK-IDX + 1))
              MOVE BOOK-ENTRY(BOOK-IDX) TO SWAP-ENTRY
              MOVE BOOK-ENTRY(BOOK-IDX + 1) TO BOOK-ENTRY(BOOK-IDX)
              MOVE SWAP-ENTRY TO BOOK-ENTRY(BOOK-IDX + 1)
              MOVE 'Y' TO SWAP-FLAG
           END-IF.

      * ONE RUN OF EQUAL MATCH KEYS; TWO OR MORE RECORDS IN THE RUN
      * IS A PROBABLE DUPLICATE GROUP.
       500-WALK-ONE-GROUP.
           MOVE GROUP-START TO GROUP-END
           MOVE 'N' TO GROUP-DONE-FLAG
           PERFORM 510-EXTEND-GROUP UNTIL GROUP-DONE
           IF GROUP-END IS GREATER THAN GROUP-START
              ADD 1 TO GROUP-COUNT
              MOVE ZERO TO GROUP-TOTAL
              MOVE GROUP-COUNT TO GROUP-OUT
              DISPLAY SPACES
              DISPLAY GROUP-OUT " MATCH KEY: " BK-KEY(GROUP-START)
              PERFORM 520-SHOW-ONE-MEMBER
                      VARYING BOOK-IDX FROM GROUP-START BY 1
                      UNTIL BOOK-IDX IS GREATER THAN GROUP-END
              MOVE GROUP-TOTAL TO TOTAL-OUT
              DISPLAY "      GROUP BALANCE                          "
                   "           " TOTAL-OUT
           END-IF
           COMPUTE GROUP-START = GROUP-END + 1.

       510-EXTEND-GROUP.
           IF GROUP-END IS NOT LESS THAN BOOK-COUNT
              SET GROUP-DONE TO TRUE
           ELSE
              IF BK-KEY(GROUP-END + 1) IS EQUAL TO BK-KEY(GROUP-START)
                 ADD 1 TO GROUP-END
              ELSE
                 SET GROUP-DONE TO TRUE
              END-IF
           END-IF.

       520-SHOW-ONE-MEMBER.
           ADD 1 TO DUP-RECORD-COUNT
           MOVE BK-AMOUNT(BOOK-IDX) TO CUST-AMOUNT-FILTER
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE AMOUNT = FUNCTION NUMVAL(NOCOMMAS)
           ELSE
              MOVE ZERO TO AMOUNT
           END-IF
           ADD AMOUNT TO GROUP-TOTAL
           MOVE AMOUNT TO AMOUNT-OUT
           DISPLAY "      " BK-ACCT(BOOK-IDX) " " BK-NAME(BOOK-IDX)
                   " " BK-OPENED(BOOK-IDX) " " AMOUNT-OUT.
