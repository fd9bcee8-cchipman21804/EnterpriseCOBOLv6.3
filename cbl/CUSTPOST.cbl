       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTPOST.
       AUTHOR.        CHIPMAN.
      *
      * MONETARY TRANSACTION POSTING AGAINST THE CUSTOMER KSDS.
      * UNTIL THIS BATCH THE ONLY WAY A BALANCE MOVED WAS A CUSTMNT
      * CHG CARD OVERWRITING CST-AMOUNT WHOLESALE, SO THE AUDIT TRAIL
      * SHOWED THE OLD AND NEW BALANCE BUT NEVER WHY.  THIS PROGRAM
      * APPLIES THE DAY'S DECK OF DEPOSITS, WITHDRAWALS, FEES AND
      * ADJUSTMENTS BY ACCOUNT NUMBER:
      *
      *   - EACH ITEM IS CHECK-DIGIT VALIDATED (THE SAME LUHN RULE
      *     AS CUSTMNT'S 330-LUHN-VALIDATE), MATCHED TO THE KSDS BY
      *     RANDOM READ, AND APPLIED IN PLACE WITH A REWRITE THAT
      *     MOVES CST-AMOUNT AND SETS THE LAST-ACTIVITY DATE
      *     (CST-DATE-2) TO THE ITEM DATE -- EXCEPT FOR INTEREST,
      *     WHICH IS NOT OWNER ACTIVITY;
      *   - EVERY APPLIED ITEM GOES TO THE CUSTJRNL TRANSACTION
      *     JOURNAL CARRYING THE ACCOUNT'S RUNNING BALANCE, AND ITS
      *     BEFORE/AFTER MASTER IMAGES GO TO CUSTAUDT WITH THE ITEM
      *     TYPE AND REFERENCE AS THE REASON, SO AUDITRPT SHOWS WHY
      *     A BALANCE MOVED;
      *   - A DEBIT THAT WOULD OVERDRAW THE ACCOUNT, A BAD CHECK
      *     DIGIT, AN UNKNOWN OR CLOSED ACCOUNT OR A MALFORMED CARD
      *     IS NOT APPLIED -- IT GOES TO THE POSTREJ FILE WITH A
      *     REASON CODE;
      *   - THE RUN CLOSES WITH DEBIT AND CREDIT CONTROL TOTALS
      *     CHECKED AGAINST THE BATCH HEADER CARD.  A BATCH THAT
      *     DOES NOT AGREE WITH ITS HEADER ENDS WITH RETURN CODE 8,
      *     A DECK WITH NO HEADER WITH RETURN CODE 4.
      *
      * HEADER CARD (FIRST CARD OF THE DECK):
      *   "HDR" BATCH-DATE(8) ITEM-COUNT(5) DEBIT-TOTAL(13)
      *   CREDIT-TOTAL(13) BATCH-ID(6)
      *   WITH ONE SPACE BETWEEN FIELDS; TOTALS ARE UNEDITED DIGITS
      *   WITH TWO IMPLIED DECIMALS, E.G. 0000001250075 = 12,500.75.
      *
      * ITEM CARD:
      *   TYPE(3) D/C(1) ACCT(8) DATE(8) AMOUNT(12) REFERENCE(10)
      *   DESCRIPTION(20)
      *   WITH ONE SPACE BETWEEN FIELDS.  TYPE IS DEP (DEPOSIT,
      *   CREDIT), WDL (WITHDRAWAL, DEBIT), FEE (DEBIT), INT
      *   (INTEREST CAPITALIZED BY CUSTINT AT MONTH-END, CREDIT) OR
      *   ADJ (ADJUSTMENT -- THE D/C COLUMN SAYS WHICH WAY).  AMOUNT IN
      *   THE MASTER'S OWN EDITED FORM, E.G. 0,012,500.75.  A BLANK
      *   DATE TAKES THE HEADER'S BATCH DATE.
      *
      * REJECT REASON CODES (POSTREJ):
      *   01 TYPE NOT DEP/WDL/FEE/ADJ/INT 02 ACCOUNT NOT NUMERIC
      *   03 ACCOUNT CHECK DIGIT WRONG    04 ACCOUNT NOT ON MASTER
      *   05 AMOUNT NOT IN EDITED FORM    06 OVERDRAFT ATTEMPT
      *   07 ITEM DATE INVALID            08 BALANCE WOULD OVERFLOW
      *   09 ADJ D/C COLUMN NOT D OR C    10 REWRITE FAILED
      *   11 ACCOUNT IS CLOSED
      *
      * //CUSTPOST  JOB 1,NOTIFY=&SYSUID
      * //RUN     EXEC PGM=CUSTPOST
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=SHR
      * //POSTTRAN  DD DSN=&SYSUID..INPUT(POSTTRAN),DISP=SHR
      * //CUSTJRNL  DD DSN=&SYSUID..CUSTJRNL,DISP=MOD
      * //POSTREJ   DD DSN=&SYSUID..POSTREJ(+1),DISP=(NEW,CATLG)
      * //CUSTAUDT  DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=MOD
      * //RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      * //SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO CUSTOMER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CST-ACCT-NO
           FILE STATUS IS CUST-MASTER-STATUS.

           SELECT POST-FILE ASSIGN TO POSTTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS POST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO CUSTJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT REJECT-FILE ASSIGN TO POSTREJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO CUSTAUDT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER RECORD CONTAINS 80 CHARACTERS.
       01  CUST-MASTER-REC.
           05  CST-NAME        PIC X(33).
           05  CST-DATE-1      PIC X(8).
           05  CST-STATUS      PIC X.
           05  FILLER          PIC XX.
           05  CST-DATE-2      PIC X(8).
           05  CST-ACCT-NO     PIC X(8).
           05  FILLER          PIC X.
           05  CST-AMOUNT      PIC X(12).
           05  FILLER          PIC X(7).

       FD  POST-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  POST-REC.
           05  PST-TYPE        PIC X(3).
           05  FILLER          PIC X.
           05  PST-DC          PIC X.
           05  FILLER          PIC X.
           05  PST-ACCT        PIC X(8).
           05  FILLER          PIC X.
           05  PST-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  PST-AMOUNT      PIC X(12).
           05  FILLER          PIC X.
           05  PST-REF         PIC X(10).
           05  FILLER          PIC X.
           05  PST-DESC        PIC X(20).
           05  FILLER          PIC X(12).
       01  POST-HEADER-REC.
           05  HDR-ID          PIC X(3).
           05  FILLER          PIC X.
           05  HDR-BATCH-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  HDR-ITEM-COUNT  PIC X(5).
           05  FILLER          PIC X.
           05  HDR-DEBITS      PIC X(13).
           05  FILLER          PIC X.
           05  HDR-CREDITS     PIC X(13).
           05  FILLER          PIC X.
           05  HDR-BATCH-ID    PIC X(6).
           05  FILLER          PIC X(27).

      * ONE JOURNAL RECORD PER APPLIED ITEM, IN POSTING ORDER, WITH
      * THE ACCOUNT'S BALANCE AFTER THE ITEM.
       FD  JOURNAL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  JOURNAL-REC.
           05  JRN-ACCT        PIC X(8).
           05  FILLER          PIC X.
           05  JRN-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  JRN-TYPE        PIC X(3).
           05  FILLER          PIC X.
           05  JRN-DC          PIC X.
           05  FILLER          PIC X.
           05  JRN-AMOUNT      PIC 9(7)V99.
           05  FILLER          PIC X.
           05  JRN-BALANCE     PIC 9(7)V99.
           05  FILLER          PIC X.
           05  JRN-REF         PIC X(10).
           05  FILLER          PIC X.
           05  JRN-DESC        PIC X(20).
           05  FILLER          PIC X(5).

       FD  REJECT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  REJECT-REC.
           05  REJ-CARD        PIC X(80).
           05  FILLER          PIC X.
           05  REJ-CODE        PIC XX.
           05  FILLER          PIC X.
           05  REJ-TEXT        PIC X(40).
           05  FILLER          PIC X(9).

       FD  AUDIT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  AUDIT-REC           PIC X(133).

       WORKING-STORAGE SECTION.
       01  CUST-MASTER-STATUS  PIC XX VALUE "00".
           88 CUST-MASTER-OK          VALUE "00".
       01  POST-STATUS         PIC XX VALUE "00".
           88 POST-OK                 VALUE "00".
       01  JOURNAL-STATUS      PIC XX VALUE "00".
           88 JOURNAL-OK              VALUE "00".
       01  REJECT-STATUS       PIC XX VALUE "00".
           88 REJECT-OK               VALUE "00".
       01  AUDIT-STATUS        PIC XX VALUE "00".
           88 AUDIT-OK                VALUE "00".

       01  POST-EOF-FLAG       PIC X VALUE 'N'.
           88 POST-EOF                VALUE 'Y'.
       01  MATCH-FOUND-FLAG    PIC X.
           88 MATCH-FOUND             VALUE 'Y'.
       01  HEADER-FOUND-FLAG   PIC X VALUE 'N'.
           88 HEADER-FOUND            VALUE 'Y'.
       01  CARD-VALID-FLAG     PIC X.
           88 CARD-VALID              VALUE 'Y'.
       01  POST-OPENED-FLAG    PIC X VALUE 'N'.
           88 POST-OPENED             VALUE 'Y'.

      * HELD UNTIL THE LAST RUNLOG CALL HAS RETURNED, SO THE CALL
      * CANNOT DISTURB THE STEP'S CONDITION CODE.
       01  POST-RETURN-CODE    PIC 9 VALUE ZERO.

       01  REJECT-CODE         PIC XX.
       01  REJECT-REASON       PIC X(40).

      * THE MATCHED RECORD'S EXACT 80-BYTE IMAGE, KEPT ASIDE FOR
      * THE BEFORE/AFTER AUDIT TRAIL -- THE SAME VIEW CUSTMNT USES.
       01  MASTER-IMAGE-VIEW.
           05  MIV-NAME        PIC X(33).
           05  MIV-DATE-1      PIC X(8).
           05  MIV-STATUS      PIC X.
               88 MIV-OPEN            VALUE SPACE.
           05  FILLER          PIC XX.
           05  MIV-DATE-2      PIC X(8).
           05  MIV-ACCT        PIC X(8).
           05  MIV-REVIEW-FLAG PIC X.
           05  MIV-AMOUNT      PIC X(12).
           05  FILLER          PIC X(7).

      * ACCOUNT-NUMBER VALIDATION -- THE SAME MOD-10 ARITHMETIC AS
      * CUSTMNT'S 330-LUHN-VALIDATE.
       01  CHECKSUM            PIC 9999.
       01  DIGIT-COUNTER       PIC 99.
       01  WORK-DIGIT          PIC 99.
       01  TEST-NUM            PIC X(8).
       01  LUHN-RESULT         PIC 9.
           88 LUHN-PASS               VALUE ZERO.

      * AMOUNT VALIDATION REUSES TOPACCTS' COMMA-STRIPPING FILTER.
       01  CUST-AMOUNT-FILTER.
           05 MILLIONS         PIC X.
           05 COMMA-1          PIC X.
           05 THOUSANDS        PIC XXX.
           05 COMMA-2          PIC X.
           05 UNITS            PIC X(6).
       01  NOCOMMAS.
           05 AMT-MILLIONS     PIC X.
           05 AMT-THOUSANDS    PIC XXX.
           05 AMT-UNITS        PIC X(6).

      * POSTING ARITHMETIC.  THE NEW BALANCE GOES BACK ON THE MASTER
      * THROUGH AN EDITED PICTURE THAT KEEPS THE COMMAS WHERE THE
      * FILTER EXPECTS THEM.
       01  ITEM-AMOUNT         PIC 9(7)V99.
       01  OLD-BALANCE         PIC 9(7)V99.
       01  NEW-BALANCE         PIC S9(8)V99
                               SIGN IS LEADING SEPARATE.
       01  MAX-BALANCE         PIC 9(7)V99 VALUE 9999999.99.
       01  MASTER-AMOUNT-EDIT  PIC 9,999,999.99.
       01  ITEM-DC             PIC X.
           88 ITEM-IS-DEBIT           VALUE 'D'.
           88 ITEM-IS-CREDIT          VALUE 'C'.
       01  ITEM-DATE           PIC X(8).

       01  WS-MM               PIC 99.
       01  WS-DD               PIC 99.

      * CONTROL TOTALS.  "PRESENTED" IS EVERY ITEM ON THE DECK, THE
      * FIGURE THE HEADER CARD WAS BUILT FROM; APPLIED AND REJECTED
      * SPLIT IT.
       01  BATCH-DATE          PIC X(8) VALUE SPACES.
       01  BATCH-ID            PIC X(6) VALUE SPACES.
       01  HDR-COUNT-NUM       PIC 9(5) VALUE ZERO.
       01  HDR-DEBIT-NUM       PIC 9(11)V99 VALUE ZERO.
       01  HDR-CREDIT-NUM      PIC 9(11)V99 VALUE ZERO.
       01  ITEMS-PRESENTED     PIC 9(5) VALUE ZERO.
       01  ITEMS-APPLIED       PIC 9(5) VALUE ZERO.
       01  ITEMS-REJECTED      PIC 9(5) VALUE ZERO.
       01  PRESENTED-DEBITS    PIC 9(11)V99 VALUE ZERO.
       01  PRESENTED-CREDITS   PIC 9(11)V99 VALUE ZERO.
       01  APPLIED-DEBITS      PIC 9(11)V99 VALUE ZERO.
       01  APPLIED-CREDITS     PIC 9(11)V99 VALUE ZERO.
       01  REJECTED-DEBITS     PIC 9(11)V99 VALUE ZERO.
       01  REJECTED-CREDITS    PIC 9(11)V99 VALUE ZERO.
       01  OUT-OF-BALANCE-FLAG PIC X VALUE 'N'.
           88 OUT-OF-BALANCE          VALUE 'Y'.

       01  TOTAL-OUT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-OUT-2         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  AMOUNT-OUT          PIC $Z,ZZZ,ZZ9.99.
       01  COUNT-OUT           PIC ZZ,ZZ9.

       01  DATETIME.
           02 DT-STAMP         PIC X(14).
           02 FILLER           PIC X(7).

       01  WS-AUDIT-LINE.
           05  AUD-STAMP       PIC X(14).
           05  FILLER          PIC X VALUE SPACE.
           05  AUD-TYPE        PIC X(4).
           05  FILLER          PIC X VALUE SPACE.
           05  AUD-IMAGE       PIC X(80).
           05  FILLER          PIC X VALUE SPACE.
           05  AUD-REASON      PIC X(32).
           05  AUD-APPLIED-REASON REDEFINES AUD-REASON.
               10  AUD-ACTION      PIC X(3).
               10  FILLER          PIC X.
               10  AUD-ENTERED-BY  PIC X(3).
               10  FILLER          PIC X.
               10  AUD-APPROVED-BY PIC X(3).
               10  FILLER          PIC X.
               10  AUD-DETAIL      PIC X(20).

      *   RUNLOG AUDIT FIELDS -- ONE START AND ONE END CALL PER RUN.
       01  RUNLOG-EVENT        PIC X.
       01  RUNLOG-PGM          PIC X(8) VALUE "CUSTPOST".
       01  RUNLOG-READ         PIC 9(7) VALUE ZERO.
       01  RUNLOG-WRITTEN      PIC 9(7) VALUE ZERO.
       01  RUNLOG-REJECTED     PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN-CODE  PIC 9(4) VALUE ZERO.
       01  RUNLOG-CONDITION    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRIMARY.
           MOVE "S" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           MOVE FUNCTION CURRENT-DATE TO DATETIME
           DISPLAY "********  CUSTOMER TRANSACTION POSTING  ********"
           PERFORM 110-OPEN-FILES
           PERFORM 120-READ-HEADER-CARD
           PERFORM 200-POST-TRANSACTIONS UNTIL POST-EOF
           PERFORM 500-CONTROL-TOTALS
           PERFORM 600-CLOSE-FILES
           MOVE ITEMS-PRESENTED TO RUNLOG-READ
           MOVE ITEMS-APPLIED TO RUNLOG-WRITTEN
           MOVE ITEMS-REJECTED TO RUNLOG-REJECTED
           MOVE POST-RETURN-CODE TO RUNLOG-RETURN-CODE
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           DISPLAY "********  POSTING ENDS  ********"
           MOVE POST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       110-OPEN-FILES.
           OPEN I-O CUST-MASTER
           IF NOT CUST-MASTER-OK
              DISPLAY "CUSTOMER KSDS NOT AVAILABLE - STATUS "
                      CUST-MASTER-STATUS
              MOVE "MASTER NOT AVAILABLE" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 900-ABEND-RUN
           END-IF
           OPEN INPUT POST-FILE
           IF POST-OK
              SET POST-OPENED TO TRUE
           END-IF
           IF NOT POST-OK
              DISPLAY "POSTTRAN NOT AVAILABLE - NOTHING TO POST"
              SET POST-EOF TO TRUE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF NOT JOURNAL-OK
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-OK
              OPEN OUTPUT AUDIT-FILE
           END-IF.

      * THE HEADER CARD CARRIES THE TOTALS THE BATCH WAS BALANCED TO
      * WHEN IT WAS MADE UP.  A DECK WITHOUT ONE STILL POSTS -- THE
      * CONTROL TOTALS PRINT -- BUT THE RUN ENDS WITH A WARNING CODE.
       120-READ-HEADER-CARD.
           IF NOT POST-EOF
              READ POST-FILE
                 AT END SET POST-EOF TO TRUE
              END-READ
           END-IF
           IF NOT POST-EOF
              IF HDR-ID IS EQUAL TO "HDR"
                 SET HEADER-FOUND TO TRUE
                 MOVE HDR-BATCH-DATE TO BATCH-DATE
                 MOVE HDR-BATCH-ID TO BATCH-ID
                 IF HDR-ITEM-COUNT IS NUMERIC
                    MOVE HDR-ITEM-COUNT TO HDR-COUNT-NUM
                 END-IF
                 IF HDR-DEBITS IS NUMERIC
                    COMPUTE HDR-DEBIT-NUM =
                            FUNCTION NUMVAL(HDR-DEBITS) / 100
                 END-IF
                 IF HDR-CREDITS IS NUMERIC
                    COMPUTE HDR-CREDIT-NUM =
                            FUNCTION NUMVAL(HDR-CREDITS) / 100
                 END-IF
                 DISPLAY "BATCH " BATCH-ID " DATED " BATCH-DATE
              ELSE
                 DISPLAY "NO HDR CARD - POSTING WITHOUT A BATCH"
                         " HEADER"
              END-IF
           END-IF
           IF BATCH-DATE IS NOT NUMERIC
              MOVE DT-STAMP(1:8) TO BATCH-DATE
           END-IF
           IF NOT POST-EOF AND NOT HEADER-FOUND
              PERFORM 210-POST-ONE-ITEM
           END-IF.

       200-POST-TRANSACTIONS.
           READ POST-FILE
              AT END SET POST-EOF TO TRUE
              NOT AT END PERFORM 210-POST-ONE-ITEM
           END-READ.

       210-POST-ONE-ITEM.
           ADD 1 TO ITEMS-PRESENTED
           PERFORM 220-VALIDATE-ITEM
           IF CARD-VALID
              PERFORM 230-FIND-MASTER-ENTRY
           END-IF
           IF CARD-VALID
              PERFORM 240-APPLY-ITEM
           END-IF
           IF NOT CARD-VALID
              PERFORM 310-WRITE-REJECT
           END-IF.

      * THE CARD ITSELF: TYPE, DEBIT/CREDIT SENSE, ACCOUNT NUMBER AND
      * CHECK DIGIT, AMOUNT AND DATE.  THE PRESENTED TOTALS ARE
      * ACCUMULATED HERE SO A REJECTED ITEM STILL COUNTS AGAINST
      * THE HEADER.
       220-VALIDATE-ITEM.
           SET CARD-VALID TO TRUE
           MOVE SPACES TO REJECT-CODE
           MOVE SPACES TO REJECT-REASON
           MOVE ZERO TO ITEM-AMOUNT
           EVALUATE PST-TYPE
              WHEN "DEP"
              WHEN "INT"
                 MOVE 'C' TO ITEM-DC
              WHEN "WDL"
              WHEN "FEE"
                 MOVE 'D' TO ITEM-DC
              WHEN "ADJ"
                 MOVE PST-DC TO ITEM-DC
              WHEN OTHER
                 MOVE SPACE TO ITEM-DC
           END-EVALUATE
           MOVE PST-AMOUNT TO CUST-AMOUNT-FILTER
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF COMMA-1 IS EQUAL TO "," AND
              COMMA-2 IS EQUAL TO "," AND
              FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE ITEM-AMOUNT = FUNCTION NUMVAL(NOCOMMAS)
           END-IF
           IF ITEM-IS-DEBIT
              ADD ITEM-AMOUNT TO PRESENTED-DEBITS
           END-IF
           IF ITEM-IS-CREDIT
              ADD ITEM-AMOUNT TO PRESENTED-CREDITS
           END-IF
           IF PST-DATE IS EQUAL TO SPACES
              MOVE BATCH-DATE TO ITEM-DATE
           ELSE
              MOVE PST-DATE TO ITEM-DATE
           END-IF
           EVALUATE TRUE
              WHEN PST-TYPE IS NOT EQUAL TO "DEP" AND
                   PST-TYPE IS NOT EQUAL TO "WDL" AND
                   PST-TYPE IS NOT EQUAL TO "FEE" AND
                   PST-TYPE IS NOT EQUAL TO "ADJ" AND
                   PST-TYPE IS NOT EQUAL TO "INT"
                 MOVE "01" TO REJECT-CODE
                 MOVE "TYPE MUST BE DEP, WDL, FEE, ADJ OR INT"
                      TO REJECT-REASON
              WHEN NOT ITEM-IS-DEBIT AND NOT ITEM-IS-CREDIT
                 MOVE "09" TO REJECT-CODE
                 MOVE "ADJ D/C COLUMN MUST BE D OR C"
                      TO REJECT-REASON
              WHEN PST-ACCT IS NOT NUMERIC
                 MOVE "02" TO REJECT-CODE
                 MOVE "ACCOUNT NUMBER NOT NUMERIC" TO REJECT-REASON
              WHEN COMMA-1 IS NOT EQUAL TO "," OR
                   COMMA-2 IS NOT EQUAL TO "," OR
                   FUNCTION TEST-NUMVAL(NOCOMMAS) IS NOT EQUAL ZERO
                 MOVE "05" TO REJECT-CODE
                 MOVE "AMOUNT NOT IN M,TTT,UUU.UU FORM"
                      TO REJECT-REASON
              WHEN ITEM-DATE IS NOT NUMERIC
                 MOVE "07" TO REJECT-CODE
                 MOVE "ITEM DATE NOT NUMERIC YYYYMMDD"
                      TO REJECT-REASON
              WHEN OTHER
                 MOVE ITEM-DATE(5:2) TO WS-MM
                 MOVE ITEM-DATE(7:2) TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12 OR
                    WS-DD < 1 OR WS-DD > 31
                    MOVE "07" TO REJECT-CODE
                    MOVE "ITEM DATE MONTH/DAY OUT OF RANGE"
                         TO REJECT-REASON
                 ELSE
                    MOVE PST-ACCT TO TEST-NUM
                    PERFORM 330-LUHN-VALIDATE
                    IF NOT LUHN-PASS
                       MOVE "03" TO REJECT-CODE
                       MOVE "ACCOUNT CHECK DIGIT WRONG"
                            TO REJECT-REASON
                    END-IF
                 END-IF
           END-EVALUATE
           IF REJECT-CODE IS NOT EQUAL TO SPACES
              MOVE 'N' TO CARD-VALID-FLAG
           END-IF.

      * RANDOM READ BY THE CARD'S ACCOUNT NUMBER.  THE MATCHED
      * RECORD'S IMAGE IS KEPT ASIDE FOR THE AUDIT TRAIL.
       230-FIND-MASTER-ENTRY.
           MOVE 'N' TO MATCH-FOUND-FLAG
           MOVE PST-ACCT TO CST-ACCT-NO
           READ CUST-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SET MATCH-FOUND TO TRUE
                 MOVE CUST-MASTER-REC TO MASTER-IMAGE-VIEW
           END-READ
           IF NOT MATCH-FOUND
              MOVE 'N' TO CARD-VALID-FLAG
              MOVE "04" TO REJECT-CODE
              MOVE "ACCOUNT NOT ON MASTER" TO REJECT-REASON
           ELSE
           IF NOT MIV-OPEN
              MOVE 'N' TO CARD-VALID-FLAG
              MOVE "11" TO REJECT-CODE
              MOVE "ACCOUNT IS CLOSED" TO REJECT-REASON
           END-IF
           END-IF.

      * DEBITS NEVER TAKE A BALANCE BELOW ZERO -- AN OVERDRAFT
      * ATTEMPT IS REJECTED WHOLE, NOT PARTIALLY PAID.
       240-APPLY-ITEM.
           MOVE MIV-AMOUNT TO CUST-AMOUNT-FILTER
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE OLD-BALANCE = FUNCTION NUMVAL(NOCOMMAS)
           ELSE
              MOVE ZERO TO OLD-BALANCE
           END-IF
           IF ITEM-IS-DEBIT
              COMPUTE NEW-BALANCE = OLD-BALANCE - ITEM-AMOUNT
           ELSE
              COMPUTE NEW-BALANCE = OLD-BALANCE + ITEM-AMOUNT
           END-IF
           EVALUATE TRUE
              WHEN NEW-BALANCE IS LESS THAN ZERO
                 MOVE 'N' TO CARD-VALID-FLAG
                 MOVE "06" TO REJECT-CODE
                 MOVE "OVERDRAFT - DEBIT EXCEEDS BALANCE"
                      TO REJECT-REASON
              WHEN NEW-BALANCE IS GREATER THAN MAX-BALANCE
                 MOVE 'N' TO CARD-VALID-FLAG
                 MOVE "08" TO REJECT-CODE
                 MOVE "NEW BALANCE WOULD OVERFLOW THE MASTER"
                      TO REJECT-REASON
              WHEN OTHER
                 PERFORM 250-REWRITE-MASTER
           END-EVALUATE.

       250-REWRITE-MASTER.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
           PERFORM 300-AUDIT-APPLIED-OLD
           MOVE NEW-BALANCE TO MASTER-AMOUNT-EDIT
           MOVE MASTER-AMOUNT-EDIT TO MIV-AMOUNT
      * CAPITALIZED INTEREST IS NOT OWNER ACTIVITY: IT MUST NOT KEEP
      * A DORMANT ACCOUNT OUT OF AGERPT AND THE ESCHEAT CYCLE.
           IF PST-TYPE IS NOT EQUAL TO "INT"
              MOVE ITEM-DATE TO MIV-DATE-2
           END-IF
           MOVE MASTER-IMAGE-VIEW TO CUST-MASTER-REC
           REWRITE CUST-MASTER-REC
              INVALID KEY
                 MOVE 'N' TO CARD-VALID-FLAG
                 MOVE "10" TO REJECT-CODE
                 MOVE "REWRITE FAILED" TO REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO ITEMS-APPLIED
                 IF ITEM-IS-DEBIT
                    ADD ITEM-AMOUNT TO APPLIED-DEBITS
                 ELSE
                    ADD ITEM-AMOUNT TO APPLIED-CREDITS
                 END-IF
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
                 PERFORM 305-AUDIT-APPLIED-NEW
                 PERFORM 260-WRITE-JOURNAL
           END-REWRITE.

       260-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-REC
           MOVE PST-ACCT TO JRN-ACCT
           MOVE ITEM-DATE TO JRN-DATE
           MOVE PST-TYPE TO JRN-TYPE
           MOVE ITEM-DC TO JRN-DC
           MOVE ITEM-AMOUNT TO JRN-AMOUNT
           MOVE NEW-BALANCE TO JRN-BALANCE
           MOVE PST-REF TO JRN-REF
           MOVE PST-DESC TO JRN-DESC
           WRITE JOURNAL-REC
           MOVE ITEM-AMOUNT TO AMOUNT-OUT
           DISPLAY "POSTED " PST-TYPE " " ITEM-DC " " PST-ACCT " "
                   AMOUNT-OUT " BAL " MASTER-AMOUNT-EDIT.

      * THE AUDIT REASON CARRIES THE ITEM TYPE AND REFERENCE, WHICH
      * IS WHAT A BARE CHG NEVER TOLD AUDITRPT.
       300-AUDIT-APPLIED-OLD.
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "OLD " TO AUD-TYPE
           PERFORM 307-BUILD-AUDIT-REASON
           PERFORM 320-WRITE-AUDIT-LINE.

       305-AUDIT-APPLIED-NEW.
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "NEW " TO AUD-TYPE
           PERFORM 307-BUILD-AUDIT-REASON
           PERFORM 320-WRITE-AUDIT-LINE.

      * SAME REASON LAYOUT AS CUSTMNT'S APPLIED LINES; A POSTED ITEM
      * HAS NO OPERATOR IDS, SO THOSE COLUMNS STAY BLANK.
       307-BUILD-AUDIT-REASON.
           MOVE SPACES TO AUD-REASON
           MOVE PST-TYPE TO AUD-ACTION
           STRING ITEM-DC " REF " PST-REF
                  DELIMITED BY SIZE INTO AUD-DETAIL.

       310-WRITE-REJECT.
           ADD 1 TO ITEMS-REJECTED
           IF ITEM-IS-DEBIT
              ADD ITEM-AMOUNT TO REJECTED-DEBITS
           END-IF
           IF ITEM-IS-CREDIT
              ADD ITEM-AMOUNT TO REJECTED-CREDITS
           END-IF
           MOVE SPACES TO REJECT-REC
           MOVE POST-REC TO REJ-CARD
           MOVE REJECT-CODE TO REJ-CODE
           MOVE REJECT-REASON TO REJ-TEXT
           WRITE REJECT-REC
           DISPLAY "REJECTED " PST-TYPE " " PST-ACCT " - "
                   REJECT-CODE " " REJECT-REASON.

       320-WRITE-AUDIT-LINE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC
           WRITE AUDIT-REC.

      * MOD-10 VALIDATION OF AN EIGHT-DIGIT NUMBER, THE SAME LUHN
      * ARITHMETIC AS THE LUHN PROGRAM'S 200-LUHN.
       330-LUHN-VALIDATE.
           MOVE ZERO TO CHECKSUM
           PERFORM 335-SUM-ONE-DIGIT
                   VARYING DIGIT-COUNTER FROM 1 BY 1
                   UNTIL DIGIT-COUNTER IS GREATER THAN 8
           COMPUTE LUHN-RESULT = FUNCTION MOD(CHECKSUM 10).

       335-SUM-ONE-DIGIT.
           MOVE TEST-NUM(9 - DIGIT-COUNTER:1) TO WORK-DIGIT
           IF FUNCTION MOD(DIGIT-COUNTER 2) IS EQUAL TO ZERO
              MULTIPLY 2 BY WORK-DIGIT
              IF WORK-DIGIT IS GREATER THAN 9
                 SUBTRACT 9 FROM WORK-DIGIT
              END-IF
           END-IF
           ADD WORK-DIGIT TO CHECKSUM.

      * DEBIT AND CREDIT CONTROL TOTALS: PRESENTED (WHAT THE HEADER
      * WAS MADE UP FROM), APPLIED AND REJECTED.  PRESENTED MUST
      * AGREE WITH THE HEADER CARD ON ITEM COUNT AND BOTH TOTALS.
       500-CONTROL-TOTALS.
           DISPLAY SPACES
           DISPLAY "CONTROL TOTALS              ITEMS"
                   "              DEBITS             CREDITS"
           MOVE ITEMS-PRESENTED TO COUNT-OUT
           MOVE PRESENTED-DEBITS TO TOTAL-OUT
           MOVE PRESENTED-CREDITS TO TOTAL-OUT-2
           DISPLAY "  PRESENTED              " COUNT-OUT "  "
                   TOTAL-OUT "  " TOTAL-OUT-2
           MOVE ITEMS-APPLIED TO COUNT-OUT
           MOVE APPLIED-DEBITS TO TOTAL-OUT
           MOVE APPLIED-CREDITS TO TOTAL-OUT-2
           DISPLAY "  APPLIED                " COUNT-OUT "  "
                   TOTAL-OUT "  " TOTAL-OUT-2
           MOVE ITEMS-REJECTED TO COUNT-OUT
           MOVE REJECTED-DEBITS TO TOTAL-OUT
           MOVE REJECTED-CREDITS TO TOTAL-OUT-2
           DISPLAY "  REJECTED               " COUNT-OUT "  "
                   TOTAL-OUT "  " TOTAL-OUT-2
           IF NOT HEADER-FOUND
              DISPLAY "  BATCH HEADER           (NONE)"
              DISPLAY "NO BATCH HEADER CARD - TOTALS NOT PROVEN"
              MOVE "NO BATCH HEADER" TO RUNLOG-CONDITION
              MOVE 4 TO POST-RETURN-CODE
           ELSE
              MOVE HDR-COUNT-NUM TO COUNT-OUT
              MOVE HDR-DEBIT-NUM TO TOTAL-OUT
              MOVE HDR-CREDIT-NUM TO TOTAL-OUT-2
              DISPLAY "  BATCH HEADER           " COUNT-OUT "  "
                      TOTAL-OUT "  " TOTAL-OUT-2
              IF HDR-COUNT-NUM IS NOT EQUAL TO ITEMS-PRESENTED
                 SET OUT-OF-BALANCE TO TRUE
                 DISPLAY "ITEM COUNT DOES NOT AGREE WITH HEADER"
              END-IF
              IF HDR-DEBIT-NUM IS NOT EQUAL TO PRESENTED-DEBITS
                 SET OUT-OF-BALANCE TO TRUE
                 DISPLAY "DEBIT TOTAL DOES NOT AGREE WITH HEADER"
              END-IF
              IF HDR-CREDIT-NUM IS NOT EQUAL TO PRESENTED-CREDITS
                 SET OUT-OF-BALANCE TO TRUE
                 DISPLAY "CREDIT TOTAL DOES NOT AGREE WITH HEADER"
              END-IF
              IF OUT-OF-BALANCE
                 DISPLAY "BATCH " BATCH-ID " IS OUT OF BALANCE"
                 MOVE "BATCH OUT OF BALANCE" TO RUNLOG-CONDITION
                 MOVE 8 TO POST-RETURN-CODE
              ELSE
                 DISPLAY "BATCH " BATCH-ID " IN BALANCE WITH HEADER"
              END-IF
           END-IF.

       600-CLOSE-FILES.
           CLOSE CUST-MASTER
           CLOSE JOURNAL-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE
           IF POST-OPENED
              CLOSE POST-FILE
           END-IF.

       900-ABEND-RUN.
           MOVE "A" TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.
