       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTINT.
       AUTHOR.        CHIPMAN.
      *
      * INTEREST ACCRUAL AND CAPITALIZATION ON CUSTOMER BALANCES.
      * THE MASTER CARRIES A BALANCE BUT NO INTEREST WAS EVER
      * CREDITED; THE FIGURES QUOTED TO CUSTOMERS CAME OFF A SIDE
      * SPREADSHEET.  THIS JOB KEEPS THE ACCRUED-NOT-PAID INTEREST
      * FOR EVERY ACCOUNT ON THE INTACCR FILE AND RUNS IN ONE OF
      * THREE MODES, CHOSEN BY THE INTPARM CARD:
      *
      *   D  DAILY ACCRUAL (THE DEFAULT).  EACH OPEN ACCOUNT EARNS
      *      BALANCE X ANNUAL RATE / 365 FOR EVERY DAY SINCE ITS
      *      LAST ACCRUAL (ONE DAY FOR A NEW ACCOUNT), AT THE RATE
      *      FOR ITS BALANCE TIER.  THE TIERS AND RATES COME FROM
      *      THE INTRATE RATE CARD, THE SAME CARD TOPACCTS TAKES ITS
      *      TIER BREAKS FROM, SO THE ACCRUAL AND THE TIER REPORT
      *      ALWAYS AGREE.  A RERUN ON THE SAME DAY ACCRUES NOTHING.
      *      THE REGISTER SHOWS BALANCE AND INTEREST BY TIER.
      *
      *   M  MONTH-END CAPITALIZATION, RUN AFTER THE LAST DAILY
      *      ACCRUAL OF THE MONTH.  THE WHOLE CENTS ACCRUED ON EACH
      *      OPEN ACCOUNT BECOME AN INT CREDIT CARD IN THE CUSTPOST
      *      DECK LAYOUT ON INTPOST, WITH ITS BATCH HEADER CARD ON
      *      INTHDR.  THE NEXT STEP CONCATENATES THE TWO AND RUNS
      *      CUSTPOST, SO THE INTEREST REACHES CST-AMOUNT THROUGH THE
      *      POSTING JOURNAL AND CUSTAUDT LIKE ANY OTHER ITEM.  THE
      *      FRACTION OF A CENT STAYS ACCRUED.  THE MONTH-END
      *      INTEREST REGISTER LISTS EVERY ACCOUNT CREDITED.
      *
      *   Y  YEAR-END EXTRACT FOR THE YEAR ON THE CARD (DEFAULT:
      *      LAST YEAR).  ONE INTYTD RECORD PER ACCOUNT PAID
      *      INTEREST IN THAT YEAR, FLAGGED WHERE THE AMOUNT REACHES
      *      THE $10 TAX-REPORTING THRESHOLD.  INTACCR KEEPS THE
      *      CURRENT AND PRIOR YEAR'S INTEREST PAID, SO THE EXTRACT
      *      CAN BE RUN, AND RERUN, ANY TIME BEFORE THE NEXT YEAR
      *      END.
      *
      * CLOSED AND ESCHEATED ACCOUNTS ACCRUE NOTHING.  ANY INTEREST
      * STILL ACCRUED ON ONE IS LISTED AT MONTH-END AND NOT
      * CREDITED, FOR OPERATIONS TO SETTLE BY HAND.  AN INTACCR
      * RECORD WHOSE ACCOUNT HAS LEFT THE MASTER IS DROPPED.
      *
      * A RUN THAT STOPS SHORT COPIES THE CURRENT INTACCR GENERATION
      * TO INTNEW UNCHANGED, SO NO ACCRUAL IS LOST.
      *
      * INTPARM CARD (OPTIONAL):  MODE(1) YEAR(4)
      *
      * INTRATE CARD, ONE PER TIER, ALL FOUR REQUIRED:
      *   TIER(1) FLOOR(7) RATE(6) LABEL(14)
      *   WITH ONE SPACE BETWEEN FIELDS.  FLOOR IS THE LOWEST WHOLE-
      *   DOLLAR BALANCE IN THE TIER (TIER 1 IS ZERO); RATE IS THE
      *   ANNUAL PERCENTAGE WITH FOUR IMPLIED DECIMALS, E.G.
      *   012500 = 1.25%.
      *
      * ACCRUAL RECORD (INTACCR), IN ACCOUNT ORDER:
      *   ACCOUNT(8) LAST-ACCRUED(8) ACCRUED 9(5)V9(6) YEAR(4)
      *   PAID-THIS-YEAR 9(7)V99 PAID-PRIOR-YEAR 9(7)V99
      *   WITH ONE SPACE BETWEEN FIELDS.
      *
      * YEAR-END EXTRACT (INTYTD):
      *   ACCOUNT(8) NAME(33) YEAR(4) INTEREST-PAID 9(7)V99
      *   REPORTABLE(1: Y OR N)
      *   WITH ONE SPACE BETWEEN FIELDS.
      *
      * //CUSTINT   JOB 1,NOTIFY=&SYSUID
      * //ACCRUE  EXEC PGM=CUSTINT
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=SHR
      * //INTPARM   DD DSN=&SYSUID..CONTROL(INTPARM),DISP=SHR
      * //INTRATE   DD DSN=&SYSUID..CONTROL(INTRATE),DISP=SHR
      * //INTACCR   DD DSN=&SYSUID..INTACCR(0),DISP=SHR
      * //INTNEW    DD DSN=&SYSUID..INTACCR(+1),DISP=(NEW,CATLG),
      * //             SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=80)
      * //INTHDR    DD DSN=&&INTHDR,DISP=(NEW,PASS)
      * //INTPOST   DD DSN=&&INTPOST,DISP=(NEW,PASS)
      * //INTYTD    DD DSN=&SYSUID..INTYTD,DISP=(NEW,CATLG)
      * //RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      * //SYSOUT    DD SYSOUT=*,OUTLIM=10000
      * //* MONTH-END ONLY: POST THE INTEREST CREDITS.  RC 4 ONLY
      * //* FLAGS ACCRUALS LEFT FOR OPERATIONS; THE CREDITS ON
      * //* INTPOST ARE ALREADY MARKED PAID ON INTACCR(+1) AND
      * //* MUST STILL BE POSTED.
      * // IF ACCRUE.RC <= 4 THEN
      * //POST    EXEC PGM=CUSTPOST
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=SHR
      * //POSTTRAN  DD DSN=&&INTHDR,DISP=(OLD,DELETE)
      * //          DD DSN=&&INTPOST,DISP=(OLD,DELETE)
      * //CUSTJRNL  DD DSN=&SYSUID..CUSTJRNL,DISP=MOD
      * //POSTREJ   DD DSN=&SYSUID..POSTREJ(+1),DISP=(NEW,CATLG)
      * //CUSTAUDT  DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=MOD
      * //RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      * //SYSOUT    DD SYSOUT=*,OUTLIM=5000
      * // ENDIF
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO CUSTOMER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CST-ACCT-NO
           FILE STATUS IS CUST-MASTER-STATUS.

           SELECT INT-PARM ASSIGN TO INTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INT-PARM-STATUS.

           SELECT RATE-CARD ASSIGN TO INTRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RATE-CARD-STATUS.

           SELECT ACCR-OLD ASSIGN TO INTACCR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ACCR-OLD-STATUS.

           SELECT ACCR-NEW ASSIGN TO INTNEW
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ACCR-NEW-STATUS.

           SELECT POST-HDR ASSIGN TO INTHDR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS POST-HDR-STATUS.

           SELECT POST-FILE ASSIGN TO INTPOST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS POST-STATUS.

           SELECT YTD-FILE ASSIGN TO INTYTD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS YTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER RECORD CONTAINS 80 CHARACTERS.
       01  CUST-MASTER-REC.
           05  CST-NAME        PIC X(33).
           05  CST-DATE-1      PIC X(8).
           05  CST-STATUS      PIC X.
               88 CST-OPEN            VALUE SPACE.
           05  FILLER          PIC XX.
           05  CST-DATE-2      PIC X(8).
           05  CST-ACCT-NO     PIC X(8).
           05  FILLER          PIC X.
           05  CST-AMOUNT      PIC X(12).
           05  FILLER          PIC X(7).

       FD  INT-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  INT-PARM-REC.
           05  IPR-MODE        PIC X.
           05  FILLER          PIC X.
           05  IPR-YEAR        PIC X(4).
           05  FILLER          PIC X(74).

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

       FD  ACCR-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ACCR-OLD-REC        PIC X(80).

       FD  ACCR-NEW RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ACCR-NEW-REC        PIC X(80).

      * THE CUSTPOST HEADER AND ITEM CARD LAYOUTS.
       FD  POST-HDR RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  POST-HEADER-REC.
           05  HDR-ID          PIC X(3).
           05  FILLER          PIC X.
           05  HDR-BATCH-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  HDR-ITEM-COUNT  PIC 9(5).
           05  FILLER          PIC X.
           05  HDR-DEBITS      PIC 9(11)V99.
           05  FILLER          PIC X.
           05  HDR-CREDITS     PIC 9(11)V99.
           05  FILLER          PIC X.
           05  HDR-BATCH-ID    PIC X(6).
           05  FILLER          PIC X(27).

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
           05  PST-AMOUNT      PIC 9,999,999.99.
           05  FILLER          PIC X.
           05  PST-REF         PIC X(10).
           05  FILLER          PIC X.
           05  PST-DESC        PIC X(20).
           05  FILLER          PIC X(12).

       FD  YTD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  YTD-REC.
           05  YTD-ACCT        PIC X(8).
           05  FILLER          PIC X.
           05  YTD-NAME        PIC X(33).
           05  FILLER          PIC X.
           05  YTD-YEAR        PIC 9(4).
           05  FILLER          PIC X.
           05  YTD-PAID        PIC 9(7)V99.
           05  FILLER          PIC X.
           05  YTD-REPORTABLE  PIC X.
           05  FILLER          PIC X(21).

       WORKING-STORAGE SECTION.
       01  CUST-MASTER-STATUS  PIC XX VALUE "00".
           88 CUST-MASTER-OK          VALUE "00".
       01  INT-PARM-STATUS     PIC XX VALUE "00".
           88 INT-PARM-OK             VALUE "00".
       01  RATE-CARD-STATUS    PIC XX VALUE "00".
           88 RATE-CARD-OK            VALUE "00".
       01  ACCR-OLD-STATUS     PIC XX VALUE "00".
           88 ACCR-OLD-OK             VALUE "00".
       01  ACCR-NEW-STATUS     PIC XX VALUE "00".
           88 ACCR-NEW-OK             VALUE "00".
       01  POST-HDR-STATUS     PIC XX VALUE "00".
           88 POST-HDR-OK             VALUE "00".
       01  POST-STATUS         PIC XX VALUE "00".
           88 POST-OK                 VALUE "00".
       01  YTD-STATUS          PIC XX VALUE "00".
           88 YTD-OK                  VALUE "00".

       01  RATE-EOF-FLAG       PIC X VALUE 'N'.
           88 RATE-EOF                VALUE 'Y'.
       01  RATE-CARD-VALID-FLAG PIC X VALUE 'Y'.
           88 RATE-CARD-VALID         VALUE 'Y'.

       01  RUN-MODE            PIC X VALUE "D".
           88 MODE-DAILY              VALUE "D".
           88 MODE-MONTH-END          VALUE "M".
           88 MODE-YEAR-END           VALUE "Y".
       01  INT-RETURN-CODE     PIC 9 VALUE ZERO.

      * MATCH KEYS.  HIGH-VALUES MARKS THE END OF EITHER FILE.
       01  MASTER-KEY          PIC X(8) VALUE SPACES.
       01  ACCR-KEY            PIC X(8) VALUE SPACES.
       01  ACCR-OPEN-FLAG      PIC X VALUE 'N'.
           88 ACCR-OPEN               VALUE 'Y'.

      * THE CURRENT ACCRUAL RECORD, OLD IN AND NEW OUT.
       01  ACCRUAL-REC.
           05  ACR-ACCT        PIC X(8).
           05  FILLER          PIC X.
           05  ACR-LAST-DATE   PIC X(8).
           05  FILLER          PIC X.
           05  ACR-ACCRUED     PIC 9(5)V9(6).
           05  FILLER          PIC X.
           05  ACR-YEAR        PIC X(4).
           05  FILLER          PIC X.
           05  ACR-YTD-PAID    PIC 9(7)V99.
           05  FILLER          PIC X.
           05  ACR-PRIOR-PAID  PIC 9(7)V99.
           05  FILLER          PIC X(26).

      * THE RATE CARD: FLOOR, ANNUAL RATE AND LABEL PER TIER, WITH
      * THE DAY'S TOTALS FOR THE DAILY REGISTER.
       01  TIER-IDX            PIC 9.
       01  TIER-TABLE.
           05  TIER-ENTRY OCCURS 4 TIMES.
               10  TRT-FLOOR       PIC 9(7).
               10  TRT-RATE        PIC 99V9999.
               10  TRT-LABEL       PIC X(14).
               10  TRT-SEEN        PIC X.
               10  TRT-COUNT       PIC 9(7).
               10  TRT-BALANCE     PIC 9(11)V99.
               10  TRT-INTEREST    PIC 9(7)V9(6).

       01  DATETIME.
           02 DT-STAMP         PIC X(14).
           02 FILLER           PIC X(7).
       01  RUN-DATE            PIC 9(8).
       01  RUN-DATE-X REDEFINES RUN-DATE.
           05  RUN-YEAR        PIC 9(4).
           05  RUN-MONTH       PIC 99.
           05  RUN-DAY         PIC 99.
       01  RUN-DATE-INTEGER    PIC 9(7).
       01  LAST-DATE-NUM       PIC 9(8).
       01  ACCRUAL-DAYS        PIC S9(5)
                               SIGN IS LEADING SEPARATE.
       01  EXTRACT-YEAR        PIC 9(4).
       01  WS-MM               PIC 99.
       01  WS-DD               PIC 99.

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

       01  DAY-INTEREST        PIC 9(7)V9(6).
       01  CREDIT-AMOUNT       PIC 9(7)V99.
       01  PAID-AMOUNT         PIC 9(7)V99.

       01  MASTER-READ         PIC 9(7) VALUE ZERO.
       01  ACCRUED-COUNT       PIC 9(7) VALUE ZERO.
       01  ALREADY-COUNT       PIC 9(7) VALUE ZERO.
       01  DROPPED-COUNT       PIC 9(5) VALUE ZERO.
       01  EXCEPTION-COUNT     PIC 9(5) VALUE ZERO.
       01  CREDIT-COUNT        PIC 9(5) VALUE ZERO.
       01  CREDIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  CARRIED-TOTAL       PIC 9(7)V9(6) VALUE ZERO.
       01  EXTRACT-COUNT       PIC 9(7) VALUE ZERO.
       01  REPORTABLE-COUNT    PIC 9(7) VALUE ZERO.
       01  EXTRACT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  REPORTING-THRESHOLD PIC 9(3)V99 VALUE 10.00.

       01  AMOUNT-OUT          PIC $Z,ZZZ,ZZ9.99.
       01  TOTAL-OUT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  INTEREST-OUT        PIC $ZZZ,ZZ9.999999.
       01  RATE-OUT            PIC Z9.9999.
       01  COUNT-OUT           PIC Z,ZZZ,ZZ9.

      *   RUNLOG AUDIT FIELDS -- ONE START AND ONE END CALL PER RUN.
       01  RUNLOG-EVENT        PIC X.
       01  RUNLOG-PGM          PIC X(8) VALUE "CUSTINT".
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
           MOVE DT-STAMP(1:8) TO RUN-DATE
           COMPUTE RUN-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           COMPUTE EXTRACT-YEAR = RUN-YEAR - 1
           PERFORM 105-READ-PARM-CARD
           IF MODE-DAILY
              PERFORM 110-LOAD-RATE-CARD
           END-IF
           PERFORM 120-OPEN-FILES
           EVALUATE TRUE
              WHEN MODE-DAILY
                 DISPLAY "********  DAILY INTEREST ACCRUAL  ********"
                 DISPLAY "ACCRUAL DATE " RUN-DATE
              WHEN MODE-MONTH-END
                 DISPLAY "********  MONTH-END INTEREST REGISTER  "
                         "********"
                 DISPLAY "CAPITALIZED " RUN-DATE
                 DISPLAY SPACES
                 DISPLAY "ACCOUNT  NAME                              "
                         "     CREDITED   FRACTION KEPT"
              WHEN MODE-YEAR-END
                 DISPLAY "********  YEAR-END INTEREST PAID EXTRACT  "
                         "********"
                 DISPLAY "TAX YEAR " EXTRACT-YEAR
                 DISPLAY SPACES
                 DISPLAY "ACCOUNT  NAME                              "
                         "    PAID IN YEAR  REPORTABLE"
           END-EVALUATE
           PERFORM 200-READ-MASTER
           PERFORM 210-READ-ACCRUAL
           PERFORM 300-MATCH-ONE-ACCOUNT
                   UNTIL MASTER-KEY IS EQUAL TO HIGH-VALUES
                   AND ACCR-KEY IS EQUAL TO HIGH-VALUES
           EVALUATE TRUE
              WHEN MODE-DAILY
                 PERFORM 700-DAILY-REGISTER
              WHEN MODE-MONTH-END
                 PERFORM 720-MONTH-END-FOOTING
              WHEN MODE-YEAR-END
                 PERFORM 740-YEAR-END-FOOTING
           END-EVALUATE
           PERFORM 800-CLOSE-FILES
           IF EXCEPTION-COUNT IS GREATER THAN ZERO
              MOVE "ACCRUAL EXCEPTIONS" TO RUNLOG-CONDITION
              MOVE 4 TO INT-RETURN-CODE
           END-IF
           MOVE MASTER-READ TO RUNLOG-READ
           MOVE EXCEPTION-COUNT TO RUNLOG-REJECTED
           MOVE INT-RETURN-CODE TO RUNLOG-RETURN-CODE
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           MOVE INT-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       105-READ-PARM-CARD.
           OPEN INPUT INT-PARM
           IF INT-PARM-OK
              READ INT-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF IPR-MODE IS EQUAL TO "D" OR "M" OR "Y"
                       MOVE IPR-MODE TO RUN-MODE
                    END-IF
                    IF IPR-YEAR IS NUMERIC
                       MOVE IPR-YEAR TO EXTRACT-YEAR
                    END-IF
              END-READ
              CLOSE INT-PARM
           END-IF.

      * ALL FOUR TIERS MUST BE ON THE CARD, FLOORS RISING FROM ZERO.
      * THE ACCRUAL DOES NOT GUESS AT A RATE.
       110-LOAD-RATE-CARD.
           MOVE SPACES TO TIER-TABLE
           OPEN INPUT RATE-CARD
           IF NOT RATE-CARD-OK
              DISPLAY "INTRATE NOT AVAILABLE - NOTHING ACCRUED"
              MOVE "INTRATE NOT OPENED" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 590-CARRY-ACCRUALS
              PERFORM 900-ABEND-RUN
           END-IF
           PERFORM 112-READ-ONE-RATE-CARD UNTIL RATE-EOF
           CLOSE RATE-CARD
           PERFORM 114-CHECK-ONE-TIER
                   VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX IS GREATER THAN 4
           IF NOT RATE-CARD-VALID
              DISPLAY "INTRATE INCOMPLETE OR OUT OF ORDER - NOTHING"
                      " ACCRUED"
              MOVE "RATE CARD INVALID" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 590-CARRY-ACCRUALS
              PERFORM 900-ABEND-RUN
           END-IF.

       112-READ-ONE-RATE-CARD.
           READ RATE-CARD
              AT END SET RATE-EOF TO TRUE
              NOT AT END
                 IF RC-TIER IS NUMERIC AND
                    RC-TIER IS NOT LESS THAN "1" AND
                    RC-TIER IS NOT GREATER THAN "4" AND
                    RC-FLOOR IS NUMERIC AND RC-RATE IS NUMERIC
                    MOVE RC-TIER TO TIER-IDX
                    MOVE RC-FLOOR TO TRT-FLOOR(TIER-IDX)
                    MOVE RC-RATE TO TRT-RATE(TIER-IDX)
                    MOVE RC-LABEL TO TRT-LABEL(TIER-IDX)
                    MOVE "Y" TO TRT-SEEN(TIER-IDX)
                    MOVE ZERO TO TRT-COUNT(TIER-IDX)
                    MOVE ZERO TO TRT-BALANCE(TIER-IDX)
                    MOVE ZERO TO TRT-INTEREST(TIER-IDX)
                 ELSE
                    DISPLAY "INTRATE CARD NOT VALID: " RATE-CARD-REC
                    MOVE 'N' TO RATE-CARD-VALID-FLAG
                 END-IF
           END-READ.

       114-CHECK-ONE-TIER.
           IF TRT-SEEN(TIER-IDX) IS NOT EQUAL TO "Y"
              MOVE 'N' TO RATE-CARD-VALID-FLAG
           ELSE
              IF TIER-IDX IS EQUAL TO 1
                 IF TRT-FLOOR(1) IS NOT EQUAL TO ZERO
                    MOVE 'N' TO RATE-CARD-VALID-FLAG
                 END-IF
              ELSE
                 IF TRT-SEEN(TIER-IDX - 1) IS EQUAL TO "Y" AND
                    TRT-FLOOR(TIER-IDX) IS NOT GREATER THAN
                    TRT-FLOOR(TIER-IDX - 1)
                    MOVE 'N' TO RATE-CARD-VALID-FLAG
                 END-IF
              END-IF
           END-IF.

       120-OPEN-FILES.
           OPEN INPUT CUST-MASTER
           IF NOT CUST-MASTER-OK
              DISPLAY "CUSTOMER KSDS NOT AVAILABLE - STATUS "
                      CUST-MASTER-STATUS
              MOVE "MASTER NOT AVAILABLE" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 590-CARRY-ACCRUALS
              PERFORM 900-ABEND-RUN
           END-IF
           OPEN INPUT ACCR-OLD
           IF ACCR-OLD-OK
              SET ACCR-OPEN TO TRUE
           ELSE
              DISPLAY "NO INTACCR GENERATION - STARTING FROM NOTHING"
              MOVE HIGH-VALUES TO ACCR-KEY
           END-IF
      * THE MODE'S OWN FILES ARE OPENED AND CHECKED BEFORE INTNEW,
      * SO NOTHING IS WRITTEN TO THE NEW GENERATION UNLESS THE RUN
      * CAN FINISH.
           IF MODE-MONTH-END
              OPEN OUTPUT POST-HDR
              OPEN OUTPUT POST-FILE
              IF NOT POST-HDR-OK OR NOT POST-OK
                 DISPLAY "INTHDR/INTPOST NOT AVAILABLE - NOTHING "
                         "CAPITALIZED"
                 MOVE "INTPOST NOT OPENED" TO RUNLOG-CONDITION
                 MOVE 8 TO RETURN-CODE
                 PERFORM 590-CARRY-ACCRUALS
                 PERFORM 900-ABEND-RUN
              END-IF
           END-IF
           IF MODE-YEAR-END
              OPEN OUTPUT YTD-FILE
              IF NOT YTD-OK
                 DISPLAY "INTYTD NOT AVAILABLE - NOTHING EXTRACTED"
                 MOVE "INTYTD NOT OPENED" TO RUNLOG-CONDITION
                 MOVE 8 TO RETURN-CODE
                 PERFORM 590-CARRY-ACCRUALS
                 PERFORM 900-ABEND-RUN
              END-IF
           END-IF
           OPEN OUTPUT ACCR-NEW
           IF NOT ACCR-NEW-OK
              DISPLAY "INTNEW NOT AVAILABLE - NOTHING DONE"
              MOVE "INTNEW NOT OPENED" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 900-ABEND-RUN
           END-IF.

       200-READ-MASTER.
           READ CUST-MASTER NEXT RECORD
              AT END MOVE HIGH-VALUES TO MASTER-KEY
              NOT AT END
                 ADD 1 TO MASTER-READ
                 MOVE CST-ACCT-NO TO MASTER-KEY
           END-READ.

       210-READ-ACCRUAL.
           IF ACCR-KEY IS NOT EQUAL TO HIGH-VALUES
              READ ACCR-OLD
                 AT END MOVE HIGH-VALUES TO ACCR-KEY
                 NOT AT END
                    MOVE ACCR-OLD-REC(1:8) TO ACCR-KEY
              END-READ
           END-IF.

      * MASTER AND INTACCR ARE BOTH IN ACCOUNT ORDER.  AN ACCOUNT
      * WITH NO ACCRUAL RECORD YET STARTS ONE ON ITS FIRST DAILY RUN.
       300-MATCH-ONE-ACCOUNT.
           EVALUATE TRUE
              WHEN MASTER-KEY IS LESS THAN ACCR-KEY
                 IF MODE-DAILY AND CST-OPEN
                    MOVE SPACES TO ACCRUAL-REC
                    MOVE CST-ACCT-NO TO ACR-ACCT
                    MOVE ZERO TO ACR-ACCRUED
                    MOVE RUN-YEAR TO ACR-YEAR
                    MOVE ZERO TO ACR-YTD-PAID
                    MOVE ZERO TO ACR-PRIOR-PAID
                    PERFORM 400-ACCRUE-ONE-ACCOUNT
                    PERFORM 390-WRITE-ACCRUAL
                 END-IF
                 PERFORM 200-READ-MASTER
              WHEN MASTER-KEY IS EQUAL TO ACCR-KEY
                 MOVE ACCR-OLD-REC TO ACCRUAL-REC
                 PERFORM 310-ROLL-YEAR
                 EVALUATE TRUE
                    WHEN MODE-DAILY
                       IF CST-OPEN
                          PERFORM 400-ACCRUE-ONE-ACCOUNT
                       END-IF
                    WHEN MODE-MONTH-END
                       PERFORM 500-CAPITALIZE-ONE-ACCOUNT
                    WHEN MODE-YEAR-END
                       PERFORM 600-EXTRACT-ONE-ACCOUNT
                 END-EVALUATE
                 PERFORM 390-WRITE-ACCRUAL
                 PERFORM 200-READ-MASTER
                 PERFORM 210-READ-ACCRUAL
              WHEN OTHER
                 MOVE ACCR-OLD-REC TO ACCRUAL-REC
                 ADD 1 TO DROPPED-COUNT
                 DISPLAY "  " ACR-ACCT " NO LONGER ON MASTER - ACCRUAL"
                         " RECORD DROPPED"
                 IF ACR-ACCRUED IS NOT LESS THAN 0.01
                    ADD 1 TO EXCEPTION-COUNT
                    MOVE ACR-ACCRUED TO INTEREST-OUT
                    DISPLAY "  ** " ACR-ACCT " DROPPED WITH "
                            INTEREST-OUT " ACCRUED"
                 END-IF
                 PERFORM 210-READ-ACCRUAL
           END-EVALUATE.

      * THE FIRST RECORD TOUCHED IN A NEW YEAR MOVES THIS YEAR'S
      * INTEREST PAID INTO LAST YEAR'S, SO THE YEAR-END EXTRACT CAN
      * STILL FIND IT.
       310-ROLL-YEAR.
           IF ACR-YEAR IS NOT NUMERIC
              MOVE RUN-YEAR TO ACR-YEAR
              MOVE ZERO TO ACR-YTD-PAID
           END-IF
           IF ACR-YEAR IS LESS THAN RUN-YEAR
              IF ACR-YEAR IS EQUAL TO RUN-YEAR - 1
                 MOVE ACR-YTD-PAID TO ACR-PRIOR-PAID
              ELSE
                 MOVE ZERO TO ACR-PRIOR-PAID
              END-IF
              MOVE ZERO TO ACR-YTD-PAID
              MOVE RUN-YEAR TO ACR-YEAR
           END-IF.

       390-WRITE-ACCRUAL.
           MOVE ACCRUAL-REC TO ACCR-NEW-REC
           WRITE ACCR-NEW-REC
           ADD 1 TO RUNLOG-WRITTEN.

      ****************************************************************
      * D -- DAILY ACCRUAL                                           *
      ****************************************************************
       400-ACCRUE-ONE-ACCOUNT.
           IF ACR-LAST-DATE IS NUMERIC
              MOVE ACR-LAST-DATE TO LAST-DATE-NUM
              COMPUTE ACCRUAL-DAYS = RUN-DATE-INTEGER -
                      FUNCTION INTEGER-OF-DATE(LAST-DATE-NUM)
           ELSE
              MOVE 1 TO ACCRUAL-DAYS
           END-IF
           IF ACCRUAL-DAYS IS NOT GREATER THAN ZERO
              ADD 1 TO ALREADY-COUNT
           ELSE
              PERFORM 410-FILTERED-AMOUNT
              PERFORM 420-FIND-TIER
              COMPUTE DAY-INTEREST ROUNDED =
                      AMOUNT * TRT-RATE(TIER-IDX) * ACCRUAL-DAYS
                      / 36500
              ADD DAY-INTEREST TO ACR-ACCRUED
              MOVE RUN-DATE TO ACR-LAST-DATE
              ADD 1 TO ACCRUED-COUNT
              ADD 1 TO TRT-COUNT(TIER-IDX)
              ADD AMOUNT TO TRT-BALANCE(TIER-IDX)
              ADD DAY-INTEREST TO TRT-INTEREST(TIER-IDX)
              IF ACCRUAL-DAYS IS GREATER THAN 1
                 DISPLAY "  " CST-ACCT-NO " " ACCRUAL-DAYS
                         " DAYS SINCE LAST ACCRUAL " LAST-DATE-NUM
              END-IF
           END-IF.

       410-FILTERED-AMOUNT.
           MOVE CST-AMOUNT TO CUST-AMOUNT-FILTER
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE AMOUNT = FUNCTION NUMVAL(NOCOMMAS)
           ELSE
              MOVE ZERO TO AMOUNT
           END-IF.

      * THE HIGHEST TIER WHOSE FLOOR THE BALANCE REACHES -- THE SAME
      * BREAKS AS TOPACCTS' 124-TALLY-TIER.
       420-FIND-TIER.
           EVALUATE TRUE
              WHEN AMOUNT IS LESS THAN TRT-FLOOR(2)
                 MOVE 1 TO TIER-IDX
              WHEN AMOUNT IS LESS THAN TRT-FLOOR(3)
                 MOVE 2 TO TIER-IDX
              WHEN AMOUNT IS LESS THAN TRT-FLOOR(4)
                 MOVE 3 TO TIER-IDX
              WHEN OTHER
                 MOVE 4 TO TIER-IDX
           END-EVALUATE.

      ****************************************************************
      * M -- MONTH-END CAPITALIZATION                                *
      ****************************************************************
       500-CAPITALIZE-ONE-ACCOUNT.
           MOVE ACR-ACCRUED TO CREDIT-AMOUNT
           EVALUATE TRUE
              WHEN CREDIT-AMOUNT IS EQUAL TO ZERO
                 CONTINUE
              WHEN NOT CST-OPEN
                 ADD 1 TO EXCEPTION-COUNT
                 MOVE CREDIT-AMOUNT TO AMOUNT-OUT
                 DISPLAY "  ** " CST-ACCT-NO " NOT OPEN - " AMOUNT-OUT
                         " ACCRUED, NOT CREDITED"
              WHEN OTHER
                 PERFORM 510-WRITE-INTEREST-CARD
           END-EVALUATE.

       510-WRITE-INTEREST-CARD.
           SUBTRACT CREDIT-AMOUNT FROM ACR-ACCRUED
           ADD CREDIT-AMOUNT TO ACR-YTD-PAID
           ADD 1 TO CREDIT-COUNT
           ADD CREDIT-AMOUNT TO CREDIT-TOTAL
           ADD ACR-ACCRUED TO CARRIED-TOTAL
           MOVE SPACES TO POST-REC
           MOVE "INT" TO PST-TYPE
           MOVE "C" TO PST-DC
           MOVE CST-ACCT-NO TO PST-ACCT
           MOVE RUN-DATE TO PST-DATE
           MOVE CREDIT-AMOUNT TO PST-AMOUNT
           STRING "INT" RUN-DATE(1:6) DELIMITED BY SIZE INTO PST-REF
           MOVE "INTEREST CREDITED" TO PST-DESC
           WRITE POST-REC
           MOVE CREDIT-AMOUNT TO AMOUNT-OUT
           MOVE ACR-ACCRUED TO INTEREST-OUT
           DISPLAY CST-ACCT-NO " " CST-NAME " " AMOUNT-OUT " "
                   INTEREST-OUT.

      ****************************************************************
      * Y -- YEAR-END INTEREST-PAID EXTRACT                          *
      ****************************************************************
       600-EXTRACT-ONE-ACCOUNT.
           EVALUATE TRUE
              WHEN ACR-YEAR IS EQUAL TO EXTRACT-YEAR
                 MOVE ACR-YTD-PAID TO PAID-AMOUNT
              WHEN ACR-YEAR IS EQUAL TO EXTRACT-YEAR + 1
                 MOVE ACR-PRIOR-PAID TO PAID-AMOUNT
              WHEN OTHER
                 MOVE ZERO TO PAID-AMOUNT
           END-EVALUATE
           IF PAID-AMOUNT IS GREATER THAN ZERO
              MOVE SPACES TO YTD-REC
              MOVE CST-ACCT-NO TO YTD-ACCT
              MOVE CST-NAME TO YTD-NAME
              MOVE EXTRACT-YEAR TO YTD-YEAR
              MOVE PAID-AMOUNT TO YTD-PAID
              IF PAID-AMOUNT IS NOT LESS THAN REPORTING-THRESHOLD
                 MOVE "Y" TO YTD-REPORTABLE
                 ADD 1 TO REPORTABLE-COUNT
              ELSE
                 MOVE "N" TO YTD-REPORTABLE
              END-IF
              WRITE YTD-REC
              ADD 1 TO EXTRACT-COUNT
              ADD PAID-AMOUNT TO EXTRACT-TOTAL
              MOVE PAID-AMOUNT TO AMOUNT-OUT
              DISPLAY CST-ACCT-NO " " CST-NAME " " AMOUNT-OUT
                      "      " YTD-REPORTABLE
           END-IF.

      ****************************************************************
      * REGISTERS                                                    *
      ****************************************************************
       700-DAILY-REGISTER.
           DISPLAY SPACES
           DISPLAY "TIER            RATE %   ACCOUNTS"
                   "       TOTAL BALANCE   INTEREST ACCRUED"
           PERFORM 710-ONE-TIER-LINE
                   VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX IS GREATER THAN 4
           DISPLAY SPACES
           MOVE MASTER-READ TO COUNT-OUT
           DISPLAY "MASTER RECORDS READ   : " COUNT-OUT
           MOVE ACCRUED-COUNT TO COUNT-OUT
           DISPLAY "ACCOUNTS ACCRUED      : " COUNT-OUT
           MOVE ALREADY-COUNT TO COUNT-OUT
           DISPLAY "ALREADY ACCRUED TODAY : " COUNT-OUT
           MOVE DROPPED-COUNT TO COUNT-OUT
           DISPLAY "ACCRUALS DROPPED      : " COUNT-OUT
           DISPLAY "********  ACCRUAL ENDS  ********".

       710-ONE-TIER-LINE.
           MOVE TRT-RATE(TIER-IDX) TO RATE-OUT
           MOVE TRT-COUNT(TIER-IDX) TO COUNT-OUT
           MOVE TRT-BALANCE(TIER-IDX) TO TOTAL-OUT
           MOVE TRT-INTEREST(TIER-IDX) TO INTEREST-OUT
           DISPLAY TRT-LABEL(TIER-IDX) " " RATE-OUT " " COUNT-OUT
                   " " TOTAL-OUT " " INTEREST-OUT.

      * THE HEADER CARD IS WRITTEN LAST, WHEN THE TOTALS ARE KNOWN;
      * THE JCL PUTS IT AHEAD OF THE ITEMS FOR CUSTPOST.
       720-MONTH-END-FOOTING.
           IF CREDIT-COUNT IS EQUAL TO ZERO
              DISPLAY "  (NO INTEREST TO CREDIT)"
           END-IF
           MOVE SPACES TO POST-HEADER-REC
           MOVE "HDR" TO HDR-ID
           MOVE RUN-DATE TO HDR-BATCH-DATE
           MOVE CREDIT-COUNT TO HDR-ITEM-COUNT
           MOVE ZERO TO HDR-DEBITS
           MOVE CREDIT-TOTAL TO HDR-CREDITS
           STRING "IN" RUN-DATE(3:4) DELIMITED BY SIZE
                  INTO HDR-BATCH-ID
           WRITE POST-HEADER-REC
           DISPLAY SPACES
           MOVE CREDIT-COUNT TO COUNT-OUT
           DISPLAY "ACCOUNTS CREDITED     : " COUNT-OUT
           MOVE CREDIT-TOTAL TO TOTAL-OUT
           DISPLAY "INTEREST CAPITALIZED  : " TOTAL-OUT
           MOVE CARRIED-TOTAL TO INTEREST-OUT
           DISPLAY "FRACTIONS CARRIED     : " INTEREST-OUT
           MOVE EXCEPTION-COUNT TO COUNT-OUT
           DISPLAY "NOT CREDITED (LISTED) : " COUNT-OUT
           DISPLAY "POSTING BATCH " HDR-BATCH-ID " ON INTHDR/INTPOST"
                   " FOR CUSTPOST"
           DISPLAY "********  INTEREST REGISTER ENDS  ********".

       740-YEAR-END-FOOTING.
           IF EXTRACT-COUNT IS EQUAL TO ZERO
              DISPLAY "  (NO INTEREST PAID IN " EXTRACT-YEAR ")"
           END-IF
           DISPLAY SPACES
           MOVE EXTRACT-COUNT TO COUNT-OUT
           DISPLAY "ACCOUNTS EXTRACTED    : " COUNT-OUT
           MOVE REPORTABLE-COUNT TO COUNT-OUT
           DISPLAY "AT OR OVER $10.00     : " COUNT-OUT
           MOVE EXTRACT-TOTAL TO TOTAL-OUT
           DISPLAY "INTEREST PAID IN YEAR : " TOTAL-OUT
           DISPLAY "********  EXTRACT ENDS  ********".

       800-CLOSE-FILES.
           CLOSE CUST-MASTER
           IF ACCR-OPEN
              CLOSE ACCR-OLD
           END-IF
           CLOSE ACCR-NEW
           IF MODE-MONTH-END
              CLOSE POST-HDR
              CLOSE POST-FILE
           END-IF
           IF MODE-YEAR-END
              CLOSE YTD-FILE
           END-IF.

      * INTNEW IS CATALOGED EVEN WHEN THE RUN STOPS SHORT, SO IT
      * GETS THE CURRENT GENERATION UNCHANGED.
       590-CARRY-ACCRUALS.
           IF ACCR-OPEN
              CLOSE ACCR-OLD
              MOVE 'N' TO ACCR-OPEN-FLAG
           END-IF
           OPEN OUTPUT ACCR-NEW
           IF ACCR-NEW-OK
              MOVE SPACES TO ACCR-KEY
              OPEN INPUT ACCR-OLD
              IF ACCR-OLD-OK
                 PERFORM 595-CARRY-ONE-ACCRUAL
                         UNTIL ACCR-KEY IS EQUAL TO HIGH-VALUES
                 CLOSE ACCR-OLD
              END-IF
              CLOSE ACCR-NEW
              DISPLAY "INTACCR CARRIED FORWARD UNCHANGED"
           END-IF.

       595-CARRY-ONE-ACCRUAL.
           READ ACCR-OLD
              AT END MOVE HIGH-VALUES TO ACCR-KEY
              NOT AT END
                 MOVE ACCR-OLD-REC TO ACCR-NEW-REC
                 WRITE ACCR-NEW-REC
           END-READ.

       900-ABEND-RUN.
           MOVE "A" TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.
