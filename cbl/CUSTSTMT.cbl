       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTSTMT.
       AUTHOR.        CHIPMAN.
      *
      * MONTHLY CUSTOMER STATEMENTS.  BALANCES NOW MOVE ONLY THROUGH
      * THE CUSTPOST JOURNAL, BUT THE CUSTOMER NEVER SAW ANY OF IT.
      * THIS STEP READS THE MASTER AND THE MONTH'S CUSTJRNL ITEMS
      * AND WRITES ONE STATEMENT PER ACCOUNT TO A PRINT-READY
      * 133-BYTE FILE (ASA CONTROL CHARACTER IN COLUMN 1) FOR THE
      * MAIL HOUSE:
      *
      *   - OPENING BALANCE AT THE START OF THE MONTH;
      *   - EACH JOURNAL ITEM DATED IN THE MONTH, IN POSTING ORDER,
      *     WITH ITS DEBIT OR CREDIT AND THE RUNNING BALANCE;
      *   - TOTAL DEBITS, TOTAL CREDITS, THE INTEREST CREDITED IN THE
      *     MONTH (THE INT ITEMS CUSTINT CAPITALIZES), AND THE
      *     CLOSING BALANCE AT MONTH END.
      *
      * THE CLOSING BALANCE IS THE BALANCE ON THE MASTER LESS ANY
      * ITEMS ALREADY POSTED WITH A DATE AFTER THE MONTH, AND THE
      * OPENING BALANCE IS THE CLOSING BALANCE BACKED OFF BY THE
      * MONTH'S ITEMS, SO EVERY STATEMENT FOOTS.  EVERY OPEN ACCOUNT
      * GETS A STATEMENT, ACTIVITY OR NOT.  AN ACCOUNT CLOSED OR
      * ESCHEATED DURING THE MONTH GETS A FINAL STATEMENT SAYING SO;
      * ONE CLOSED EARLIER GETS NOTHING.  ONE CLOSED AFTER THE MONTH
      * BUT BEFORE THIS RUN WAS OPEN ALL MONTH, SO IT GETS A REGULAR
      * STATEMENT AND COUNTS WITH THE OPEN ACCOUNTS; ITS BALANCE
      * LEAVING THE BOOK AT THE CLOSE IS ACTIVITY AFTER THE MONTH.
      *
      * THE LAST PAGE OF THE FILE IS A CONTROL PAGE, NOT MAILED.  THE
      * OPEN ACCOUNTS' CLOSING BALANCES PLUS THE ACTIVITY DATED AFTER
      * THE MONTH MUST EQUAL THE BOOK TOTAL ON THE CUSTBAL CONTROL
      * RECORD (BALCTL).  WHEN THEY DO NOT, THE DIFFERENCE PRINTS AND
      * THE STEP ENDS WITH RETURN CODE 8 SO THE FILE IS NOT SENT.
      * RUN THE STEP IN THE MONTH-END CHAIN AFTER CUSTBAL HAS
      * BALANCED, BEFORE THE NEXT DAY'S MAINTENANCE.
      *
      * CUSTJRNL IS APPENDED BATCH BY BATCH, SO THE SORT STEP BELOW
      * PUTS IT IN ACCOUNT ORDER, KEEPING POSTING ORDER WITHIN AN
      * ACCOUNT.  A JOURNAL ITEM FOR AN ACCOUNT NOT ON THE MASTER,
      * OR OUT OF ACCOUNT ORDER, IS LISTED ON SYSOUT AND SKIPPED.
      *
      * STMTPARM CARD (OPTIONAL):  STATEMENT MONTH YYYYMM.  WITHOUT
      * IT THE STATEMENTS ARE FOR LAST MONTH.
      *
      * //CUSTSTMT  JOB 1,NOTIFY=&SYSUID
      * //JRNSORT EXEC PGM=SORT
      * //SORTIN    DD DSN=&SYSUID..CUSTJRNL,DISP=SHR
      * //SORTOUT   DD DSN=&&JRNSORT,DISP=(NEW,PASS),
      * //             SPACE=(CYL,(5,5)),DCB=(RECFM=FB,LRECL=80)
      * //SYSOUT    DD SYSOUT=*
      * //SYSIN     DD *
      *   SORT FIELDS=(1,8,CH,A),EQUALS
      * /*
      * //STMT    EXEC PGM=CUSTSTMT
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=SHR
      * //STMTJRNL  DD DSN=&&JRNSORT,DISP=(OLD,DELETE)
      * //STMTPARM  DD DSN=&SYSUID..CONTROL(STMTPARM),DISP=SHR
      * //BALCTL    DD DSN=&SYSUID..CONTROL(BALCTL),DISP=SHR
      * //STMTPRT   DD DSN=&SYSUID..STMTPRT(+1),DISP=(NEW,CATLG),
      * //             SPACE=(CYL,(10,10)),DCB=(RECFM=FBA,LRECL=133)
      * //RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      * //SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO CUSTOMER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CST-ACCT-NO
           FILE STATUS IS CUST-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO STMTJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT STMT-PARM ASSIGN TO STMTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS STMT-PARM-STATUS.

           SELECT BAL-CTL ASSIGN TO BALCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BAL-CTL-STATUS.

           SELECT STMT-FILE ASSIGN TO STMTPRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER RECORD CONTAINS 80 CHARACTERS.
       01  CUST-MASTER-REC.
           05  CST-NAME        PIC X(33).
           05  CST-DATE-1      PIC X(8).
           05  CST-STATUS      PIC X.
               88 CST-OPEN            VALUE SPACE.
               88 CST-ESCHEATED       VALUE "E".
           05  CST-CLOSE-REASON PIC XX.
           05  CST-DATE-2      PIC X(8).
           05  CST-ACCT-NO     PIC X(8).
           05  CST-REVIEW-FLAG PIC X.
           05  CST-AMOUNT      PIC X(12).
           05  CST-CLOSED-DATE PIC X(7).

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

       FD  STMT-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  STMT-PARM-REC.
           05  SPR-MONTH       PIC X(6).
           05  FILLER          PIC X(74).

       FD  BAL-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BAL-CTL-REC.
           05  BCR-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  BCR-AUDIT-STAMP PIC X(14).
           05  FILLER          PIC X.
           05  BCR-COUNT       PIC 9(7).
           05  FILLER          PIC X.
           05  BCR-TOTAL       PIC 9(11)V99.
           05  FILLER          PIC X(35).

       FD  STMT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  STMT-REC.
           05  STMT-CC         PIC X.
           05  STMT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CUST-MASTER-STATUS  PIC XX VALUE "00".
           88 CUST-MASTER-OK          VALUE "00".
       01  JOURNAL-STATUS      PIC XX VALUE "00".
           88 JOURNAL-OK              VALUE "00".
       01  STMT-PARM-STATUS    PIC XX VALUE "00".
           88 STMT-PARM-OK            VALUE "00".
       01  BAL-CTL-STATUS      PIC XX VALUE "00".
           88 BAL-CTL-OK              VALUE "00".
       01  STMT-STATUS         PIC XX VALUE "00".
           88 STMT-OK                 VALUE "00".

       01  CONTROL-FOUND-FLAG  PIC X VALUE 'N'.
           88 CONTROL-FOUND           VALUE 'Y'.
       01  JOURNAL-OPEN-FLAG   PIC X VALUE 'N'.
           88 JOURNAL-OPEN            VALUE 'Y'.
       01  JOURNAL-READY-FLAG  PIC X VALUE 'N'.
           88 JOURNAL-READY           VALUE 'Y'.
       01  STMT-WANTED-FLAG    PIC X.
           88 STMT-WANTED             VALUE 'Y'.
       01  OPEN-IN-PERIOD-FLAG PIC X.
           88 OPEN-IN-PERIOD          VALUE 'Y'.
       01  STMT-RETURN-CODE    PIC 9 VALUE ZERO.

      * MATCH KEYS.  HIGH-VALUES MARKS THE END OF EITHER FILE.
       01  MASTER-KEY          PIC X(8) VALUE SPACES.
       01  JOURNAL-KEY         PIC X(8) VALUE SPACES.
       01  PREV-JOURNAL-KEY    PIC X(8) VALUE LOW-VALUES.

       01  DATETIME.
           02 DT-STAMP         PIC X(14).
           02 FILLER           PIC X(7).
       01  RUN-DATE            PIC 9(8).
       01  RUN-DATE-X REDEFINES RUN-DATE.
           05  RUN-YEAR        PIC 9(4).
           05  RUN-MONTH       PIC 99.
           05  RUN-DAY         PIC 99.

      * THE STATEMENT PERIOD, FIRST AND LAST DAY, AND THE SAME DAYS
      * IN THE JULIAN FORM OF CST-CLOSED-DATE.
       01  PERIOD-START        PIC 9(8).
       01  PERIOD-START-X REDEFINES PERIOD-START.
           05  PERIOD-YEAR     PIC 9(4).
           05  PERIOD-MONTH    PIC 99.
           05  PERIOD-DAY      PIC 99.
       01  PERIOD-END          PIC 9(8).
       01  NEXT-MONTH-START    PIC 9(8).
       01  NEXT-MONTH-X REDEFINES NEXT-MONTH-START.
           05  NEXT-YEAR       PIC 9(4).
           05  NEXT-MONTH      PIC 99.
           05  NEXT-DAY        PIC 99.
       01  PERIOD-START-JULIAN PIC 9(7).
       01  PERIOD-END-JULIAN   PIC 9(7).

      * THE MONTH'S ITEMS FOR THE CURRENT ACCOUNT.  THE OPENING
      * BALANCE IS ONLY KNOWN ONCE ALL OF THEM HAVE BEEN READ.
       01  ITEM-COUNT          PIC 9(3) VALUE ZERO.
       01  ITEM-MAX            PIC 9(3) VALUE 500.
       01  ITEM-IDX            PIC 9(3).
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES.
               10  ITM-DATE        PIC X(8).
               10  ITM-TYPE        PIC X(3).
               10  ITM-DC          PIC X.
               10  ITM-AMOUNT      PIC 9(7)V99.
               10  ITM-REF         PIC X(10).
               10  ITM-DESC        PIC X(20).

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

      * PER-ACCOUNT FIGURES.
       01  MONTH-DEBITS        PIC S9(9)V99.
       01  MONTH-CREDITS       PIC S9(9)V99.
       01  MONTH-INTEREST      PIC S9(9)V99.
       01  LATER-NET           PIC S9(9)V99.
       01  OPENING-BALANCE     PIC S9(9)V99.
       01  CLOSING-BALANCE     PIC S9(9)V99.
       01  RUNNING-BALANCE     PIC S9(9)V99.

      * RUN TOTALS FOR THE CONTROL PAGE.
       01  MASTER-READ         PIC 9(7) VALUE ZERO.
       01  STMT-COUNT          PIC 9(7) VALUE ZERO.
       01  FINAL-STMT-COUNT    PIC 9(7) VALUE ZERO.
       01  OPEN-COUNT          PIC 9(7) VALUE ZERO.
       01  PAGE-TOTAL          PIC 9(7) VALUE ZERO.
       01  ITEMS-PRINTED       PIC 9(7) VALUE ZERO.
       01  JOURNAL-READ        PIC 9(7) VALUE ZERO.
       01  JOURNAL-SKIPPED     PIC 9(7) VALUE ZERO.
       01  ITEMS-TRUNCATED     PIC 9(7) VALUE ZERO.
       01  TOTAL-OPENING       PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-DEBITS        PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-CREDITS       PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-INTEREST      PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-CLOSING       PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-LATER         PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-CLOSED-LATER  PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-FINAL         PIC S9(11)V99 VALUE ZERO.
       01  BOOK-FROM-STMTS     PIC S9(11)V99 VALUE ZERO.
       01  BOOK-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  BOOK-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.

      * PAGE CONTROL.  A STATEMENT RUNS ON TO A CONTINUATION PAGE
      * AFTER LINES-PER-PAGE LINES.
       01  LINE-COUNT          PIC 9(3) VALUE ZERO.
       01  LINES-PER-PAGE      PIC 9(3) VALUE 56.
       01  STMT-PAGE           PIC 9(3) VALUE ZERO.

      ****************************************************************
      * STATEMENT PRINT LINES                                        *
      ****************************************************************
       01  HEAD-LINE-1.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE "CUSTOMER ACCOUNT STATEMENT".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  HL1-PAGE        PIC ZZ9.
           05  FILLER          PIC X(56) VALUE SPACES.
       01  HEAD-LINE-2.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  HL2-NAME        PIC X(33).
           05  FILLER          PIC X(9)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "ACCOUNT  ".
           05  HL2-ACCT        PIC X(8).
           05  FILLER          PIC X(69) VALUE SPACES.
       01  HEAD-LINE-3.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(18) VALUE "STATEMENT PERIOD  ".
           05  HL3-FROM        PIC X(10).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  HL3-TO          PIC X(10).
           05  FILLER          PIC X(86) VALUE SPACES.
       01  HEAD-LINE-4.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "DATE".
           05  FILLER          PIC X(22) VALUE "DESCRIPTION".
           05  FILLER          PIC X(12) VALUE "REFERENCE".
           05  FILLER          PIC X(14) VALUE "       DEBITS".
           05  FILLER          PIC X(14) VALUE "      CREDITS".
           05  FILLER          PIC X(14) VALUE "      BALANCE".
           05  FILLER          PIC X(40) VALUE SPACES.
       01  DETAIL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  DL-DATE         PIC X(10).
           05  FILLER          PIC XX    VALUE SPACES.
           05  DL-DESC         PIC X(20).
           05  FILLER          PIC XX    VALUE SPACES.
           05  DL-REF          PIC X(10).
           05  FILLER          PIC XX    VALUE SPACES.
           05  DL-DEBIT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC XX    VALUE SPACES.
           05  DL-CREDIT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC XX    VALUE SPACES.
           05  DL-BALANCE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(40) VALUE SPACES.
      * TOTAL LINES SHARE THE DETAIL LINE'S AMOUNT COLUMNS.
       01  TOTAL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  TL-CAPTION      PIC X(46).
           05  TL-DEBIT        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC XX    VALUE SPACES.
           05  TL-CREDIT       PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC XX    VALUE SPACES.
           05  TL-BALANCE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(40) VALUE SPACES.
       01  MESSAGE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  ML-TEXT         PIC X(60).
           05  FILLER          PIC X(68) VALUE SPACES.

      * CONTROL PAGE LINES.
       01  CONTROL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CL-CAPTION      PIC X(44).
           05  CL-AMOUNT       PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(65) VALUE SPACES.
       01  CONTROL-COUNT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CC-CAPTION      PIC X(44).
           05  CC-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(75) VALUE SPACES.

       01  DATE-EDIT.
           05  DE-MM           PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  DE-DD           PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  DE-YYYY         PIC X(4).
       01  DATE-IN             PIC X(8).
       01  CLOSED-ON           PIC 9(8).
       01  CLOSED-JULIAN       PIC 9(7) VALUE ZERO.
       01  HOLD-LINE           PIC X(133).

      *   RUNLOG AUDIT FIELDS -- ONE START AND ONE END CALL PER RUN.
       01  RUNLOG-EVENT        PIC X.
       01  RUNLOG-PGM          PIC X(8) VALUE "CUSTSTMT".
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
           PERFORM 105-SET-PERIOD
           PERFORM 110-READ-CONTROL-RECORD
           PERFORM 120-OPEN-FILES
           DISPLAY "********  MONTHLY STATEMENT RUN  ********"
           DISPLAY "STATEMENT PERIOD " PERIOD-START " TO " PERIOD-END
           PERFORM 200-READ-MASTER
           PERFORM 210-READ-JOURNAL
           PERFORM 300-MATCH-ONE-ACCOUNT
                   UNTIL MASTER-KEY IS EQUAL TO HIGH-VALUES
                   AND JOURNAL-KEY IS EQUAL TO HIGH-VALUES
           PERFORM 700-CONTROL-PAGE
           PERFORM 800-CLOSE-FILES
           MOVE MASTER-READ TO RUNLOG-READ
           MOVE STMT-COUNT TO RUNLOG-WRITTEN
           MOVE JOURNAL-SKIPPED TO RUNLOG-REJECTED
           MOVE STMT-RETURN-CODE TO RUNLOG-RETURN-CODE
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           MOVE STMT-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * THE MONTH ON THE STMTPARM CARD, OR LAST MONTH.
       105-SET-PERIOD.
           MOVE RUN-DATE TO PERIOD-START
           MOVE 1 TO PERIOD-DAY
           IF PERIOD-MONTH IS EQUAL TO 1
              MOVE 12 TO PERIOD-MONTH
              SUBTRACT 1 FROM PERIOD-YEAR
           ELSE
              SUBTRACT 1 FROM PERIOD-MONTH
           END-IF
           OPEN INPUT STMT-PARM
           IF STMT-PARM-OK
              READ STMT-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF SPR-MONTH IS NUMERIC AND
                       SPR-MONTH(5:2) IS GREATER THAN "00" AND
                       SPR-MONTH(5:2) IS LESS THAN "13"
                       MOVE SPR-MONTH TO PERIOD-START(1:6)
                    ELSE
                       DISPLAY "STMTPARM MONTH NOT VALID: " SPR-MONTH
                               " - LAST MONTH USED"
                    END-IF
              END-READ
              CLOSE STMT-PARM
           END-IF
           MOVE PERIOD-START TO NEXT-MONTH-START
           IF NEXT-MONTH IS EQUAL TO 12
              MOVE 1 TO NEXT-MONTH
              ADD 1 TO NEXT-YEAR
           ELSE
              ADD 1 TO NEXT-MONTH
           END-IF
           COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1)
           COMPUTE PERIOD-START-JULIAN = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PERIOD-START))
           COMPUTE PERIOD-END-JULIAN = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PERIOD-END)).

      * THE BOOK TOTAL THE STATEMENTS MUST TIE TO.
       110-READ-CONTROL-RECORD.
           OPEN INPUT BAL-CTL
           IF BAL-CTL-OK
              READ BAL-CTL
                 AT END CONTINUE
                 NOT AT END
                    IF BCR-TOTAL IS NUMERIC
                       SET CONTROL-FOUND TO TRUE
                       MOVE BCR-TOTAL TO BOOK-TOTAL
                    END-IF
              END-READ
              CLOSE BAL-CTL
           END-IF
           IF NOT CONTROL-FOUND
              DISPLAY "NO BALCTL CONTROL RECORD - STATEMENTS CANNOT BE"
                      " TIED TO THE BOOK"
           END-IF.

       120-OPEN-FILES.
           OPEN INPUT CUST-MASTER
           IF NOT CUST-MASTER-OK
              DISPLAY "CUSTOMER KSDS NOT AVAILABLE - STATUS "
                      CUST-MASTER-STATUS
              MOVE "MASTER NOT AVAILABLE" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 900-ABEND-RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-OK
              SET JOURNAL-OPEN TO TRUE
           ELSE
              DISPLAY "NO JOURNAL - STATEMENTS SHOW BALANCES ONLY"
              MOVE HIGH-VALUES TO JOURNAL-KEY
           END-IF
           OPEN OUTPUT STMT-FILE
           IF NOT STMT-OK
              DISPLAY "STMTPRT NOT AVAILABLE - STATUS " STMT-STATUS
              MOVE "STMTPRT NOT OPENED" TO RUNLOG-CONDITION
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

      * A JOURNAL OUT OF ACCOUNT ORDER CANNOT BE MATCHED; THE ITEM
      * IS LISTED AND PASSED OVER.
       210-READ-JOURNAL.
           IF JOURNAL-KEY IS NOT EQUAL TO HIGH-VALUES
              MOVE 'N' TO JOURNAL-READY-FLAG
              PERFORM 212-READ-ONE-JOURNAL UNTIL JOURNAL-READY
           END-IF.

       212-READ-ONE-JOURNAL.
           READ JOURNAL-FILE
              AT END
                 MOVE HIGH-VALUES TO JOURNAL-KEY
                 SET JOURNAL-READY TO TRUE
              NOT AT END
                 ADD 1 TO JOURNAL-READ
                 IF JRN-ACCT IS LESS THAN PREV-JOURNAL-KEY
                    ADD 1 TO JOURNAL-SKIPPED
                    MOVE "JOURNAL OUT OF ORDER" TO RUNLOG-CONDITION
                    MOVE 4 TO STMT-RETURN-CODE
                    DISPLAY "  JOURNAL OUT OF ORDER, SKIPPED: "
                            JOURNAL-REC
                 ELSE
                    MOVE JRN-ACCT TO JOURNAL-KEY
                    MOVE JRN-ACCT TO PREV-JOURNAL-KEY
                    SET JOURNAL-READY TO TRUE
                 END-IF
           END-READ.

       300-MATCH-ONE-ACCOUNT.
           EVALUATE TRUE
              WHEN MASTER-KEY IS LESS THAN JOURNAL-KEY
                 MOVE ZERO TO ITEM-COUNT
                 MOVE ZERO TO MONTH-DEBITS
                 MOVE ZERO TO MONTH-CREDITS
                 MOVE ZERO TO MONTH-INTEREST
                 MOVE ZERO TO LATER-NET
                 PERFORM 400-ONE-STATEMENT
                 PERFORM 200-READ-MASTER
              WHEN MASTER-KEY IS EQUAL TO JOURNAL-KEY
                 MOVE ZERO TO ITEM-COUNT
                 MOVE ZERO TO MONTH-DEBITS
                 MOVE ZERO TO MONTH-CREDITS
                 MOVE ZERO TO MONTH-INTEREST
                 MOVE ZERO TO LATER-NET
                 PERFORM 310-GATHER-ONE-ITEM
                         UNTIL JOURNAL-KEY IS NOT EQUAL TO MASTER-KEY
                 PERFORM 400-ONE-STATEMENT
                 PERFORM 200-READ-MASTER
              WHEN OTHER
                 ADD 1 TO JOURNAL-SKIPPED
                 MOVE "JOURNAL ITEM SKIPPED" TO RUNLOG-CONDITION
                 MOVE 4 TO STMT-RETURN-CODE
                 DISPLAY "  JOURNAL ACCOUNT NOT ON MASTER, SKIPPED: "
                         JOURNAL-REC
                 PERFORM 210-READ-JOURNAL
           END-EVALUATE.

      * ITEMS BEFORE THE MONTH WERE ON EARLIER STATEMENTS.  ITEMS
      * AFTER IT ARE ALREADY IN THE MASTER BALANCE AND ARE BACKED
      * OUT TO GET THE MONTH-END FIGURE.
       310-GATHER-ONE-ITEM.
           EVALUATE TRUE
              WHEN JRN-DATE IS LESS THAN PERIOD-START
                 CONTINUE
              WHEN JRN-DATE IS GREATER THAN PERIOD-END
                 IF JRN-DC IS EQUAL TO "C"
                    ADD JRN-AMOUNT TO LATER-NET
                 ELSE
                    SUBTRACT JRN-AMOUNT FROM LATER-NET
                 END-IF
              WHEN OTHER
                 IF JRN-DC IS EQUAL TO "C"
                    ADD JRN-AMOUNT TO MONTH-CREDITS
                    IF JRN-TYPE IS EQUAL TO "INT"
                       ADD JRN-AMOUNT TO MONTH-INTEREST
                    END-IF
                 ELSE
                    ADD JRN-AMOUNT TO MONTH-DEBITS
                 END-IF
                 IF ITEM-COUNT IS LESS THAN ITEM-MAX
                    ADD 1 TO ITEM-COUNT
                    MOVE JRN-DATE TO ITM-DATE(ITEM-COUNT)
                    MOVE JRN-TYPE TO ITM-TYPE(ITEM-COUNT)
                    MOVE JRN-DC TO ITM-DC(ITEM-COUNT)
                    MOVE JRN-AMOUNT TO ITM-AMOUNT(ITEM-COUNT)
                    MOVE JRN-REF TO ITM-REF(ITEM-COUNT)
                    MOVE JRN-DESC TO ITM-DESC(ITEM-COUNT)
                 ELSE
                    ADD 1 TO ITEMS-TRUNCATED
                 END-IF
           END-EVALUATE
           PERFORM 210-READ-JOURNAL.

      ****************************************************************
      * ONE STATEMENT                                                *
      ****************************************************************
       400-ONE-STATEMENT.
           MOVE 'N' TO STMT-WANTED-FLAG
           MOVE 'N' TO OPEN-IN-PERIOD-FLAG
           MOVE ZERO TO CLOSED-JULIAN
           IF CST-CLOSED-DATE IS NUMERIC
              MOVE CST-CLOSED-DATE TO CLOSED-JULIAN
           END-IF
           IF CST-OPEN
              SET STMT-WANTED TO TRUE
              SET OPEN-IN-PERIOD TO TRUE
           ELSE
              IF CLOSED-JULIAN IS GREATER THAN PERIOD-END-JULIAN
                 SET STMT-WANTED TO TRUE
                 SET OPEN-IN-PERIOD TO TRUE
              ELSE
                 IF CLOSED-JULIAN IS NOT LESS THAN PERIOD-START-JULIAN
                    SET STMT-WANTED TO TRUE
                 END-IF
              END-IF
           END-IF
           IF STMT-WANTED
              PERFORM 405-WRITE-STATEMENT
           END-IF.

       405-WRITE-STATEMENT.
           PERFORM 410-FILTERED-AMOUNT
           COMPUTE CLOSING-BALANCE = AMOUNT - LATER-NET
           COMPUTE OPENING-BALANCE = CLOSING-BALANCE
                   - MONTH-CREDITS + MONTH-DEBITS
           MOVE OPENING-BALANCE TO RUNNING-BALANCE
           ADD 1 TO STMT-COUNT
           MOVE ZERO TO STMT-PAGE
           PERFORM 420-STATEMENT-HEADING
           MOVE SPACES TO TOTAL-LINE
           MOVE "OPENING BALANCE" TO TL-CAPTION
           MOVE ZERO TO TL-DEBIT
           MOVE ZERO TO TL-CREDIT
           MOVE OPENING-BALANCE TO TL-BALANCE
           MOVE "0" TO STMT-CC
           MOVE TOTAL-LINE TO STMT-LINE
           PERFORM 490-WRITE-LINE
           IF ITEM-COUNT IS EQUAL TO ZERO
              MOVE SPACES TO MESSAGE-LINE
              MOVE "NO ACTIVITY THIS PERIOD" TO ML-TEXT
              MOVE " " TO STMT-CC
              MOVE MESSAGE-LINE TO STMT-LINE
              PERFORM 490-WRITE-LINE
           END-IF
           PERFORM 430-ONE-ITEM-LINE
                   VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX IS GREATER THAN ITEM-COUNT
           IF ITEMS-TRUNCATED IS GREATER THAN ZERO
              MOVE SPACES TO MESSAGE-LINE
              MOVE "FURTHER ITEMS THIS PERIOD NOT LISTED" TO ML-TEXT
              MOVE " " TO STMT-CC
              MOVE MESSAGE-LINE TO STMT-LINE
              PERFORM 490-WRITE-LINE
              DISPLAY "  " CST-ACCT-NO " MORE THAN " ITEM-MAX
                      " ITEMS - STATEMENT TRUNCATED"
              MOVE ZERO TO ITEMS-TRUNCATED
           END-IF
           PERFORM 440-STATEMENT-TOTALS
           IF OPEN-IN-PERIOD
              ADD 1 TO OPEN-COUNT
              ADD OPENING-BALANCE TO TOTAL-OPENING
              ADD MONTH-DEBITS TO TOTAL-DEBITS
              ADD MONTH-CREDITS TO TOTAL-CREDITS
              ADD MONTH-INTEREST TO TOTAL-INTEREST
              ADD CLOSING-BALANCE TO TOTAL-CLOSING
              ADD LATER-NET TO TOTAL-LATER
      * CLOSED SINCE THE MONTH END: THE BALANCE LEFT THE BOOK AT
      * THE CLOSE, AFTER THE PERIOD.
              IF NOT CST-OPEN
                 SUBTRACT AMOUNT FROM TOTAL-LATER
                 SUBTRACT AMOUNT FROM TOTAL-CLOSED-LATER
              END-IF
           ELSE
              ADD 1 TO FINAL-STMT-COUNT
              ADD CLOSING-BALANCE TO TOTAL-FINAL
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

       420-STATEMENT-HEADING.
           ADD 1 TO STMT-PAGE
           ADD 1 TO PAGE-TOTAL
           MOVE STMT-PAGE TO HL1-PAGE
           MOVE "1" TO STMT-CC
           MOVE HEAD-LINE-1 TO STMT-LINE
           WRITE STMT-REC
           MOVE CST-NAME TO HL2-NAME
           MOVE CST-ACCT-NO TO HL2-ACCT
           MOVE "0" TO STMT-CC
           MOVE HEAD-LINE-2 TO STMT-LINE
           WRITE STMT-REC
           MOVE PERIOD-START TO DATE-IN
           PERFORM 480-EDIT-DATE
           MOVE DATE-EDIT TO HL3-FROM
           MOVE PERIOD-END TO DATE-IN
           PERFORM 480-EDIT-DATE
           MOVE DATE-EDIT TO HL3-TO
           MOVE " " TO STMT-CC
           MOVE HEAD-LINE-3 TO STMT-LINE
           WRITE STMT-REC
           MOVE "0" TO STMT-CC
           MOVE HEAD-LINE-4 TO STMT-LINE
           WRITE STMT-REC
           MOVE 6 TO LINE-COUNT.

       430-ONE-ITEM-LINE.
           MOVE SPACES TO DETAIL-LINE
           MOVE ITM-DATE(ITEM-IDX) TO DATE-IN
           PERFORM 480-EDIT-DATE
           MOVE DATE-EDIT TO DL-DATE
           MOVE ITM-DESC(ITEM-IDX) TO DL-DESC
           IF DL-DESC IS EQUAL TO SPACES
              MOVE ITM-TYPE(ITEM-IDX) TO DL-DESC
           END-IF
           MOVE ITM-REF(ITEM-IDX) TO DL-REF
           IF ITM-DC(ITEM-IDX) IS EQUAL TO "C"
              ADD ITM-AMOUNT(ITEM-IDX) TO RUNNING-BALANCE
              MOVE ITM-AMOUNT(ITEM-IDX) TO DL-CREDIT
           ELSE
              SUBTRACT ITM-AMOUNT(ITEM-IDX) FROM RUNNING-BALANCE
              MOVE ITM-AMOUNT(ITEM-IDX) TO DL-DEBIT
           END-IF
           MOVE RUNNING-BALANCE TO DL-BALANCE
           MOVE " " TO STMT-CC
           MOVE DETAIL-LINE TO STMT-LINE
           PERFORM 490-WRITE-LINE
           ADD 1 TO ITEMS-PRINTED.

       440-STATEMENT-TOTALS.
           MOVE SPACES TO TOTAL-LINE
           MOVE "TOTAL DEBITS AND CREDITS" TO TL-CAPTION
           MOVE MONTH-DEBITS TO TL-DEBIT
           MOVE MONTH-CREDITS TO TL-CREDIT
           MOVE ZERO TO TL-BALANCE
           MOVE "0" TO STMT-CC
           MOVE TOTAL-LINE TO STMT-LINE
           PERFORM 490-WRITE-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE "INTEREST CREDITED THIS PERIOD" TO TL-CAPTION
           MOVE ZERO TO TL-DEBIT
           MOVE MONTH-INTEREST TO TL-CREDIT
           MOVE ZERO TO TL-BALANCE
           MOVE " " TO STMT-CC
           MOVE TOTAL-LINE TO STMT-LINE
           PERFORM 490-WRITE-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE "CLOSING BALANCE" TO TL-CAPTION
           MOVE ZERO TO TL-DEBIT
           MOVE ZERO TO TL-CREDIT
           MOVE CLOSING-BALANCE TO TL-BALANCE
           MOVE "0" TO STMT-CC
           MOVE TOTAL-LINE TO STMT-LINE
           PERFORM 490-WRITE-LINE
           IF NOT OPEN-IN-PERIOD
              MOVE SPACES TO MESSAGE-LINE
              COMPUTE CLOSED-ON = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DAY(CLOSED-JULIAN))
              MOVE CLOSED-ON TO DATE-IN
              PERFORM 480-EDIT-DATE
              IF CST-ESCHEATED
                 STRING "FINAL STATEMENT - BALANCE REMITTED TO THE "
                        "STATE " DATE-EDIT
                        DELIMITED BY SIZE INTO ML-TEXT
              ELSE
                 STRING "FINAL STATEMENT - ACCOUNT CLOSED " DATE-EDIT
                        DELIMITED BY SIZE INTO ML-TEXT
              END-IF
              MOVE "0" TO STMT-CC
              MOVE MESSAGE-LINE TO STMT-LINE
              PERFORM 490-WRITE-LINE
           END-IF.

      * YYYYMMDD AS MM/DD/YYYY.
       480-EDIT-DATE.
           MOVE DATE-IN(5:2) TO DE-MM
           MOVE DATE-IN(7:2) TO DE-DD
           MOVE DATE-IN(1:4) TO DE-YYYY.

      * A FULL PAGE CONTINUES THE STATEMENT ON A NEW PAGE UNDER THE
      * SAME HEADING.
       490-WRITE-LINE.
           IF LINE-COUNT IS NOT LESS THAN LINES-PER-PAGE
              MOVE STMT-REC TO HOLD-LINE
              PERFORM 420-STATEMENT-HEADING
              MOVE HOLD-LINE TO STMT-REC
              MOVE " " TO STMT-CC
           END-IF
           WRITE STMT-REC
           ADD 1 TO LINE-COUNT
           IF STMT-CC IS EQUAL TO "0"
              ADD 1 TO LINE-COUNT
           END-IF.

      ****************************************************************
      * CONTROL PAGE -- TIE THE STATEMENTS TO THE BOOK               *
      ****************************************************************
       700-CONTROL-PAGE.
           COMPUTE BOOK-FROM-STMTS = TOTAL-CLOSING + TOTAL-LATER
           COMPUTE BOOK-DIFFERENCE = BOOK-FROM-STMTS - BOOK-TOTAL
           MOVE SPACES TO MESSAGE-LINE
           STRING "STATEMENT CONTROL PAGE - NOT FOR MAILING  "
                  "PERIOD " PERIOD-START(1:6)
                  DELIMITED BY SIZE INTO ML-TEXT
           MOVE "1" TO STMT-CC
           MOVE MESSAGE-LINE TO STMT-LINE
           WRITE STMT-REC
           MOVE "STATEMENTS WRITTEN" TO CC-CAPTION
           MOVE STMT-COUNT TO CC-COUNT
           PERFORM 710-WRITE-COUNT-LINE
           MOVE "  OPEN ACCOUNTS" TO CC-CAPTION
           MOVE OPEN-COUNT TO CC-COUNT
           PERFORM 710-WRITE-COUNT-LINE
           MOVE "  FINAL STATEMENTS, CLOSED IN PERIOD" TO CC-CAPTION
           MOVE FINAL-STMT-COUNT TO CC-COUNT
           PERFORM 710-WRITE-COUNT-LINE
           MOVE "PAGES PRINTED" TO CC-CAPTION
           MOVE PAGE-TOTAL TO CC-COUNT
           PERFORM 710-WRITE-COUNT-LINE
           MOVE "JOURNAL ITEMS PRINTED" TO CC-CAPTION
           MOVE ITEMS-PRINTED TO CC-COUNT
           PERFORM 710-WRITE-COUNT-LINE
           MOVE "JOURNAL ITEMS SKIPPED" TO CC-CAPTION
           MOVE JOURNAL-SKIPPED TO CC-COUNT
           PERFORM 710-WRITE-COUNT-LINE
           MOVE "OPEN ACCOUNTS - OPENING BALANCES" TO CL-CAPTION
           MOVE TOTAL-OPENING TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE "              - DEBITS" TO CL-CAPTION
           MOVE TOTAL-DEBITS TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE "              - CREDITS" TO CL-CAPTION
           MOVE TOTAL-CREDITS TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE "                (OF WHICH INTEREST)" TO CL-CAPTION
           MOVE TOTAL-INTEREST TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE "              - CLOSING BALANCES" TO CL-CAPTION
           MOVE TOTAL-CLOSING TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE "ACTIVITY DATED AFTER THE PERIOD" TO CL-CAPTION
           MOVE TOTAL-LATER TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE "  (OF WHICH CLOSED AFTER THE PERIOD)" TO CL-CAPTION
           MOVE TOTAL-CLOSED-LATER TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE "BOOK PER STATEMENTS" TO CL-CAPTION
           MOVE BOOK-FROM-STMTS TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           IF CONTROL-FOUND
              MOVE SPACES TO CL-CAPTION
              STRING "BOOK PER BALCTL, BALANCED " BCR-DATE
                     DELIMITED BY SIZE INTO CL-CAPTION
              MOVE BOOK-TOTAL TO CL-AMOUNT
              PERFORM 720-WRITE-AMOUNT-LINE
              MOVE "DIFFERENCE" TO CL-CAPTION
              MOVE BOOK-DIFFERENCE TO CL-AMOUNT
              PERFORM 720-WRITE-AMOUNT-LINE
           END-IF
           MOVE "FINAL STATEMENTS - CLOSING BALANCES" TO CL-CAPTION
           MOVE TOTAL-FINAL TO CL-AMOUNT
           PERFORM 720-WRITE-AMOUNT-LINE
           MOVE SPACES TO MESSAGE-LINE
           EVALUATE TRUE
              WHEN NOT CONTROL-FOUND
                 MOVE "*** NO BALCTL RECORD - STATEMENTS NOT PROVEN ***"
                      TO ML-TEXT
                 MOVE "NO BALCTL RECORD" TO RUNLOG-CONDITION
                 MOVE 8 TO STMT-RETURN-CODE
              WHEN BOOK-DIFFERENCE IS NOT EQUAL TO ZERO
                 MOVE "*** STATEMENTS DO NOT TIE - HOLD THE FILE ***"
                      TO ML-TEXT
                 MOVE "STATEMENTS NOT TIED" TO RUNLOG-CONDITION
                 MOVE 8 TO STMT-RETURN-CODE
              WHEN OTHER
                 MOVE "STATEMENTS TIE TO THE BOOK" TO ML-TEXT
           END-EVALUATE
           MOVE "0" TO STMT-CC
           MOVE MESSAGE-LINE TO STMT-LINE
           WRITE STMT-REC
           DISPLAY ML-TEXT
           MOVE STMT-COUNT TO CC-COUNT
           DISPLAY "STATEMENTS WRITTEN    : " CC-COUNT
           MOVE BOOK-FROM-STMTS TO CL-AMOUNT
           DISPLAY "BOOK PER STATEMENTS   : " CL-AMOUNT
           MOVE BOOK-TOTAL TO CL-AMOUNT
           DISPLAY "BOOK PER BALCTL       : " CL-AMOUNT
           DISPLAY "********  STATEMENT RUN ENDS  ********".

       710-WRITE-COUNT-LINE.
           MOVE " " TO STMT-CC
           MOVE CONTROL-COUNT-LINE TO STMT-LINE
           WRITE STMT-REC.

       720-WRITE-AMOUNT-LINE.
           MOVE " " TO STMT-CC
           MOVE CONTROL-LINE TO STMT-LINE
           WRITE STMT-REC.

       800-CLOSE-FILES.
           CLOSE CUST-MASTER
           IF JOURNAL-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           CLOSE STMT-FILE.

       900-ABEND-RUN.
           MOVE "A" TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.
