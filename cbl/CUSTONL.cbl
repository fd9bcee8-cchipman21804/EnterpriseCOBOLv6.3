       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTONL.
       AUTHOR.        CHIPMAN.
      *
      * CUSTOMER ONLINE INQUIRY AND MAINTENANCE, TRANSACTION CINQ.
      * THE COUNTER STAFF USED TO WAIT FOR THE OVERNIGHT CUSTMNT RUN
      * OR PHONE OPERATIONS TO LOOK UP A BALANCE.  THIS PSEUDO-
      * CONVERSATIONAL CICS PROGRAM WORKS THE CUSTOMER KSDS DIRECTLY:
      *
      *   - INQUIRY MAP CUSTINQ: AN ACCOUNT NUMBER (CHECK-DIGIT
      *     VALIDATED WITH THE SAME LUHN RULE AS CUSTMNT'S
      *     330-LUHN-VALIDATE) SHOWS THAT ACCOUNT; THE LEADING
      *     LETTERS OF A NAME BROWSE THE NAME PATH TEN AT A TIME,
      *     PF8 FOR THE NEXT PAGE;
      *   - PF5 ON A DISPLAYED OPEN ACCOUNT OPENS MAINTENANCE MAP
      *     CUSTUPD FOR THE NAME, OPENED DATE AND LAST-ACTIVITY
      *     DATE.  THE ENTRIES GET THE SAME EDITS AS CUSTMNT'S
      *     235-VALIDATE-FIELDS, WITH THE SAME MESSAGES.  THE
      *     BALANCE IS NOT MAINTAINABLE HERE -- IT MOVES ONLY
      *     THROUGH CUSTPOST AND CUSTMNT;
      *   - THE UPDATE RE-READS THE RECORD FOR UPDATE AND REFUSES
      *     IT IF ANYTHING CHANGED SINCE THE MAP WAS SENT;
      *   - EVERY UPDATE WRITES THE SAME OLD/NEW CUSTAUDT LINES THE
      *     BATCH WRITES (ACTION CHG, THE CICS OPERATOR ID AS THE
      *     ENTERING OPERATOR, "ONLINE TERM XXXX" AS THE DETAIL) TO
      *     EXTRAPARTITION QUEUE CAUD.  IF THE AUDIT LINE CANNOT BE
      *     WRITTEN THE UPDATE IS BACKED OUT.
      *
      * THE NIGHTLY CHAIN CLOSES CAUD AND APPENDS ITS DATASET TO
      * CUSTAUDT AHEAD OF CUSTBAL, SO AUDITRPT AND THE BALANCING SEE
      * ONE CONTINUOUS HISTORY WHEREVER THE CHANGE CAME FROM.
      *
      * MAPSET CUSTSET (BMS SOURCE IN BMS, SYMBOLIC MAP COPYBOOK
      * CUSTSET).
      *
      * CICS RESOURCES:
      *   TRANSACTION CINQ   PROGRAM CUSTONL
      *   FILE CUSTMAS  DSN &SYSUID..CUSTMAST.KSDS
      *                 READ UPDATE BROWSE, RECOVERABLE
      *   FILE CUSTNAM  DSN &SYSUID..CUSTMAST.NAMEPATH
      *                 READ BROWSE
      *   TDQUEUE CAUD  EXTRAPARTITION, DDNAME ONLAUDT, FIXED 133
      *
      * THE NAME PATH IS A NON-UNIQUE ALTERNATE INDEX OVER CST-NAME:
      * //DEFAIX    EXEC PGM=IDCAMS
      * //SYSPRINT  DD SYSOUT=*
      * //SYSIN     DD *
      *   DEFINE AIX (NAME(&SYSUID..CUSTMAST.NAMEAIX) -
      *          RELATE(&SYSUID..CUSTMAST.KSDS) -
      *          KEYS(33 0) NONUNIQUEKEY UPGRADE)
      *   DEFINE PATH (NAME(&SYSUID..CUSTMAST.NAMEPATH) -
      *          PATHENTRY(&SYSUID..CUSTMAST.NAMEAIX))
      *   BLDINDEX INDATASET(&SYSUID..CUSTMAST.KSDS) -
      *          OUTDATASET(&SYSUID..CUSTMAST.NAMEAIX)
      *
      * NIGHTLY APPEND OF THE ONLINE AUDIT LINES (AFTER CEMT SET
      * TDQUEUE(CAUD) CLOSED):
      * //ONLAUDT EXEC PGM=IEBGENER
      * //SYSUT1    DD DSN=&SYSUID..AUDIT(ONLAUDT),DISP=SHR
      * //SYSUT2    DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=MOD
      * //SYSPRINT  DD SYSOUT=*
      * //SYSIN     DD DUMMY
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RESP-CODE           PIC S9(8) COMP.
       01  RESP-OUT            PIC 9(4).

       01  CUST-MASTER-REC.
           05  CST-NAME        PIC X(33).
           05  CST-DATE-1      PIC X(8).
           05  CST-STATUS      PIC X.
               88 CST-OPEN            VALUE SPACE.
               88 CST-CLOSED          VALUE "C".
               88 CST-ESCHEATED       VALUE "E".
           05  CST-CLOSE-REASON PIC XX.
           05  CST-DATE-2      PIC X(8).
           05  CST-ACCT-NO     PIC X(8).
           05  CST-REVIEW-FLAG PIC X.
           05  CST-AMOUNT      PIC X(12).
           05  CST-CLOSED-DATE PIC X(7).

      * THE RECORD AS IT STOOD BEFORE AN UPDATE, FOR THE OLD LINE.
       01  MASTER-IMAGE-VIEW   PIC X(80).

      * CARRIED BETWEEN TASKS: WHICH MAP IS UP, THE ACCOUNT ON
      * DISPLAY, THE IMAGE THE MAINTENANCE MAP WAS BUILT FROM, AND
      * WHERE THE NAME BROWSE LEFT OFF.
       01  COMMAREA-WORK.
           05  CA-STATE        PIC X.
               88 CA-INQUIRY          VALUE "I".
               88 CA-MAINTAIN         VALUE "U".
           05  CA-ACCT         PIC X(8).
           05  CA-IMAGE        PIC X(80).
           05  CA-PREFIX       PIC X(20).
           05  CA-PREFIX-LEN   PIC 99.
           05  CA-BROWSE-NAME  PIC X(33).
           05  CA-BROWSE-ACCT  PIC X(8).

       01  ENTERED-ACCT        PIC X(8).
       01  ENTERED-NAME        PIC X(20).
       01  BROWSE-KEY          PIC X(33).
       01  PAGE-LAST-NAME      PIC X(33).
       01  PAGE-LAST-ACCT      PIC X(8).
       01  BROWSE-DONE-FLAG    PIC X.
           88 BROWSE-DONE             VALUE "Y".
       01  LINE-COUNT          PIC 99.
       01  LINE-IDX            PIC 99.
       01  BROWSE-LINES.
           05  BROWSE-LINE OCCURS 10 TIMES PIC X(79).
       01  BROWSE-LINE-WORK.
           05  BLW-ACCT        PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  BLW-NAME        PIC X(33).
           05  FILLER          PIC X VALUE SPACE.
           05  BLW-OPENED      PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  BLW-LAST        PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  BLW-BALANCE     PIC $Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  BLW-STATUS      PIC X(5).

       01  MESSAGE-TEXT        PIC X(79).
       01  EDIT-ERROR-FLAG     PIC X.
           88 EDIT-ERROR              VALUE "Y".
       01  UPD-NAME            PIC X(33).
       01  UPD-DATE-1          PIC X(8).
       01  UPD-DATE-2          PIC X(8).
       01  WS-MM               PIC 99.
       01  WS-DD               PIC 99.

      * ACCOUNT-NUMBER VALIDATION -- THE SAME MOD-10 ARITHMETIC AS
      * CUSTMNT'S 330-LUHN-VALIDATE.
       01  CHECKSUM            PIC 9999.
       01  DIGIT-COUNTER       PIC 99.
       01  WORK-DIGIT          PIC 99.
       01  TEST-NUM            PIC X(8).
       01  LUHN-RESULT         PIC 9.
           88 LUHN-PASS               VALUE ZERO.

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
       01  AMOUNT-OUT          PIC $Z,ZZZ,ZZ9.99.

       01  ABS-TIME            PIC S9(15) COMP-3.
       01  SCREEN-DATE         PIC X(10).
       01  DATETIME.
           02 DT-DATE          PIC X(8).
           02 DT-TIME          PIC X(6).
       01  OPERATOR-ID         PIC X(3).

      * THE SAME 133-BYTE CUSTAUDT LINE CUSTMNT WRITES.
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

       COPY CUSTSET.
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA         PIC X(152).

       PROCEDURE DIVISION.
       100-PRIMARY.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                MMDDYYYY(SCREEN-DATE) DATESEP('/')
                YYYYMMDD(DT-DATE) TIME(DT-TIME)
           END-EXEC
           MOVE SPACES TO MESSAGE-TEXT
           IF EIBCALEN IS EQUAL TO ZERO
              MOVE SPACES TO COMMAREA-WORK
              SET CA-INQUIRY TO TRUE
              MOVE "ENTER AN ACCOUNT NUMBER OR THE START OF A NAME"
                   TO MESSAGE-TEXT
              MOVE LOW-VALUES TO CUSTINQO
              PERFORM 800-SEND-INQUIRY
           ELSE
              MOVE DFHCOMMAREA TO COMMAREA-WORK
              EVALUATE TRUE
                 WHEN EIBAID IS EQUAL TO DFHPF3
                    PERFORM 900-END-SESSION
                 WHEN CA-MAINTAIN
                    PERFORM 300-MAINTENANCE-INPUT
                 WHEN OTHER
                    PERFORM 200-INQUIRY-INPUT
              END-EVALUATE
           END-IF
           EXEC CICS RETURN TRANSID('CINQ')
                COMMAREA(COMMAREA-WORK) LENGTH(152)
           END-EXEC.

      ****************************************************************
      * INQUIRY MAP                                                  *
      ****************************************************************
       200-INQUIRY-INPUT.
           MOVE SPACES TO ENTERED-ACCT
           MOVE SPACES TO ENTERED-NAME
           EXEC CICS RECEIVE MAP('CUSTINQ') MAPSET('CUSTSET')
                INTO(CUSTINQI) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
              IF IACCTL IS GREATER THAN ZERO
                 MOVE IACCTI TO ENTERED-ACCT
              END-IF
              IF INAMEL IS GREATER THAN ZERO
                 MOVE INAMEI TO ENTERED-NAME
              END-IF
           END-IF
           INSPECT ENTERED-ACCT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ENTERED-NAME REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUES TO CUSTINQO
           EVALUATE TRUE
              WHEN EIBAID IS EQUAL TO DFHPF5
                 PERFORM 250-START-MAINTENANCE
              WHEN EIBAID IS EQUAL TO DFHPF8
                 PERFORM 240-BROWSE-NEXT-PAGE
              WHEN EIBAID IS EQUAL TO DFHENTER
                 IF ENTERED-ACCT IS NOT EQUAL TO SPACES
                    PERFORM 210-LOOKUP-ACCOUNT
                 ELSE
                 IF ENTERED-NAME IS NOT EQUAL TO SPACES
                    PERFORM 230-BROWSE-FIRST-PAGE
                 ELSE
                    MOVE "ENTER AN ACCOUNT NUMBER OR THE START OF A"
                         & " NAME" TO MESSAGE-TEXT
                 END-IF
                 END-IF
              WHEN OTHER
                 MOVE "KEY NOT ACTIVE ON THIS SCREEN" TO MESSAGE-TEXT
           END-EVALUATE
           IF CA-INQUIRY
              PERFORM 800-SEND-INQUIRY
           END-IF.

       210-LOOKUP-ACCOUNT.
           MOVE SPACES TO CA-ACCT
           EVALUATE TRUE
              WHEN ENTERED-ACCT IS NOT NUMERIC
                 MOVE "ACCOUNT NUMBER NOT NUMERIC" TO MESSAGE-TEXT
              WHEN OTHER
                 MOVE ENTERED-ACCT TO TEST-NUM
                 PERFORM 500-LUHN-VALIDATE
                 IF NOT LUHN-PASS
                    MOVE "ACCOUNT CHECK DIGIT WRONG" TO MESSAGE-TEXT
                 ELSE
                    PERFORM 215-READ-AND-SHOW
                 END-IF
           END-EVALUATE
           MOVE ENTERED-ACCT TO IACCTO.

       215-READ-AND-SHOW.
           EXEC CICS READ FILE('CUSTMAS') INTO(CUST-MASTER-REC)
                RIDFLD(ENTERED-ACCT) RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE CST-ACCT-NO TO CA-ACCT
                 PERFORM 220-SHOW-DETAIL
                 IF CST-OPEN
                    MOVE "PF5 TO MAINTAIN THIS ACCOUNT"
                         TO MESSAGE-TEXT
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE "ACCOUNT NOT ON MASTER" TO MESSAGE-TEXT
              WHEN OTHER
                 MOVE RESP-CODE TO RESP-OUT
                 STRING "CUSTMAS READ FAILED - RESP " RESP-OUT
                        DELIMITED BY SIZE INTO MESSAGE-TEXT
           END-EVALUATE.

       220-SHOW-DETAIL.
           MOVE CST-NAME TO DNAMEO
           MOVE CST-DATE-1 TO DOPENO
           MOVE CST-DATE-2 TO DLASTO
           PERFORM 290-FILTERED-AMOUNT
           MOVE AMOUNT-OUT TO DBALO
           MOVE SPACES TO DSTATO
           EVALUATE TRUE
              WHEN CST-OPEN AND CST-REVIEW-FLAG IS EQUAL TO "R"
                 MOVE "OPEN - UNDER COMMITTEE REVIEW" TO DSTATO
              WHEN CST-OPEN
                 MOVE "OPEN" TO DSTATO
              WHEN CST-CLOSED
                 STRING "CLOSED " CST-CLOSED-DATE " REASON "
                        CST-CLOSE-REASON
                        DELIMITED BY SIZE INTO DSTATO
              WHEN CST-ESCHEATED
                 STRING "ESCHEATED, REMITTED " CST-CLOSED-DATE
                        DELIMITED BY SIZE INTO DSTATO
              WHEN OTHER
                 STRING "STATUS " CST-STATUS " " CST-CLOSED-DATE
                        DELIMITED BY SIZE INTO DSTATO
           END-EVALUATE.

      * A NEW NAME PREFIX STARTS THE BROWSE FROM THE TOP.
       230-BROWSE-FIRST-PAGE.
           MOVE ENTERED-NAME TO CA-PREFIX
           MOVE 20 TO CA-PREFIX-LEN
           PERFORM 235-SHORTEN-PREFIX
                   UNTIL CA-PREFIX-LEN IS EQUAL TO 1
                   OR CA-PREFIX(CA-PREFIX-LEN:1) IS NOT EQUAL TO SPACE
           MOVE CA-PREFIX TO CA-BROWSE-NAME
           MOVE LOW-VALUES TO CA-BROWSE-ACCT
           PERFORM 245-FILL-PAGE.

       235-SHORTEN-PREFIX.
           SUBTRACT 1 FROM CA-PREFIX-LEN.

       240-BROWSE-NEXT-PAGE.
           IF CA-PREFIX IS EQUAL TO SPACES
              MOVE "ENTER THE START OF A NAME TO BROWSE"
                   TO MESSAGE-TEXT
           ELSE
              PERFORM 245-FILL-PAGE
           END-IF.

      * TEN NAMES FROM WHERE THE LAST PAGE ENDED.  THE PATH KEY IS
      * NOT UNIQUE, SO THE PAGE RESTARTS AT THE LAST NAME SHOWN AND
      * SKIPS THE ACCOUNTS UNDER THAT NAME ALREADY ON SCREEN.
       245-FILL-PAGE.
           MOVE SPACES TO BROWSE-LINES
           MOVE ZERO TO LINE-COUNT
           MOVE "N" TO BROWSE-DONE-FLAG
           MOVE CA-BROWSE-NAME TO BROWSE-KEY
           MOVE CA-BROWSE-NAME TO PAGE-LAST-NAME
           MOVE CA-BROWSE-ACCT TO PAGE-LAST-ACCT
           EXEC CICS STARTBR FILE('CUSTNAM') RIDFLD(BROWSE-KEY)
                GTEQ RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "NO NAMES ON FILE FROM THERE ON" TO MESSAGE-TEXT
           ELSE
              PERFORM 246-READ-ONE-BROWSE
                      UNTIL LINE-COUNT IS EQUAL TO 10
                      OR BROWSE-DONE
              EXEC CICS ENDBR FILE('CUSTNAM') END-EXEC
              MOVE PAGE-LAST-NAME TO CA-BROWSE-NAME
              MOVE PAGE-LAST-ACCT TO CA-BROWSE-ACCT
              EVALUATE TRUE
                 WHEN LINE-COUNT IS EQUAL TO ZERO
                    MOVE "NO MORE NAMES BEGINNING THAT WAY"
                         TO MESSAGE-TEXT
                 WHEN BROWSE-DONE
                    MOVE "END OF NAMES BEGINNING THAT WAY"
                         TO MESSAGE-TEXT
                 WHEN OTHER
                    MOVE "PF8 FOR THE NEXT PAGE" TO MESSAGE-TEXT
              END-EVALUATE
              PERFORM 248-MOVE-BROWSE-LINES
           END-IF
           MOVE CA-PREFIX TO INAMEO.

       246-READ-ONE-BROWSE.
           EXEC CICS READNEXT FILE('CUSTNAM') INTO(CUST-MASTER-REC)
                RIDFLD(BROWSE-KEY) RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
              WHEN RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL) AND
                   RESP-CODE IS NOT EQUAL TO DFHRESP(DUPKEY)
                 SET BROWSE-DONE TO TRUE
              WHEN CST-NAME(1:CA-PREFIX-LEN) IS NOT EQUAL TO
                   CA-PREFIX(1:CA-PREFIX-LEN)
                 SET BROWSE-DONE TO TRUE
              WHEN CST-NAME IS EQUAL TO CA-BROWSE-NAME AND
                   CST-ACCT-NO IS NOT GREATER THAN CA-BROWSE-ACCT
                 CONTINUE
              WHEN OTHER
                 PERFORM 247-BUILD-BROWSE-LINE
           END-EVALUATE.

       247-BUILD-BROWSE-LINE.
           ADD 1 TO LINE-COUNT
           MOVE CST-ACCT-NO TO BLW-ACCT
           MOVE CST-NAME TO BLW-NAME
           MOVE CST-DATE-1 TO BLW-OPENED
           MOVE CST-DATE-2 TO BLW-LAST
           PERFORM 290-FILTERED-AMOUNT
           MOVE AMOUNT TO BLW-BALANCE
           EVALUATE TRUE
              WHEN CST-OPEN
                 MOVE SPACES TO BLW-STATUS
              WHEN CST-ESCHEATED
                 MOVE "ESCH" TO BLW-STATUS
              WHEN OTHER
                 MOVE "CLSD" TO BLW-STATUS
           END-EVALUATE
           MOVE BROWSE-LINE-WORK TO BROWSE-LINE(LINE-COUNT)
           MOVE CST-NAME TO PAGE-LAST-NAME
           MOVE CST-ACCT-NO TO PAGE-LAST-ACCT.

       248-MOVE-BROWSE-LINES.
           MOVE BROWSE-LINE(1) TO LIN01O
           MOVE BROWSE-LINE(2) TO LIN02O
           MOVE BROWSE-LINE(3) TO LIN03O
           MOVE BROWSE-LINE(4) TO LIN04O
           MOVE BROWSE-LINE(5) TO LIN05O
           MOVE BROWSE-LINE(6) TO LIN06O
           MOVE BROWSE-LINE(7) TO LIN07O
           MOVE BROWSE-LINE(8) TO LIN08O
           MOVE BROWSE-LINE(9) TO LIN09O
           MOVE BROWSE-LINE(10) TO LIN10O.

      * PF5 TAKES THE ACCOUNT ON DISPLAY TO THE MAINTENANCE MAP.
       250-START-MAINTENANCE.
           IF CA-ACCT IS EQUAL TO SPACES
              MOVE "DISPLAY AN ACCOUNT FIRST, THEN PF5"
                   TO MESSAGE-TEXT
           ELSE
              MOVE CA-ACCT TO ENTERED-ACCT
              EXEC CICS READ FILE('CUSTMAS') INTO(CUST-MASTER-REC)
                   RIDFLD(ENTERED-ACCT) RESP(RESP-CODE)
              END-EXEC
              EVALUATE TRUE
                 WHEN RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
                    MOVE "ACCOUNT NO LONGER ON MASTER" TO MESSAGE-TEXT
                 WHEN NOT CST-OPEN
                    MOVE ENTERED-ACCT TO IACCTO
                    PERFORM 220-SHOW-DETAIL
                    MOVE "ACCOUNT IS CLOSED" TO MESSAGE-TEXT
                 WHEN OTHER
                    MOVE CUST-MASTER-REC TO CA-IMAGE
                    SET CA-MAINTAIN TO TRUE
                    MOVE LOW-VALUES TO CUSTUPDO
                    PERFORM 420-FILL-UPDATE-MAP
                    MOVE "CHANGE NAME OR DATES, THEN ENTER"
                         TO MESSAGE-TEXT
                    PERFORM 810-SEND-UPDATE
              END-EVALUATE
           END-IF.

       290-FILTERED-AMOUNT.
           MOVE CST-AMOUNT TO CUST-AMOUNT-FILTER
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE AMOUNT = FUNCTION NUMVAL(NOCOMMAS)
           ELSE
              MOVE ZERO TO AMOUNT
           END-IF
           MOVE AMOUNT TO AMOUNT-OUT.

      ****************************************************************
      * MAINTENANCE MAP                                              *
      ****************************************************************
       300-MAINTENANCE-INPUT.
           EVALUATE TRUE
              WHEN EIBAID IS EQUAL TO DFHPF12
                 PERFORM 350-BACK-TO-INQUIRY
                 MOVE "MAINTENANCE CANCELLED - NOTHING CHANGED"
                      TO MESSAGE-TEXT
                 PERFORM 800-SEND-INQUIRY
              WHEN EIBAID IS EQUAL TO DFHENTER
                 PERFORM 305-RECEIVE-UPDATE
                 PERFORM 310-EDIT-MAINTENANCE
                 IF EDIT-ERROR
                    PERFORM 430-REFILL-ENTERED
                    PERFORM 810-SEND-UPDATE
                 ELSE
                    PERFORM 320-APPLY-MAINTENANCE
                 END-IF
              WHEN OTHER
                 MOVE CA-IMAGE TO CUST-MASTER-REC
                 MOVE LOW-VALUES TO CUSTUPDO
                 PERFORM 420-FILL-UPDATE-MAP
                 MOVE "KEY NOT ACTIVE ON THIS SCREEN" TO MESSAGE-TEXT
                 PERFORM 810-SEND-UPDATE
           END-EVALUATE.

       305-RECEIVE-UPDATE.
           MOVE CA-IMAGE TO CUST-MASTER-REC
           MOVE CST-NAME TO UPD-NAME
           MOVE CST-DATE-1 TO UPD-DATE-1
           MOVE CST-DATE-2 TO UPD-DATE-2
           EXEC CICS RECEIVE MAP('CUSTUPD') MAPSET('CUSTSET')
                INTO(CUSTUPDI) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
              IF UNAMEL IS GREATER THAN ZERO
                 MOVE UNAMEI TO UPD-NAME
              END-IF
              IF UOPENL IS GREATER THAN ZERO
                 MOVE UOPENI TO UPD-DATE-1
              END-IF
              IF ULASTL IS GREATER THAN ZERO
                 MOVE ULASTI TO UPD-DATE-2
              END-IF
           END-IF
           INSPECT UPD-NAME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT UPD-DATE-1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT UPD-DATE-2 REPLACING ALL LOW-VALUE BY SPACE.

      * THE SAME EDITS AND MESSAGES AS CUSTMNT'S 235-VALIDATE-FIELDS
      * FOR THE FIELDS THIS MAP CAN CHANGE.
       310-EDIT-MAINTENANCE.
           MOVE "N" TO EDIT-ERROR-FLAG
           EVALUATE TRUE
              WHEN UPD-NAME IS EQUAL TO SPACES
                 MOVE "CUSTOMER NAME IS BLANK" TO MESSAGE-TEXT
              WHEN UPD-DATE-1 IS NOT NUMERIC
                 MOVE "DATE 1 NOT NUMERIC YYYYMMDD" TO MESSAGE-TEXT
              WHEN UPD-DATE-2 IS NOT NUMERIC
                 MOVE "DATE 2 NOT NUMERIC YYYYMMDD" TO MESSAGE-TEXT
              WHEN OTHER
                 MOVE UPD-DATE-1(5:2) TO WS-MM
                 MOVE UPD-DATE-1(7:2) TO WS-DD
                 IF WS-MM < 1 OR WS-MM > 12 OR
                    WS-DD < 1 OR WS-DD > 31
                    MOVE "DATE 1 MONTH/DAY OUT OF RANGE"
                         TO MESSAGE-TEXT
                 ELSE
                    MOVE UPD-DATE-2(5:2) TO WS-MM
                    MOVE UPD-DATE-2(7:2) TO WS-DD
                    IF WS-MM < 1 OR WS-MM > 12 OR
                       WS-DD < 1 OR WS-DD > 31
                       MOVE "DATE 2 MONTH/DAY OUT OF RANGE"
                            TO MESSAGE-TEXT
                    END-IF
                 END-IF
           END-EVALUATE
           IF MESSAGE-TEXT IS NOT EQUAL TO SPACES
              SET EDIT-ERROR TO TRUE
           END-IF.

      * READ FOR UPDATE AND COMPARE WITH THE IMAGE THE MAP WAS BUILT
      * FROM: IF A BATCH STEP OR ANOTHER TERMINAL GOT THERE FIRST,
      * THE CLERK SEES THE NEW RECORD AND KEYS AGAIN.
       320-APPLY-MAINTENANCE.
           MOVE CA-ACCT TO ENTERED-ACCT
           EXEC CICS READ FILE('CUSTMAS') INTO(CUST-MASTER-REC)
                RIDFLD(ENTERED-ACCT) UPDATE RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
              WHEN RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
                 PERFORM 350-BACK-TO-INQUIRY
                 MOVE "ACCOUNT NO LONGER ON MASTER" TO MESSAGE-TEXT
                 PERFORM 800-SEND-INQUIRY
              WHEN CUST-MASTER-REC IS NOT EQUAL TO CA-IMAGE
                 EXEC CICS UNLOCK FILE('CUSTMAS') END-EXEC
                 MOVE CUST-MASTER-REC TO CA-IMAGE
                 MOVE LOW-VALUES TO CUSTUPDO
                 PERFORM 420-FILL-UPDATE-MAP
                 MOVE "RECORD CHANGED SINCE DISPLAYED - REVIEW AND"
                      & " KEY AGAIN" TO MESSAGE-TEXT
                 PERFORM 810-SEND-UPDATE
              WHEN UPD-NAME IS EQUAL TO CST-NAME AND
                   UPD-DATE-1 IS EQUAL TO CST-DATE-1 AND
                   UPD-DATE-2 IS EQUAL TO CST-DATE-2
                 EXEC CICS UNLOCK FILE('CUSTMAS') END-EXEC
                 MOVE LOW-VALUES TO CUSTUPDO
                 PERFORM 420-FILL-UPDATE-MAP
                 MOVE "NO CHANGES ENTERED" TO MESSAGE-TEXT
                 PERFORM 810-SEND-UPDATE
              WHEN OTHER
                 PERFORM 330-REWRITE-AND-AUDIT
           END-EVALUATE.

       330-REWRITE-AND-AUDIT.
           MOVE CUST-MASTER-REC TO MASTER-IMAGE-VIEW
           MOVE UPD-NAME TO CST-NAME
           MOVE UPD-DATE-1 TO CST-DATE-1
           MOVE UPD-DATE-2 TO CST-DATE-2
           EXEC CICS REWRITE FILE('CUSTMAS') FROM(CUST-MASTER-REC)
                RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE RESP-CODE TO RESP-OUT
              STRING "REWRITE FAILED - RESP " RESP-OUT
                     DELIMITED BY SIZE INTO MESSAGE-TEXT
              MOVE MASTER-IMAGE-VIEW TO CUST-MASTER-REC
              MOVE LOW-VALUES TO CUSTUPDO
              PERFORM 420-FILL-UPDATE-MAP
              PERFORM 810-SEND-UPDATE
           ELSE
              PERFORM 400-AUDIT-ONLINE-CHANGE
              IF RESP-CODE IS NOT EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 PERFORM 350-BACK-TO-INQUIRY
                 MOVE "AUDIT TRAIL UNAVAILABLE - UPDATE BACKED OUT"
                      TO MESSAGE-TEXT
              ELSE
                 PERFORM 350-BACK-TO-INQUIRY
                 STRING "ACCOUNT " CA-ACCT " UPDATED"
                        DELIMITED BY SIZE INTO MESSAGE-TEXT
              END-IF
              PERFORM 800-SEND-INQUIRY
           END-IF.

       350-BACK-TO-INQUIRY.
           SET CA-INQUIRY TO TRUE
           MOVE SPACES TO CA-IMAGE
           MOVE LOW-VALUES TO CUSTINQO
           MOVE CA-ACCT TO ENTERED-ACCT
           MOVE CA-ACCT TO IACCTO
           EXEC CICS READ FILE('CUSTMAS') INTO(CUST-MASTER-REC)
                RIDFLD(ENTERED-ACCT) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 220-SHOW-DETAIL
           END-IF.

      * THE OLD/NEW PAIR, EXACTLY AS CUSTMNT'S 300/305 WRITE IT.
       400-AUDIT-ONLINE-CHANGE.
           EXEC CICS ASSIGN OPID(OPERATOR-ID) END-EXEC
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE DATETIME TO AUD-STAMP
           MOVE "OLD " TO AUD-TYPE
           MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
           PERFORM 410-AUDIT-OPERATOR
           EXEC CICS WRITEQ TD QUEUE('CAUD') FROM(WS-AUDIT-LINE)
                LENGTH(133) RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE IS EQUAL TO DFHRESP(NORMAL)
              MOVE "NEW " TO AUD-TYPE
              MOVE CUST-MASTER-REC TO AUD-IMAGE
              EXEC CICS WRITEQ TD QUEUE('CAUD') FROM(WS-AUDIT-LINE)
                   LENGTH(133) RESP(RESP-CODE)
              END-EXEC
           END-IF.

       410-AUDIT-OPERATOR.
           MOVE SPACES TO AUD-REASON
           MOVE "CHG" TO AUD-ACTION
           MOVE OPERATOR-ID TO AUD-ENTERED-BY
           STRING "ONLINE TERM " EIBTRMID
                  DELIMITED BY SIZE INTO AUD-DETAIL.

       420-FILL-UPDATE-MAP.
           MOVE CST-ACCT-NO TO UACCTO
           MOVE CST-NAME TO UNAMEO
           MOVE CST-DATE-1 TO UOPENO
           MOVE CST-DATE-2 TO ULASTO
           PERFORM 290-FILTERED-AMOUNT
           MOVE AMOUNT-OUT TO UBALO
           IF CST-REVIEW-FLAG IS EQUAL TO "R"
              MOVE "OPEN - UNDER COMMITTEE REVIEW" TO USTATO
           ELSE
              MOVE "OPEN" TO USTATO
           END-IF.

      * AN EDIT FAILURE REDISPLAYS WHAT THE CLERK KEYED, NOT THE
      * RECORD, SO ONLY THE BAD FIELD NEEDS RETYPING.
       430-REFILL-ENTERED.
           MOVE CA-IMAGE TO CUST-MASTER-REC
           MOVE LOW-VALUES TO CUSTUPDO
           PERFORM 420-FILL-UPDATE-MAP
           MOVE UPD-NAME TO UNAMEO
           MOVE UPD-DATE-1 TO UOPENO
           MOVE UPD-DATE-2 TO ULASTO.

      * MOD-10 VALIDATION OF AN EIGHT-DIGIT NUMBER, THE SAME LUHN
      * ARITHMETIC AS THE LUHN PROGRAM'S 200-LUHN.
       500-LUHN-VALIDATE.
           MOVE ZERO TO CHECKSUM
           PERFORM 510-SUM-ONE-DIGIT
                   VARYING DIGIT-COUNTER FROM 1 BY 1
                   UNTIL DIGIT-COUNTER IS GREATER THAN 8
           COMPUTE LUHN-RESULT = FUNCTION MOD(CHECKSUM 10).

       510-SUM-ONE-DIGIT.
           MOVE TEST-NUM(9 - DIGIT-COUNTER:1) TO WORK-DIGIT
           IF FUNCTION MOD(DIGIT-COUNTER 2) IS EQUAL TO ZERO
              MULTIPLY 2 BY WORK-DIGIT
              IF WORK-DIGIT IS GREATER THAN 9
                 SUBTRACT 9 FROM WORK-DIGIT
              END-IF
           END-IF
           ADD WORK-DIGIT TO CHECKSUM.

      ****************************************************************
      * SCREEN OUTPUT                                                *
      ****************************************************************
       800-SEND-INQUIRY.
           MOVE SCREEN-DATE TO IDATEO
           MOVE MESSAGE-TEXT TO IMSGO
           EXEC CICS SEND MAP('CUSTINQ') MAPSET('CUSTSET')
                FROM(CUSTINQO) ERASE FREEKB
           END-EXEC.

       810-SEND-UPDATE.
           MOVE SCREEN-DATE TO UDATEO
           MOVE MESSAGE-TEXT TO UMSGO
           EXEC CICS SEND MAP('CUSTUPD') MAPSET('CUSTSET')
                FROM(CUSTUPDO) ERASE FREEKB
           END-EXEC.

       900-END-SESSION.
           MOVE "CINQ ENDED" TO MESSAGE-TEXT
           EXEC CICS SEND TEXT FROM(MESSAGE-TEXT) LENGTH(10)
                ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.
