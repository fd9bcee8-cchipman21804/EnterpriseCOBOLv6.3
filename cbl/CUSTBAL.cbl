       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTBAL.
       AUTHOR.        CHIPMAN.
      *
      * NIGHTLY BOOK-BALANCING FOR THE CUSTOMER MASTER.  CUSTMNT,
      * CUSTPOST, CUSTRORG RELOADS AND THE TOPACCTS REVIEW FLAGS ALL
      * TOUCH THE KSDS, AND NOTHING PROVED THE BOOK STILL ADDED UP
      * AFTERWARD.  THIS STEP DOES:
      *
      *   - THE BALCTL CONTROL RECORD HOLDS THE RECORD COUNT AND
      *     TOTAL BALANCE AS OF THE LAST NIGHT THAT BALANCED, AND
      *     THE NEWEST CUSTAUDT STAMP THAT NIGHT ACCOUNTED FOR;
      *   - EVERY APPLIED OLD/NEW PAIR ON CUSTAUDT STAMPED AFTER
      *     THAT IS A MOVEMENT: AN ADD BRINGS A RECORD AND ITS
      *     BALANCE ON, A CLOSE TAKES THEM OFF, AND A CHANGE OR A
      *     POSTED ITEM MOVES THE BALANCE BY NEW LESS OLD.  THE
      *     MOVEMENTS ARE TOTALED BY TRANSACTION TYPE;
      *   - A FRESH SEQUENTIAL PASS OVER THE KSDS COUNTS AND SUMS
      *     THE BOOK AS IT STANDS.  THE BOOK IS THE OPEN ACCOUNTS;
      *     CLOSED ACCOUNTS STILL ON FILE ARE COUNTED SEPARATELY;
      *   - PRIOR PLUS MOVEMENTS MUST EQUAL THE FRESH SUM.  WHEN IT
      *     DOES, THE CONTROL RECORD IS ROLLED FORWARD.  WHEN IT
      *     DOES NOT, THE DIFFERENCE PRINTS AGAINST THE MOVEMENT
      *     BREAKDOWN, THE CONTROL RECORD IS LEFT AT THE LAST
      *     BALANCED NIGHT, AND THE STEP ENDS WITH RETURN CODE 8 SO
      *     THE UNLOAD FOR THE SEQUENTIAL READERS DOES NOT RUN ON
      *     AN UNPROVEN BOOK.
      *
      * WITH NO CONTROL RECORD YET THE FRESH SUM BECOMES THE FIRST
      * BALANCED NIGHT AND THE STEP ENDS WITH RETURN CODE 4.
      *
      * CONTROL RECORD (BALCTL):
      *   BALANCED-DATE(8) AUDIT-STAMP(14) RECORD-COUNT(7)
      *   TOTAL-BALANCE(13: 9(11)V99)
      *   WITH ONE SPACE BETWEEN FIELDS.
      *
      * //CUSTBAL   JOB 1,NOTIFY=&SYSUID
      * //BALANCE EXEC PGM=CUSTBAL
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=SHR
      * //CUSTAUDT  DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=SHR
      * //BALCTL    DD DSN=&SYSUID..CONTROL(BALCTL),DISP=OLD
      * //RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      * //SYSOUT    DD SYSOUT=*,OUTLIM=2000
      * // IF BALANCE.RC = 0 THEN
      * //UNLOAD  EXEC PGM=CUSTRORG
      * //CUSTKSDS  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=SHR
      * //FLATOUT   DD DSN=&SYSUID..CUSTMAST(+1),DISP=(NEW,CATLG)
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

           SELECT AUDIT-FILE ASSIGN TO CUSTAUDT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT BAL-CTL ASSIGN TO BALCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BAL-CTL-STATUS.

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

       FD  AUDIT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-STAMP       PIC X(14).
           05  FILLER          PIC X.
           05  AUD-TYPE        PIC X(4).
           05  FILLER          PIC X.
           05  AUD-IMAGE       PIC X(80).
           05  FILLER          PIC X.
           05  AUD-REASON      PIC X(32).
       01  AUDIT-MASTER-VIEW REDEFINES AUDIT-REC.
           05  FILLER          PIC X(20).
           05  AMV-NAME        PIC X(33).
           05  AMV-DATE-1      PIC X(8).
           05  AMV-STATUS      PIC X.
           05  FILLER          PIC XX.
           05  AMV-DATE-2      PIC X(8).
           05  AMV-ACCT        PIC X(8).
           05  AMV-REVIEW      PIC X.
           05  AMV-AMOUNT      PIC X(12).
           05  FILLER          PIC X(40).

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

       WORKING-STORAGE SECTION.
       01  CUST-MASTER-STATUS  PIC XX VALUE "00".
           88 CUST-MASTER-OK          VALUE "00".
       01  AUDIT-STATUS        PIC XX VALUE "00".
           88 AUDIT-OK                VALUE "00".
       01  BAL-CTL-STATUS      PIC XX VALUE "00".
           88 BAL-CTL-OK              VALUE "00".

       01  MASTER-EOF-FLAG     PIC X VALUE 'N'.
           88 MASTER-EOF              VALUE 'Y'.
       01  AUDIT-EOF-FLAG      PIC X VALUE 'N'.
           88 AUDIT-EOF               VALUE 'Y'.
       01  CONTROL-FOUND-FLAG  PIC X VALUE 'N'.
           88 CONTROL-FOUND           VALUE 'Y'.
       01  PENDING-OLD-FLAG    PIC X VALUE 'N'.
           88 OLD-PENDING             VALUE 'Y'.
       01  TYPE-FOUND-FLAG     PIC X.
           88 TYPE-FOUND              VALUE 'Y'.

      * THE LAST BALANCED NIGHT, FROM THE CONTROL RECORD.
       01  PRIOR-DATE          PIC X(8) VALUE SPACES.
       01  PRIOR-STAMP         PIC X(14) VALUE LOW-VALUES.
       01  PRIOR-COUNT         PIC S9(7) VALUE ZERO.
       01  PRIOR-TOTAL         PIC S9(11)V99 VALUE ZERO.

      * THE NIGHT'S MOVEMENTS FROM CUSTAUDT.
       01  NEWEST-STAMP        PIC X(14) VALUE LOW-VALUES.
       01  PENDING-OLD-IMAGE   PIC X(80).
       01  OLD-AMOUNT-NUM      PIC 9(7)V99.
       01  NEW-AMOUNT-NUM      PIC 9(7)V99.
       01  COUNT-DELTA         PIC S9.
       01  AMOUNT-DELTA        PIC S9(8)V99.
       01  AUDIT-LINES-READ    PIC 9(7) VALUE ZERO.
       01  AUDIT-LINES-USED    PIC 9(7) VALUE ZERO.
       01  MOVE-TYPE           PIC X(3).
       01  TYPE-COUNT          PIC 99 VALUE ZERO.
       01  TYPE-IDX            PIC 99.
       01  TYPE-FOUND-IDX      PIC 99.
       01  MOVEMENT-TABLE.
           05  MOVEMENT-ENTRY OCCURS 20 TIMES.
               10  MVT-TYPE    PIC X(3).
               10  MVT-ITEMS   PIC 9(7).
               10  MVT-COUNT   PIC S9(7).
               10  MVT-AMOUNT  PIC S9(11)V99.
       01  MOVED-COUNT         PIC S9(7) VALUE ZERO.
       01  MOVED-TOTAL         PIC S9(11)V99 VALUE ZERO.

      * THE BOOK AS IT STANDS, AND THE PROOF.
       01  ACTUAL-COUNT        PIC S9(7) VALUE ZERO.
       01  ACTUAL-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  EXPECTED-COUNT      PIC S9(7).
       01  EXPECTED-TOTAL      PIC S9(11)V99.
       01  DIFF-COUNT          PIC S9(7).
       01  DIFF-TOTAL          PIC S9(11)V99.
       01  BAD-AMOUNT-COUNT    PIC 9(5) VALUE ZERO.
       01  CLOSED-ON-FILE      PIC 9(7) VALUE ZERO.
       01  AMOUNT              PIC 9(7)V99.

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

       01  DATETIME.
           02 DT-STAMP         PIC X(14).
           02 FILLER           PIC X(7).

       01  BAL-RETURN-CODE     PIC 9 VALUE ZERO.

       01  TOTAL-OUT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  COUNT-OUT           PIC Z,ZZZ,ZZ9-.
       01  ITEMS-OUT           PIC Z,ZZZ,ZZ9.

      *   RUNLOG AUDIT FIELDS -- ONE START AND ONE END CALL PER RUN.
       01  RUNLOG-EVENT        PIC X.
       01  RUNLOG-PGM          PIC X(8) VALUE "CUSTBAL ".
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
           DISPLAY "********  CUSTOMER BOOK BALANCING  ********"
           PERFORM 110-READ-CONTROL-RECORD
           PERFORM 200-TALLY-AUDIT-MOVEMENTS
           PERFORM 300-SUM-THE-BOOK
           PERFORM 400-PROVE-THE-BOOK
           MOVE ACTUAL-COUNT TO RUNLOG-READ
           MOVE AUDIT-LINES-USED TO RUNLOG-WRITTEN
           IF BAL-RETURN-CODE IS EQUAL TO 8
              MOVE 1 TO RUNLOG-REJECTED
           END-IF
           MOVE BAL-RETURN-CODE TO RUNLOG-RETURN-CODE
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           DISPLAY "********  BOOK BALANCING ENDS  ********"
           MOVE BAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       110-READ-CONTROL-RECORD.
           OPEN INPUT BAL-CTL
           IF BAL-CTL-OK
              READ BAL-CTL
                 AT END CONTINUE
                 NOT AT END
                    IF BCR-COUNT IS NUMERIC AND
                       BCR-TOTAL IS NUMERIC
                       SET CONTROL-FOUND TO TRUE
                       MOVE BCR-DATE TO PRIOR-DATE
                       MOVE BCR-AUDIT-STAMP TO PRIOR-STAMP
                       MOVE BCR-COUNT TO PRIOR-COUNT
                       MOVE BCR-TOTAL TO PRIOR-TOTAL
                    END-IF
              END-READ
              CLOSE BAL-CTL
           END-IF
           IF CONTROL-FOUND
              MOVE PRIOR-COUNT TO COUNT-OUT
              MOVE PRIOR-TOTAL TO TOTAL-OUT
              DISPLAY "LAST BALANCED NIGHT " PRIOR-DATE
                      "  RECORDS " COUNT-OUT "  BALANCE " TOTAL-OUT
              DISPLAY "AUDIT TRAIL ACCOUNTED FOR THROUGH "
                      PRIOR-STAMP
           ELSE
              DISPLAY "NO BALCTL CONTROL RECORD - TONIGHT'S SUM"
                      " BECOMES THE FIRST BALANCED NIGHT"
           END-IF.

      * EVERY LINE STAMPED AFTER THE LAST BALANCED NIGHT.  AN OLD
      * LINE WAITS FOR ITS NEW; ANY OTHER LINE TYPE BETWEEN THEM
      * (A REJECTED REWRITE) DROPS THE PAIR.
       200-TALLY-AUDIT-MOVEMENTS.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
              DISPLAY "CUSTAUDT NOT AVAILABLE - NO MOVEMENTS TAKEN"
           ELSE
              PERFORM 210-READ-ONE-AUDIT UNTIL AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       210-READ-ONE-AUDIT.
           READ AUDIT-FILE
              AT END SET AUDIT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO AUDIT-LINES-READ
                 IF AUD-STAMP IS GREATER THAN PRIOR-STAMP
                    PERFORM 220-ROUTE-ONE-AUDIT
                 END-IF
           END-READ.

       220-ROUTE-ONE-AUDIT.
           IF AUD-STAMP IS GREATER THAN NEWEST-STAMP
              MOVE AUD-STAMP TO NEWEST-STAMP
           END-IF
           EVALUATE AUD-TYPE
              WHEN "OLD "
                 SET OLD-PENDING TO TRUE
                 MOVE AUD-IMAGE TO PENDING-OLD-IMAGE
              WHEN "NEW "
                 IF OLD-PENDING
                    PERFORM 230-POST-ONE-MOVEMENT
                 END-IF
                 MOVE 'N' TO PENDING-OLD-FLAG
              WHEN OTHER
                 MOVE 'N' TO PENDING-OLD-FLAG
           END-EVALUATE.

      * THE MOVEMENT IS WHATEVER THE PAIR SAYS: AN OPEN ACCOUNT'S
      * IMAGE IS ON THE BOOK, A BLANK OR CLOSED ONE IS NOT.
       230-POST-ONE-MOVEMENT.
           ADD 2 TO AUDIT-LINES-USED
           MOVE AUD-REASON(1:3) TO MOVE-TYPE
           MOVE ZERO TO COUNT-DELTA
           MOVE ZERO TO OLD-AMOUNT-NUM
           MOVE ZERO TO NEW-AMOUNT-NUM
           IF PENDING-OLD-IMAGE IS NOT EQUAL TO SPACES AND
              PENDING-OLD-IMAGE(42:1) IS EQUAL TO SPACE
              SUBTRACT 1 FROM COUNT-DELTA
              MOVE PENDING-OLD-IMAGE(62:12) TO CUST-AMOUNT-FILTER
              PERFORM 500-FILTERED-AMOUNT
              MOVE AMOUNT TO OLD-AMOUNT-NUM
           END-IF
           IF AUD-IMAGE IS NOT EQUAL TO SPACES AND
              AMV-STATUS IS EQUAL TO SPACE
              ADD 1 TO COUNT-DELTA
              MOVE AMV-AMOUNT TO CUST-AMOUNT-FILTER
              PERFORM 500-FILTERED-AMOUNT
              MOVE AMOUNT TO NEW-AMOUNT-NUM
           END-IF
           COMPUTE AMOUNT-DELTA = NEW-AMOUNT-NUM - OLD-AMOUNT-NUM
           MOVE 'N' TO TYPE-FOUND-FLAG
           PERFORM 240-FIND-TYPE
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX IS GREATER THAN TYPE-COUNT
                   OR TYPE-FOUND
           IF NOT TYPE-FOUND
              IF TYPE-COUNT IS LESS THAN 20
                 ADD 1 TO TYPE-COUNT
                 MOVE TYPE-COUNT TO TYPE-FOUND-IDX
                 MOVE MOVE-TYPE TO MVT-TYPE(TYPE-COUNT)
                 MOVE ZERO TO MVT-ITEMS(TYPE-COUNT)
                 MOVE ZERO TO MVT-COUNT(TYPE-COUNT)
                 MOVE ZERO TO MVT-AMOUNT(TYPE-COUNT)
              ELSE
                 MOVE 20 TO TYPE-FOUND-IDX
              END-IF
           END-IF
           ADD 1 TO MVT-ITEMS(TYPE-FOUND-IDX)
           ADD COUNT-DELTA TO MVT-COUNT(TYPE-FOUND-IDX)
           ADD AMOUNT-DELTA TO MVT-AMOUNT(TYPE-FOUND-IDX)
           ADD COUNT-DELTA TO MOVED-COUNT
           ADD AMOUNT-DELTA TO MOVED-TOTAL.

       240-FIND-TYPE.
           IF MVT-TYPE(TYPE-IDX) IS EQUAL TO MOVE-TYPE
              SET TYPE-FOUND TO TRUE
              MOVE TYPE-IDX TO TYPE-FOUND-IDX
           END-IF.

      * THE FRESH SUM: EVERY RECORD ON THE KSDS IN KEY ORDER.
       300-SUM-THE-BOOK.
           OPEN INPUT CUST-MASTER
           IF NOT CUST-MASTER-OK
              DISPLAY "CUSTOMER KSDS NOT AVAILABLE - STATUS "
                      CUST-MASTER-STATUS
              MOVE "MASTER NOT AVAILABLE" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 900-ABEND-RUN
           END-IF
           PERFORM 310-READ-ONE-MASTER UNTIL MASTER-EOF
           CLOSE CUST-MASTER.

       310-READ-ONE-MASTER.
           READ CUST-MASTER NEXT RECORD
              AT END SET MASTER-EOF TO TRUE
              NOT AT END
                 IF CST-OPEN
                    ADD 1 TO ACTUAL-COUNT
                    MOVE CST-AMOUNT TO CUST-AMOUNT-FILTER
                    PERFORM 500-FILTERED-AMOUNT
                    ADD AMOUNT TO ACTUAL-TOTAL
                 ELSE
                    ADD 1 TO CLOSED-ON-FILE
                 END-IF
           END-READ.

       400-PROVE-THE-BOOK.
           PERFORM 410-SHOW-MOVEMENTS
           COMPUTE EXPECTED-COUNT = PRIOR-COUNT + MOVED-COUNT
           COMPUTE EXPECTED-TOTAL = PRIOR-TOTAL + MOVED-TOTAL
           COMPUTE DIFF-COUNT = ACTUAL-COUNT - EXPECTED-COUNT
           COMPUTE DIFF-TOTAL = ACTUAL-TOTAL - EXPECTED-TOTAL
           DISPLAY SPACES
           DISPLAY "PROOF                       RECORDS"
                   "              BALANCE"
           MOVE PRIOR-COUNT TO COUNT-OUT
           MOVE PRIOR-TOTAL TO TOTAL-OUT
           DISPLAY "  LAST BALANCED NIGHT     " COUNT-OUT "  "
                   TOTAL-OUT
           MOVE MOVED-COUNT TO COUNT-OUT
           MOVE MOVED-TOTAL TO TOTAL-OUT
           DISPLAY "  PLUS NIGHT'S MOVEMENTS  " COUNT-OUT "  "
                   TOTAL-OUT
           MOVE EXPECTED-COUNT TO COUNT-OUT
           MOVE EXPECTED-TOTAL TO TOTAL-OUT
           DISPLAY "  EXPECTED BOOK           " COUNT-OUT "  "
                   TOTAL-OUT
           MOVE ACTUAL-COUNT TO COUNT-OUT
           MOVE ACTUAL-TOTAL TO TOTAL-OUT
           DISPLAY "  FRESH SUM OVER KSDS     " COUNT-OUT "  "
                   TOTAL-OUT
           MOVE CLOSED-ON-FILE TO COUNT-OUT
           DISPLAY "  (CLOSED ACCOUNTS ON FILE " COUNT-OUT
                   " - NOT ON THE BOOK)"
           IF BAD-AMOUNT-COUNT IS GREATER THAN ZERO
              DISPLAY "  (" BAD-AMOUNT-COUNT " UNREADABLE AMOUNTS"
                      " TAKEN AS ZERO)"
           END-IF
           EVALUATE TRUE
              WHEN NOT CONTROL-FOUND
                 DISPLAY "FIRST BALANCED NIGHT ESTABLISHED"
                 MOVE "FIRST BALANCED NIGHT" TO RUNLOG-CONDITION
                 MOVE 4 TO BAL-RETURN-CODE
                 PERFORM 450-ROLL-CONTROL-FORWARD
              WHEN DIFF-COUNT IS EQUAL TO ZERO AND
                   DIFF-TOTAL IS EQUAL TO ZERO
                 DISPLAY "BOOK IN BALANCE"
                 PERFORM 450-ROLL-CONTROL-FORWARD
              WHEN OTHER
                 MOVE DIFF-COUNT TO COUNT-OUT
                 MOVE DIFF-TOTAL TO TOTAL-OUT
                 DISPLAY "  OUT OF BALANCE BY       " COUNT-OUT "  "
                         TOTAL-OUT
                 DISPLAY "*** BOOK OUT OF BALANCE - CONTROL RECORD"
                         " LEFT AT " PRIOR-DATE " - RETURN CODE 8"
                 MOVE "BOOK OUT OF BALANCE" TO RUNLOG-CONDITION
                 MOVE 8 TO BAL-RETURN-CODE
           END-EVALUATE.

      * THE NIGHT'S MOVEMENTS BY TRANSACTION TYPE: HOW MANY APPLIED
      * ITEMS, THE RECORDS EACH TYPE BROUGHT ON OR TOOK OFF, AND THE
      * BALANCE IT MOVED.
       410-SHOW-MOVEMENTS.
           DISPLAY SPACES
           DISPLAY "MOVEMENTS SINCE LAST BALANCED NIGHT BY TYPE"
           DISPLAY "TYPE       ITEMS     RECORDS              BALANCE"
           IF TYPE-COUNT IS EQUAL TO ZERO
              DISPLAY "  (NO APPLIED CHANGES ON CUSTAUDT)"
           END-IF
           PERFORM 420-SHOW-ONE-TYPE
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX IS GREATER THAN TYPE-COUNT.

       420-SHOW-ONE-TYPE.
           MOVE MVT-ITEMS(TYPE-IDX) TO ITEMS-OUT
           MOVE MVT-COUNT(TYPE-IDX) TO COUNT-OUT
           MOVE MVT-AMOUNT(TYPE-IDX) TO TOTAL-OUT
           DISPLAY MVT-TYPE(TYPE-IDX) "   " ITEMS-OUT "  " COUNT-OUT
                   "  " TOTAL-OUT.

      * THE CONTROL RECORD MOVES TO TONIGHT ONLY WHEN TONIGHT IS
      * PROVEN (OR IS THE FIRST NIGHT).
       450-ROLL-CONTROL-FORWARD.
           IF NEWEST-STAMP IS EQUAL TO LOW-VALUES
              MOVE PRIOR-STAMP TO NEWEST-STAMP
           END-IF
           IF NEWEST-STAMP IS EQUAL TO LOW-VALUES
              MOVE DT-STAMP TO NEWEST-STAMP
           END-IF
           OPEN OUTPUT BAL-CTL
           IF NOT BAL-CTL-OK
              DISPLAY "BALCTL NOT WRITABLE - CONTROL NOT ROLLED"
              MOVE "BALCTL NOT WRITTEN" TO RUNLOG-CONDITION
              MOVE 8 TO BAL-RETURN-CODE
           ELSE
              MOVE SPACES TO BAL-CTL-REC
              MOVE DT-STAMP(1:8) TO BCR-DATE
              MOVE NEWEST-STAMP TO BCR-AUDIT-STAMP
              MOVE ACTUAL-COUNT TO BCR-COUNT
              MOVE ACTUAL-TOTAL TO BCR-TOTAL
              WRITE BAL-CTL-REC
              CLOSE BAL-CTL
              DISPLAY "CONTROL RECORD ROLLED FORWARD TO " BCR-DATE
           END-IF.

       500-FILTERED-AMOUNT.
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE AMOUNT = FUNCTION NUMVAL(NOCOMMAS)
           ELSE
              MOVE ZERO TO AMOUNT
              ADD 1 TO BAD-AMOUNT-COUNT
           END-IF.

       900-ABEND-RUN.
           MOVE "A" TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.
