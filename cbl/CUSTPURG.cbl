       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTPURG.
       AUTHOR.        CHIPMAN.
      *
      * YEARLY CLOSED-ACCOUNT PURGE.  SINCE CUSTMNT STOPPED DELETING
      * ACCOUNTS, A DEL CLOSES THE RECORD IN PLACE (STATUS "C" IN
      * COLUMN 42, REASON CODE IN 43-44, JULIAN CLOSED DATE IN
      * 74-80) AND IT STAYS ON THE KSDS.  ONCE A YEAR THIS JOB:
      *
      *   - READS THE KSDS IN KEY ORDER AND PICKS EVERY ACCOUNT
      *     WHOSE CLOSED DATE IS OLDER THAN THE RETENTION PERIOD;
      *   - WRITES EACH ONE TO THE CLOSED-ACCOUNT HISTORY DATASET
      *     WITH THE PURGE DATE, THEN REMOVES IT FROM THE KSDS;
      *   - LOGS THE REMOVAL TO CUSTAUDT AS A PRG OLD/NEW PAIR, SO
      *     AUDITRPT AND CUSTBAL SEE IT LIKE ANY OTHER CHANGE;
      *   - PRINTS THE PURGE REGISTER FOR RECORDS MANAGEMENT:
      *     ACCOUNT, NAME, OPENED AND CLOSED DATES, REASON CODE AND
      *     BALANCE AT CLOSE, WITH COUNTS BY REASON.
      *
      * A CLOSED ACCOUNT WITH AN UNREADABLE CLOSED DATE IS LISTED AS
      * AN EXCEPTION AND KEPT.  OPEN ACCOUNTS ARE NEVER TOUCHED.
      *
      * OPTIONAL PRGPARM CARD:  RETENTION-YEARS(2)
      * SETS THE YEARS A CLOSED ACCOUNT IS KEPT ON THE MASTER
      * (DEFAULT 7).
      *
      * HISTORY RECORD (CUSTHIST):
      *   MASTER-IMAGE(80) PURGE-DATE(8)
      *   WITH ONE SPACE BETWEEN FIELDS.
      *
      * //CUSTPURG  JOB 1,NOTIFY=&SYSUID
      * //RUN     EXEC PGM=CUSTPURG
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=OLD
      * //CUSTHIST  DD DSN=&SYSUID..CUSTHIST,DISP=MOD
      * //CUSTAUDT  DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=MOD
      * //PRGPARM   DD DSN=&SYSUID..CONTROL(PRGPARM),DISP=SHR
      * //RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      * //SYSOUT    DD SYSOUT=*,OUTLIM=10000
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO CUSTOMER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CST-ACCT-NO
           FILE STATUS IS CUST-MASTER-STATUS.

           SELECT HIST-FILE ASSIGN TO CUSTHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO CUSTAUDT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT PRG-PARM ASSIGN TO PRGPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PRG-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER RECORD CONTAINS 80 CHARACTERS.
       01  CUST-MASTER-REC.
           05  CST-NAME        PIC X(33).
           05  CST-DATE-1      PIC X(8).
           05  CST-STATUS      PIC X.
               88 CST-OPEN            VALUE SPACE.
           05  CST-CLOSE-REASON PIC XX.
           05  CST-DATE-2      PIC X(8).
           05  CST-ACCT-NO     PIC X(8).
           05  FILLER          PIC X.
           05  CST-AMOUNT      PIC X(12).
           05  CST-CLOSED-DATE PIC X(7).

       FD  HIST-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  HIST-REC.
           05  HST-IMAGE       PIC X(80).
           05  FILLER          PIC X.
           05  HST-PURGE-DATE  PIC X(8).
           05  FILLER          PIC X(11).

       FD  AUDIT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  AUDIT-REC           PIC X(133).

       FD  PRG-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRG-PARM-REC.
           05  PPR-RETENTION   PIC XX.
           05  FILLER          PIC X(78).

       WORKING-STORAGE SECTION.
       01  CUST-MASTER-STATUS  PIC XX VALUE "00".
           88 CUST-MASTER-OK          VALUE "00".
       01  HIST-STATUS         PIC XX VALUE "00".
           88 HIST-OK                 VALUE "00".
       01  AUDIT-STATUS        PIC XX VALUE "00".
           88 AUDIT-OK                VALUE "00".
       01  PRG-PARM-STATUS     PIC XX VALUE "00".
           88 PRG-PARM-OK             VALUE "00".

       01  MASTER-EOF-FLAG     PIC X VALUE 'N'.
           88 MASTER-EOF              VALUE 'Y'.

       01  RETENTION-YEARS     PIC 99 VALUE 7.
       01  RUN-DATE-INTEGER    PIC 9(7).
       01  RUN-JULIAN          PIC 9(7).
       01  CUTOFF-JULIAN       PIC 9(7).

       01  RECORDS-READ        PIC 9(7) VALUE ZERO.
       01  CLOSED-SEEN         PIC 9(7) VALUE ZERO.
       01  PURGED-COUNT        PIC 9(7) VALUE ZERO.
       01  EXCEPTION-COUNT     PIC 9(5) VALUE ZERO.
       01  PURGED-TOTAL        PIC 9(11)V99 VALUE ZERO.

      * PURGED ACCOUNTS BY CLOSE REASON, FOR THE REGISTER FOOTING.
       01  REASON-COUNT        PIC 99 VALUE ZERO.
       01  REASON-IDX          PIC 99.
       01  REASON-FOUND-IDX    PIC 99.
       01  REASON-FOUND-FLAG   PIC X.
           88 REASON-FOUND            VALUE 'Y'.
       01  REASON-TABLE.
           05  REASON-ENTRY OCCURS 20 TIMES.
               10  RSN-CODE    PIC XX.
               10  RSN-COUNT   PIC 9(7).

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

       01  AMOUNT-OUT          PIC $Z,ZZZ,ZZ9.99.
       01  TOTAL-OUT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  COUNT-OUT           PIC Z,ZZZ,ZZ9.

      *   RUNLOG AUDIT FIELDS -- ONE START AND ONE END CALL PER RUN.
       01  RUNLOG-EVENT        PIC X.
       01  RUNLOG-PGM          PIC X(8) VALUE "CUSTPURG".
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
           COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   DT-STAMP(1:8)))
           COMPUTE RUN-JULIAN =
                   FUNCTION DAY-OF-INTEGER(RUN-DATE-INTEGER)
           PERFORM 105-READ-PARM-CARD
           COMPUTE CUTOFF-JULIAN = RUN-JULIAN - RETENTION-YEARS * 1000
           PERFORM 110-OPEN-FILES
           DISPLAY "********  CLOSED-ACCOUNT PURGE REGISTER  ********"
           DISPLAY "RUN DATE " DT-STAMP(1:8) "  RETENTION "
                   RETENTION-YEARS " YEARS  - PURGING ACCOUNTS CLOSED"
                   " BEFORE " CUTOFF-JULIAN
           DISPLAY SPACES
           DISPLAY "ACCOUNT  NAME                              OPENED"
                   "   CLOSED  RSN  BALANCE AT CLOSE"
           PERFORM 200-READ-ONE-MASTER UNTIL MASTER-EOF
           IF PURGED-COUNT IS EQUAL TO ZERO
              DISPLAY "  (NO ACCOUNTS PAST RETENTION)"
           END-IF
           PERFORM 500-REGISTER-FOOTING
           CLOSE CUST-MASTER
           CLOSE HIST-FILE
           CLOSE AUDIT-FILE
           MOVE RECORDS-READ TO RUNLOG-READ
           MOVE PURGED-COUNT TO RUNLOG-WRITTEN
           MOVE EXCEPTION-COUNT TO RUNLOG-REJECTED
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           DISPLAY "********  PURGE REGISTER ENDS  ********"
           STOP RUN.

       105-READ-PARM-CARD.
           OPEN INPUT PRG-PARM
           IF PRG-PARM-OK
              READ PRG-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF PPR-RETENTION IS NUMERIC AND
                       PPR-RETENTION IS NOT EQUAL TO "00"
                       MOVE PPR-RETENTION TO RETENTION-YEARS
                    END-IF
              END-READ
              CLOSE PRG-PARM
           END-IF.

       110-OPEN-FILES.
           OPEN I-O CUST-MASTER
           IF NOT CUST-MASTER-OK
              DISPLAY "CUSTOMER KSDS NOT AVAILABLE - STATUS "
                      CUST-MASTER-STATUS
              MOVE "MASTER NOT AVAILABLE" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 900-ABEND-RUN
           END-IF
           OPEN EXTEND HIST-FILE
           IF NOT HIST-OK
              OPEN OUTPUT HIST-FILE
           END-IF
           IF NOT HIST-OK
              DISPLAY "CUSTHIST NOT AVAILABLE - NOTHING PURGED"
              CLOSE CUST-MASTER
              MOVE "CUSTHIST NOT OPENED" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 900-ABEND-RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-OK
              OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE LOW-VALUES TO CST-ACCT-NO
           START CUST-MASTER KEY IS NOT LESS THAN CST-ACCT-NO
              INVALID KEY SET MASTER-EOF TO TRUE
           END-START.

       200-READ-ONE-MASTER.
           READ CUST-MASTER NEXT RECORD
              AT END SET MASTER-EOF TO TRUE
              NOT AT END
                 ADD 1 TO RECORDS-READ
                 IF NOT CST-OPEN
                    ADD 1 TO CLOSED-SEEN
                    PERFORM 210-CHECK-RETENTION
                 END-IF
           END-READ.

       210-CHECK-RETENTION.
           IF CST-CLOSED-DATE IS NOT NUMERIC
              ADD 1 TO EXCEPTION-COUNT
              DISPLAY "  ** " CST-ACCT-NO " CLOSED DATE ["
                      CST-CLOSED-DATE "] UNREADABLE - KEPT"
           ELSE
              IF CST-CLOSED-DATE IS LESS THAN CUTOFF-JULIAN
                 PERFORM 220-PURGE-ONE-ACCOUNT
              END-IF
           END-IF.

      * HISTORY FIRST, THEN THE KSDS: A RECORD IS NEVER GONE FROM
      * THE MASTER WITHOUT ITS COPY ON CUSTHIST.
       220-PURGE-ONE-ACCOUNT.
           MOVE SPACES TO HIST-REC
           MOVE CUST-MASTER-REC TO HST-IMAGE
           MOVE DT-STAMP(1:8) TO HST-PURGE-DATE
           WRITE HIST-REC
           IF NOT HIST-OK
              ADD 1 TO EXCEPTION-COUNT
              DISPLAY "  ** " CST-ACCT-NO " HISTORY WRITE FAILED - "
                      "STATUS " HIST-STATUS " - KEPT"
           ELSE
              DELETE CUST-MASTER
                 INVALID KEY
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "  ** " CST-ACCT-NO " DELETE FAILED - "
                            "ON HISTORY AND STILL ON MASTER"
                 NOT INVALID KEY
                    PERFORM 230-REGISTER-ONE-PURGE
              END-DELETE
           END-IF.

       230-REGISTER-ONE-PURGE.
           ADD 1 TO PURGED-COUNT
           MOVE CST-AMOUNT TO CUST-AMOUNT-FILTER
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE AMOUNT = FUNCTION NUMVAL(NOCOMMAS)
           ELSE
              MOVE ZERO TO AMOUNT
           END-IF
           ADD AMOUNT TO PURGED-TOTAL
           MOVE AMOUNT TO AMOUNT-OUT
           DISPLAY CST-ACCT-NO " " CST-NAME " " CST-DATE-1 " "
                   CST-CLOSED-DATE "  " CST-CLOSE-REASON "  "
                   AMOUNT-OUT
           PERFORM 240-COUNT-REASON
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "OLD " TO AUD-TYPE
           MOVE CUST-MASTER-REC TO AUD-IMAGE
           MOVE "PRG" TO AUD-ACTION
           MOVE "TO CUSTHIST" TO AUD-DETAIL
           MOVE WS-AUDIT-LINE TO AUDIT-REC
           WRITE AUDIT-REC
           MOVE "NEW " TO AUD-TYPE
           MOVE SPACES TO AUD-IMAGE
           MOVE WS-AUDIT-LINE TO AUDIT-REC
           WRITE AUDIT-REC.

       240-COUNT-REASON.
           MOVE 'N' TO REASON-FOUND-FLAG
           PERFORM 245-FIND-REASON
                   VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX IS GREATER THAN REASON-COUNT
                   OR REASON-FOUND
           IF NOT REASON-FOUND
              IF REASON-COUNT IS LESS THAN 20
                 ADD 1 TO REASON-COUNT
                 MOVE REASON-COUNT TO REASON-FOUND-IDX
                 MOVE CST-CLOSE-REASON TO RSN-CODE(REASON-COUNT)
                 MOVE ZERO TO RSN-COUNT(REASON-COUNT)
              ELSE
                 MOVE 20 TO REASON-FOUND-IDX
              END-IF
           END-IF
           ADD 1 TO RSN-COUNT(REASON-FOUND-IDX).

       245-FIND-REASON.
           IF RSN-CODE(REASON-IDX) IS EQUAL TO CST-CLOSE-REASON
              SET REASON-FOUND TO TRUE
              MOVE REASON-IDX TO REASON-FOUND-IDX
           END-IF.

       500-REGISTER-FOOTING.
           DISPLAY SPACES
           DISPLAY "PURGED BY CLOSE REASON"
           PERFORM 510-SHOW-ONE-REASON
                   VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX IS GREATER THAN REASON-COUNT
           DISPLAY SPACES
           MOVE RECORDS-READ TO COUNT-OUT
           DISPLAY "RECORDS READ          : " COUNT-OUT
           MOVE CLOSED-SEEN TO COUNT-OUT
           DISPLAY "CLOSED ON MASTER      : " COUNT-OUT
           MOVE PURGED-COUNT TO COUNT-OUT
           DISPLAY "PURGED TO HISTORY     : " COUNT-OUT
           MOVE EXCEPTION-COUNT TO COUNT-OUT
           DISPLAY "EXCEPTIONS (KEPT)     : " COUNT-OUT
           MOVE PURGED-TOTAL TO TOTAL-OUT
           DISPLAY "BALANCES AT CLOSE     : " TOTAL-OUT.

       510-SHOW-ONE-REASON.
           MOVE RSN-COUNT(REASON-IDX) TO COUNT-OUT
           DISPLAY "  " RSN-CODE(REASON-IDX) "  " COUNT-OUT.

       900-ABEND-RUN.
           MOVE "A" TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.
