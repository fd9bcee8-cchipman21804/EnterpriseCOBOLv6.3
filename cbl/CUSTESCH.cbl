       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTESCH.
       AUTHOR.        CHIPMAN.
      *
      * UNCLAIMED-PROPERTY DUE DILIGENCE AND ESCHEAT FILING.  AGERPT
      * LISTS THE DORMANT ACCOUNTS; THIS JOB WORKS THEM THROUGH THE
      * YEARLY ESCHEAT CYCLE IN THREE PHASES, CHOSEN BY THE ESCPARM
      * CARD AND RUN WEEKS APART:
      *
      *   L  LETTERS.  READS THE KSDS IN KEY ORDER AND PICKS EVERY
      *      OPEN ACCOUNT WHOSE LAST ACTIVITY (DATE-2) IS AT LEAST
      *      THE DORMANCY PERIOD OLD AND WHOSE BALANCE IS AT LEAST
      *      THE DUE-DILIGENCE MINIMUM.  EACH ONE GETS A RECORD ON
      *      THE LETTER FILE FOR THE MAIL HOUSE (WHICH ADDRESSES BY
      *      ACCOUNT NUMBER) AND AN ENTRY ON THE TRACKING FILE.
      *      ACCOUNTS STILL WAITING ON LAST CYCLE'S LETTER ARE NOT
      *      LETTERED TWICE.  FINISHED ENTRIES (ANSWERED, FILED OR
      *      WITHDRAWN) ARE DROPPED FROM THE TRACKING FILE HERE.
      *
      *   R  RESPONSES.  POSTS THE OWNER RESPONSES FROM ESCHRESP.
      *      ANY RESPONSE COUNTS: THE ACCOUNT'S LAST-ACTIVITY DATE
      *      IS RESET TO THE RESPONSE DATE, THE CHANGE IS LOGGED TO
      *      CUSTAUDT AS A DDR OLD/NEW PAIR, AND THE TRACKING ENTRY
      *      IS MARKED ANSWERED.  RESPONSES FOR ACCOUNTS NOT AWAITING
      *      A REPLY ARE REJECTED AND LISTED.
      *
      *   F  FILING.  AT THE FILING DEADLINE, EVERY ACCOUNT STILL
      *      AWAITING A REPLY IS CHECKED ON THE MASTER.  ONE WITH
      *      ACTIVITY SINCE ITS LETTER DATE IS MARKED ANSWERED; ONE
      *      CLOSED SINCE IS MARKED WITHDRAWN.  EVERY OTHER ACCOUNT
      *      IS WRITTEN TO THE STATE REMITTANCE EXTRACT IN THE
      *      HOLDER-REPORT LAYOUT AND MARKED ESCHEATED ON THE MASTER:
      *      STATUS "E", REASON "ES", THE REMIT DATE AS THE JULIAN
      *      CLOSED DATE.  THE BALANCE STAYS ON THE RECORD AS THE
      *      AMOUNT REMITTED.  LIKE A CLOSED ACCOUNT IT IS NO LONGER
      *      ON THE BOOK, SO THE ESC OLD/NEW PAIR ON CUSTAUDT IS
      *      WHAT CUSTBAL BALANCES THE BOOK'S DROP AGAINST.  CUSTPURG
      *      LATER MOVES THE RECORD TO HISTORY ONCE ITS RETENTION
      *      PERIOD HAS RUN.
      *
      * EVERY PHASE PRINTS ITS OWN REGISTER ON SYSOUT, READS THE
      * TRACKING FILE (CURRENT GENERATION; NONE ON THE FIRST CYCLE)
      * AND WRITES A NEW GENERATION.  A RUN THAT STOPS SHORT COPIES
      * THE CURRENT GENERATION TO THE NEW ONE UNCHANGED.
      *
      * ESCPARM CARD (REQUIRED):
      *   PHASE(1) DORMANT-YEARS(1) MINIMUM(7) REPORT-YEAR(4)
      *   HOLDER-ID(9) STATE(2) HOLDER-NAME(40)
      *   WITH ONE SPACE BETWEEN FIELDS.  DORMANT-YEARS DEFAULTS TO
      *   3 (AS AGERPT); MINIMUM, IN WHOLE DOLLARS, DEFAULTS TO 50.
      *   THE HOLDER FIELDS ARE USED BY THE FILING PHASE ONLY.
      *
      * ESCHRESP CARD:  ACCOUNT(8) RESPONSE-DATE(8) HOW(1)
      *   HOW IS M (MAIL), P (PHONE) OR B (BRANCH).
      *
      * TRACKING RECORD (ESCHTRK):
      *   ACCOUNT(8) STATE(1) LETTER-DATE(8) EVENT-DATE(8)
      *   BALANCE 9(7)V99 NAME(33), ONE SPACE BETWEEN FIELDS.
      *   STATE L = LETTER SENT, R = ANSWERED, F = FILED,
      *   X = WITHDRAWN (CLOSED BEFORE FILING).
      *
      * LETTER RECORD (ESCHLTR):
      *   ACCOUNT(8) NAME(33) LAST-ACTIVITY(8) BALANCE(13 EDITED)
      *   LETTER-DATE(8) RESPOND-BY(8), ONE SPACE BETWEEN FIELDS.
      *
      * HOLDER REPORT (ESCHRPT), 200 BYTES: ONE TYPE 1 HOLDER
      * RECORD, ONE TYPE 2 PROPERTY RECORD PER ACCOUNT (PROPERTY
      * TYPE AC01, SOLE OWNER), ONE TYPE 9 SUMMARY RECORD.
      *
      * //CUSTESCH  JOB 1,NOTIFY=&SYSUID
      * //RUN     EXEC PGM=CUSTESCH
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=OLD
      * //ESCPARM   DD DSN=&SYSUID..CONTROL(ESCPARM),DISP=SHR
      * //ESCHTRK   DD DSN=&SYSUID..ESCHTRK(0),DISP=SHR
      * //ESCHNEW   DD DSN=&SYSUID..ESCHTRK(+1),DISP=(NEW,CATLG),
      * //             SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=80)
      * //ESCHLTR   DD DSN=&SYSUID..ESCHLTR,DISP=(NEW,CATLG),
      * //             SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=100)
      * //ESCHRESP  DD DSN=&SYSUID..ESCHRESP,DISP=SHR
      * //ESCHRPT   DD DSN=&SYSUID..ESCHRPT,DISP=(NEW,CATLG),
      * //             SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=200)
      * //CUSTAUDT  DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=MOD
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

           SELECT ESC-PARM ASSIGN TO ESCPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESC-PARM-STATUS.

           SELECT TRACK-OLD ASSIGN TO ESCHTRK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRACK-OLD-STATUS.

           SELECT TRACK-NEW ASSIGN TO ESCHNEW
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRACK-NEW-STATUS.

           SELECT LETTER-FILE ASSIGN TO ESCHLTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LETTER-STATUS.

           SELECT RESP-FILE ASSIGN TO ESCHRESP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RESP-STATUS.

           SELECT HOLDER-RPT ASSIGN TO ESCHRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS HOLDER-STATUS.

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
               88 CST-OPEN            VALUE SPACE.
           05  CST-CLOSE-REASON PIC XX.
           05  CST-DATE-2      PIC X(8).
           05  CST-ACCT-NO     PIC X(8).
           05  CST-REVIEW-FLAG PIC X.
           05  CST-AMOUNT      PIC X(12).
           05  CST-CLOSED-DATE PIC X(7).

       FD  ESC-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ESC-PARM-REC.
           05  EPR-PHASE       PIC X.
               88 EPR-PHASE-KNOWN     VALUE "L" "R" "F".
           05  FILLER          PIC X.
           05  EPR-DORM-YEARS  PIC X.
           05  FILLER          PIC X.
           05  EPR-MINIMUM     PIC X(7).
           05  FILLER          PIC X.
           05  EPR-REPORT-YEAR PIC X(4).
           05  FILLER          PIC X.
           05  EPR-HOLDER-ID   PIC X(9).
           05  FILLER          PIC X.
           05  EPR-STATE       PIC XX.
           05  FILLER          PIC X.
           05  EPR-HOLDER-NAME PIC X(40).
           05  FILLER          PIC X(10).

       FD  TRACK-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRACK-OLD-REC       PIC X(80).

       FD  TRACK-NEW RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRACK-NEW-REC       PIC X(80).

       FD  LETTER-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  LETTER-REC.
           05  LTR-ACCT        PIC X(8).
           05  FILLER          PIC X.
           05  LTR-NAME        PIC X(33).
           05  FILLER          PIC X.
           05  LTR-LAST-ACTIVITY PIC X(8).
           05  FILLER          PIC X.
           05  LTR-BALANCE     PIC $Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X.
           05  LTR-LETTER-DATE PIC X(8).
           05  FILLER          PIC X.
           05  LTR-RESPOND-BY  PIC 9(8).
           05  FILLER          PIC X(17).

       FD  RESP-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RESP-REC.
           05  RSP-ACCT        PIC X(8).
           05  FILLER          PIC X.
           05  RSP-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  RSP-HOW         PIC X.
               88 RSP-HOW-KNOWN       VALUE "M" "P" "B".
           05  FILLER          PIC X(61).

       FD  HOLDER-RPT RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE F.
       01  HOLDER-REC          PIC X(200).

       FD  AUDIT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  AUDIT-REC           PIC X(133).

       WORKING-STORAGE SECTION.
       01  CUST-MASTER-STATUS  PIC XX VALUE "00".
           88 CUST-MASTER-OK          VALUE "00".
       01  ESC-PARM-STATUS     PIC XX VALUE "00".
           88 ESC-PARM-OK             VALUE "00".
       01  TRACK-OLD-STATUS    PIC XX VALUE "00".
           88 TRACK-OLD-OK            VALUE "00".
       01  TRACK-NEW-STATUS    PIC XX VALUE "00".
           88 TRACK-NEW-OK            VALUE "00".
       01  LETTER-STATUS       PIC XX VALUE "00".
           88 LETTER-OK               VALUE "00".
       01  RESP-STATUS         PIC XX VALUE "00".
           88 RESP-OK                 VALUE "00".
       01  HOLDER-STATUS       PIC XX VALUE "00".
           88 HOLDER-OK               VALUE "00".
       01  AUDIT-STATUS        PIC XX VALUE "00".
           88 AUDIT-OK                VALUE "00".

       01  MASTER-EOF-FLAG     PIC X VALUE 'N'.
           88 MASTER-EOF              VALUE 'Y'.
       01  TRACK-EOF-FLAG      PIC X VALUE 'N'.
           88 TRACK-EOF               VALUE 'Y'.
       01  RESP-EOF-FLAG       PIC X VALUE 'N'.
           88 RESP-EOF                VALUE 'Y'.
       01  ENTRY-FOUND-FLAG    PIC X.
           88 ENTRY-FOUND             VALUE 'Y'.

       01  RUN-PHASE           PIC X VALUE SPACE.
           88 PHASE-LETTERS           VALUE "L".
           88 PHASE-RESPONSES         VALUE "R".
           88 PHASE-FILING            VALUE "F".
       01  DORMANT-YEARS       PIC 9 VALUE 3.
       01  DILIGENCE-MINIMUM   PIC 9(7) VALUE 50.
       01  REPORT-YEAR         PIC X(4).
       01  HOLDER-ID           PIC X(9).
       01  HOLDER-STATE        PIC XX.
       01  HOLDER-NAME         PIC X(40).
       01  ESC-RETURN-CODE     PIC 9 VALUE ZERO.

      * THE TRACKING FILE, HELD IN ACCOUNT ORDER WHILE A PHASE RUNS.
       01  TRACK-COUNT         PIC 9(4) VALUE ZERO.
       01  TRACK-IDX           PIC 9(4).
       01  TRACK-FOUND-IDX     PIC 9(4).
       01  TRACK-SWAP          PIC X(80).
       01  TRACK-TABLE.
           05  TRACK-ENTRY OCCURS 1000 TIMES.
               10  TRK-ACCT        PIC X(8).
               10  FILLER          PIC X.
               10  TRK-STATE       PIC X.
                   88 TRK-LETTERED        VALUE "L".
                   88 TRK-ANSWERED        VALUE "R".
                   88 TRK-FILED           VALUE "F".
                   88 TRK-WITHDRAWN       VALUE "X".
               10  FILLER          PIC X.
               10  TRK-LETTER-DATE PIC X(8).
               10  FILLER          PIC X.
               10  TRK-EVENT-DATE  PIC X(8).
               10  FILLER          PIC X.
               10  TRK-BALANCE     PIC 9(7)V99.
               10  FILLER          PIC X.
               10  TRK-NAME        PIC X(33).
               10  FILLER          PIC X(8).

      * DATES.  RESPOND-BY IS SIXTY DAYS FROM THE LETTER.
       01  DATETIME.
           02 DT-STAMP         PIC X(14).
           02 FILLER           PIC X(7).
       01  RUN-DATE            PIC 9(8).
       01  RUN-DATE-INTEGER    PIC 9(7).
       01  RUN-JULIAN          PIC 9(7).
       01  RESPOND-BY-DATE     PIC 9(8).
       01  ACTIVITY-INTEGER    PIC 9(7).
       01  ELAPSED-DAYS        PIC S9(7)
                               SIGN IS LEADING SEPARATE.
       01  ELAPSED-YEARS       PIC 9(3)V9.
       01  WS-MM               PIC 99.
       01  WS-DD               PIC 99.
       01  DATE-2-NUM          PIC 9(8).

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

       01  MASTER-IMAGE-VIEW   PIC X(80).

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

      * HOLDER-REPORT RECORDS: HOLDER, PROPERTY, SUMMARY.
       01  HOLDER-HEADER.
           05  HH-TYPE         PIC X VALUE "1".
           05  HH-HOLDER-ID    PIC X(9).
           05  HH-HOLDER-NAME  PIC X(40).
           05  HH-STATE        PIC XX.
           05  HH-REPORT-YEAR  PIC X(4).
           05  HH-REPORT-DATE  PIC X(8).
           05  HH-REPORT-KIND  PIC X VALUE "O".
           05  FILLER          PIC X(135) VALUE SPACES.
       01  HOLDER-PROPERTY.
           05  HP-TYPE         PIC X VALUE "2".
           05  HP-HOLDER-ID    PIC X(9).
           05  HP-SEQUENCE     PIC 9(6).
           05  HP-OWNER-NAME   PIC X(40).
           05  HP-OWNER-RELATION PIC XX VALUE "SO".
           05  HP-PROPERTY-TYPE PIC X(4) VALUE "AC01".
           05  HP-OWNER-ACCT   PIC X(20).
           05  HP-LAST-ACTIVITY PIC X(8).
           05  HP-DILIGENCE-DATE PIC X(8).
           05  HP-AMOUNT-REPORTED PIC 9(10)V99.
           05  HP-AMOUNT-REMITTED PIC 9(10)V99.
           05  HP-REMIT-DATE   PIC X(8).
           05  FILLER          PIC X(70) VALUE SPACES.
       01  HOLDER-SUMMARY.
           05  HS-TYPE         PIC X VALUE "9".
           05  HS-HOLDER-ID    PIC X(9).
           05  HS-PROPERTY-COUNT PIC 9(6).
           05  HS-AMOUNT-TOTAL PIC 9(12)V99.
           05  FILLER          PIC X(170) VALUE SPACES.

       01  RECORDS-READ        PIC 9(7) VALUE ZERO.
       01  BAD-DATE-COUNT      PIC 9(5) VALUE ZERO.
       01  LETTER-COUNT        PIC 9(5) VALUE ZERO.
       01  PENDING-COUNT       PIC 9(5) VALUE ZERO.
       01  DROPPED-COUNT       PIC 9(5) VALUE ZERO.
       01  RESPONSE-COUNT      PIC 9(5) VALUE ZERO.
       01  POSTED-COUNT        PIC 9(5) VALUE ZERO.
       01  REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01  ACTIVE-COUNT        PIC 9(5) VALUE ZERO.
       01  WITHDRAWN-COUNT     PIC 9(5) VALUE ZERO.
       01  FILED-COUNT         PIC 9(6) VALUE ZERO.
       01  LETTER-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  FILED-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01  REJECT-TEXT         PIC X(30).

       01  AMOUNT-OUT          PIC $Z,ZZZ,ZZ9.99.
       01  TOTAL-OUT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  COUNT-OUT           PIC Z,ZZZ,ZZ9.

      *   RUNLOG AUDIT FIELDS -- ONE START AND ONE END CALL PER RUN.
       01  RUNLOG-EVENT        PIC X.
       01  RUNLOG-PGM          PIC X(8) VALUE "CUSTESCH".
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
           COMPUTE RUN-JULIAN =
                   FUNCTION DAY-OF-INTEGER(RUN-DATE-INTEGER)
           COMPUTE RESPOND-BY-DATE =
                   FUNCTION DATE-OF-INTEGER(RUN-DATE-INTEGER + 60)
           PERFORM 105-READ-PARM-CARD
           PERFORM 110-LOAD-TRACKING
           PERFORM 120-OPEN-FILES
           EVALUATE TRUE
              WHEN PHASE-LETTERS
                 PERFORM 200-LETTER-PHASE
              WHEN PHASE-RESPONSES
                 PERFORM 300-RESPONSE-PHASE
              WHEN PHASE-FILING
                 PERFORM 400-FILING-PHASE
           END-EVALUATE
           PERFORM 600-WRITE-TRACKING
           CLOSE CUST-MASTER
           CLOSE AUDIT-FILE
           MOVE REJECT-COUNT TO RUNLOG-REJECTED
           MOVE ESC-RETURN-CODE TO RUNLOG-RETURN-CODE
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           MOVE ESC-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * THE PHASE IS NOT DEFAULTED: A MISSING OR UNREADABLE CARD
      * STOPS THE RUN BEFORE ANYTHING IS TOUCHED.
       105-READ-PARM-CARD.
           OPEN INPUT ESC-PARM
           IF ESC-PARM-OK
              READ ESC-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF EPR-PHASE-KNOWN
                       MOVE EPR-PHASE TO RUN-PHASE
                    END-IF
                    IF EPR-DORM-YEARS IS NUMERIC AND
                       EPR-DORM-YEARS IS NOT EQUAL TO "0"
                       MOVE EPR-DORM-YEARS TO DORMANT-YEARS
                    END-IF
                    IF FUNCTION TEST-NUMVAL(EPR-MINIMUM) IS EQUAL
                       TO ZERO
                       COMPUTE DILIGENCE-MINIMUM =
                               FUNCTION NUMVAL(EPR-MINIMUM)
                    END-IF
                    MOVE EPR-REPORT-YEAR TO REPORT-YEAR
                    MOVE EPR-HOLDER-ID TO HOLDER-ID
                    MOVE EPR-STATE TO HOLDER-STATE
                    MOVE EPR-HOLDER-NAME TO HOLDER-NAME
              END-READ
              CLOSE ESC-PARM
           END-IF
           IF RUN-PHASE IS EQUAL TO SPACE
              DISPLAY "ESCPARM MISSING OR PHASE NOT L/R/F - NOTHING"
                      " DONE"
              MOVE "NO RUN PHASE" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 590-CARRY-TRACKING
              PERFORM 900-ABEND-RUN
           END-IF
           IF PHASE-FILING AND
              (REPORT-YEAR IS NOT NUMERIC OR HOLDER-ID IS EQUAL TO
               SPACES)
              DISPLAY "ESCPARM NEEDS REPORT YEAR AND HOLDER ID TO"
                      " FILE - NOTHING DONE"
              MOVE "NO YEAR OR HOLDER" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 590-CARRY-TRACKING
              PERFORM 900-ABEND-RUN
           END-IF.

      * NO CURRENT GENERATION MEANS THE FIRST CYCLE: AN EMPTY TABLE.
       110-LOAD-TRACKING.
           OPEN INPUT TRACK-OLD
           IF NOT TRACK-OLD-OK
              DISPLAY "NO ESCHTRK GENERATION - STARTING A NEW CYCLE"
           ELSE
              PERFORM 115-LOAD-ONE-ENTRY UNTIL TRACK-EOF
              CLOSE TRACK-OLD
           END-IF.

       115-LOAD-ONE-ENTRY.
           READ TRACK-OLD
              AT END SET TRACK-EOF TO TRUE
              NOT AT END
                 IF TRACK-COUNT IS EQUAL TO 1000
                    DISPLAY "ESCHTRK HOLDS OVER 1000 ENTRIES - NOTHING"
                            " DONE"
                    MOVE "TRACKING TABLE FULL" TO RUNLOG-CONDITION
                    MOVE 8 TO RETURN-CODE
                    CLOSE TRACK-OLD
                    PERFORM 590-CARRY-TRACKING
                    PERFORM 900-ABEND-RUN
                 END-IF
                 ADD 1 TO TRACK-COUNT
                 MOVE TRACK-OLD-REC TO TRACK-ENTRY(TRACK-COUNT)
           END-READ.

      * THE PHASE'S OWN FILES ARE OPENED AND CHECKED BEFORE THE NEW
      * TRACKING GENERATION, SO A RUN THAT CANNOT START NEVER
      * LEAVES AN EMPTY ONE BEHIND.
       120-OPEN-FILES.
           IF PHASE-LETTERS
              OPEN INPUT CUST-MASTER
           ELSE
              OPEN I-O CUST-MASTER
           END-IF
           IF NOT CUST-MASTER-OK
              DISPLAY "CUSTOMER KSDS NOT AVAILABLE - STATUS "
                      CUST-MASTER-STATUS
              MOVE "MASTER NOT AVAILABLE" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 590-CARRY-TRACKING
              PERFORM 900-ABEND-RUN
           END-IF
           EVALUATE TRUE
              WHEN PHASE-LETTERS
                 OPEN OUTPUT LETTER-FILE
                 IF NOT LETTER-OK
                    DISPLAY "ESCHLTR NOT AVAILABLE - NO LETTERS"
                    MOVE "ESCHLTR NOT OPENED" TO RUNLOG-CONDITION
                 END-IF
              WHEN PHASE-RESPONSES
                 OPEN INPUT RESP-FILE
                 IF NOT RESP-OK
                    DISPLAY "ESCHRESP NOT AVAILABLE - NO RESPONSES"
                            " POSTED"
                    MOVE "ESCHRESP NOT OPENED" TO RUNLOG-CONDITION
                 END-IF
              WHEN PHASE-FILING
                 OPEN OUTPUT HOLDER-RPT
                 IF NOT HOLDER-OK
                    DISPLAY "ESCHRPT NOT AVAILABLE - NOTHING FILED"
                    MOVE "ESCHRPT NOT OPENED" TO RUNLOG-CONDITION
                 END-IF
           END-EVALUATE
           IF NOT LETTER-OK OR NOT RESP-OK OR NOT HOLDER-OK
              CLOSE CUST-MASTER
              MOVE 8 TO RETURN-CODE
              PERFORM 590-CARRY-TRACKING
              PERFORM 900-ABEND-RUN
           END-IF
           OPEN OUTPUT TRACK-NEW
           IF NOT TRACK-NEW-OK
              DISPLAY "ESCHNEW NOT AVAILABLE - NOTHING DONE"
              CLOSE CUST-MASTER
              MOVE "ESCHNEW NOT OPENED" TO RUNLOG-CONDITION
              MOVE 8 TO RETURN-CODE
              PERFORM 900-ABEND-RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-OK
              OPEN OUTPUT AUDIT-FILE
           END-IF.

      ****************************************************************
      * L -- DUE-DILIGENCE LETTERS                                   *
      ****************************************************************
       200-LETTER-PHASE.
           PERFORM 205-DROP-FINISHED-ENTRIES
           DISPLAY "********  ESCHEAT DUE-DILIGENCE LETTERS  ********"
           DISPLAY "RUN DATE " RUN-DATE "  DORMANT " DORMANT-YEARS
                   "+ YEARS  MINIMUM $" DILIGENCE-MINIMUM
                   "  RESPOND BY " RESPOND-BY-DATE
           DISPLAY SPACES
           DISPLAY "ACCOUNT  NAME                              LAST ACT"
                   "        BALANCE"
           MOVE LOW-VALUES TO CST-ACCT-NO
           START CUST-MASTER KEY IS NOT LESS THAN CST-ACCT-NO
              INVALID KEY SET MASTER-EOF TO TRUE
           END-START
           PERFORM 210-READ-ONE-MASTER UNTIL MASTER-EOF
           IF LETTER-COUNT IS EQUAL TO ZERO
              DISPLAY "  (NO NEW DORMANT ACCOUNTS)"
           END-IF
           CLOSE LETTER-FILE
           PERFORM 250-SORT-TRACKING
           DISPLAY SPACES
           MOVE RECORDS-READ TO COUNT-OUT
           DISPLAY "RECORDS READ          : " COUNT-OUT
           MOVE BAD-DATE-COUNT TO COUNT-OUT
           DISPLAY "MALFORMED DATES       : " COUNT-OUT
           MOVE PENDING-COUNT TO COUNT-OUT
           DISPLAY "STILL AWAITING REPLY  : " COUNT-OUT
           MOVE DROPPED-COUNT TO COUNT-OUT
           DISPLAY "FINISHED, DROPPED     : " COUNT-OUT
           MOVE LETTER-COUNT TO COUNT-OUT
           DISPLAY "LETTERS WRITTEN       : " COUNT-OUT
           MOVE LETTER-TOTAL TO TOTAL-OUT
           DISPLAY "BALANCES LETTERED     : " TOTAL-OUT
           DISPLAY "********  LETTER REGISTER ENDS  ********"
           MOVE RECORDS-READ TO RUNLOG-READ
           MOVE LETTER-COUNT TO RUNLOG-WRITTEN.

      * A NEW CYCLE KEEPS ONLY THE ENTRIES STILL WAITING ON A REPLY.
       205-DROP-FINISHED-ENTRIES.
           MOVE ZERO TO TRACK-FOUND-IDX
           PERFORM 206-KEEP-IF-PENDING
                   VARYING TRACK-IDX FROM 1 BY 1
                   UNTIL TRACK-IDX IS GREATER THAN TRACK-COUNT
           MOVE TRACK-FOUND-IDX TO TRACK-COUNT
           MOVE TRACK-COUNT TO PENDING-COUNT.

       206-KEEP-IF-PENDING.
           IF TRK-LETTERED(TRACK-IDX)
              ADD 1 TO TRACK-FOUND-IDX
              MOVE TRACK-ENTRY(TRACK-IDX)
                   TO TRACK-ENTRY(TRACK-FOUND-IDX)
           ELSE
              ADD 1 TO DROPPED-COUNT
           END-IF.

       210-READ-ONE-MASTER.
           READ CUST-MASTER NEXT RECORD
              AT END SET MASTER-EOF TO TRUE
              NOT AT END
                 ADD 1 TO RECORDS-READ
                 IF CST-OPEN
                    PERFORM 220-CHECK-DORMANCY
                 END-IF
           END-READ.

      * THE SAME AGE ARITHMETIC AS AGERPT'S 210-AGE-ONE-RECORD.
       220-CHECK-DORMANCY.
           IF CST-DATE-2 IS NOT NUMERIC
              ADD 1 TO BAD-DATE-COUNT
              DISPLAY "  ** " CST-ACCT-NO " LAST-ACTIVITY DATE ["
                      CST-DATE-2 "] UNREADABLE - NOT LETTERED"
           ELSE
              MOVE CST-DATE-2(5:2) TO WS-MM
              MOVE CST-DATE-2(7:2) TO WS-DD
              IF WS-MM < 1 OR WS-MM > 12 OR WS-DD < 1 OR WS-DD > 31
                 ADD 1 TO BAD-DATE-COUNT
                 DISPLAY "  ** " CST-ACCT-NO " LAST-ACTIVITY DATE ["
                         CST-DATE-2 "] UNREADABLE - NOT LETTERED"
              ELSE
                 MOVE CST-DATE-2 TO DATE-2-NUM
                 COMPUTE ACTIVITY-INTEGER =
                         FUNCTION INTEGER-OF-DATE(DATE-2-NUM)
                 COMPUTE ELAPSED-DAYS =
                         RUN-DATE-INTEGER - ACTIVITY-INTEGER
                 IF ELAPSED-DAYS IS LESS THAN ZERO
                    MOVE ZERO TO ELAPSED-DAYS
                 END-IF
                 COMPUTE ELAPSED-YEARS ROUNDED =
                         ELAPSED-DAYS / 365.25
                 IF ELAPSED-YEARS IS NOT LESS THAN DORMANT-YEARS
                    PERFORM 290-FILTERED-AMOUNT
                    IF AMOUNT IS NOT LESS THAN DILIGENCE-MINIMUM
                       PERFORM 230-LETTER-ONE-ACCOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       230-LETTER-ONE-ACCOUNT.
           PERFORM 280-FIND-TRACKING
           IF ENTRY-FOUND
              DISPLAY "  " CST-ACCT-NO " LETTERED "
                      TRK-LETTER-DATE(TRACK-FOUND-IDX)
                      " - STILL AWAITING REPLY"
           ELSE
              IF TRACK-COUNT IS EQUAL TO 1000
                 ADD 1 TO REJECT-COUNT
                 MOVE "TRACKING FILE FULL" TO RUNLOG-CONDITION
                 MOVE 4 TO ESC-RETURN-CODE
                 DISPLAY "  ** " CST-ACCT-NO " TRACKING FILE FULL - "
                         "NOT LETTERED"
              ELSE
                 PERFORM 240-WRITE-LETTER
              END-IF
           END-IF.

       240-WRITE-LETTER.
           ADD 1 TO LETTER-COUNT
           ADD AMOUNT TO LETTER-TOTAL
           MOVE SPACES TO LETTER-REC
           MOVE CST-ACCT-NO TO LTR-ACCT
           MOVE CST-NAME TO LTR-NAME
           MOVE CST-DATE-2 TO LTR-LAST-ACTIVITY
           MOVE AMOUNT TO LTR-BALANCE
           MOVE RUN-DATE TO LTR-LETTER-DATE
           MOVE RESPOND-BY-DATE TO LTR-RESPOND-BY
           WRITE LETTER-REC
           ADD 1 TO TRACK-COUNT
           MOVE SPACES TO TRACK-ENTRY(TRACK-COUNT)
           MOVE CST-ACCT-NO TO TRK-ACCT(TRACK-COUNT)
           SET TRK-LETTERED(TRACK-COUNT) TO TRUE
           MOVE RUN-DATE TO TRK-LETTER-DATE(TRACK-COUNT)
           MOVE SPACES TO TRK-EVENT-DATE(TRACK-COUNT)
           MOVE AMOUNT TO TRK-BALANCE(TRACK-COUNT)
           MOVE CST-NAME TO TRK-NAME(TRACK-COUNT)
           MOVE AMOUNT TO AMOUNT-OUT
           DISPLAY CST-ACCT-NO " " CST-NAME " " CST-DATE-2 " "
                   AMOUNT-OUT.

      * NEW ENTRIES WERE ADDED AFTER THE CARRIED ONES; PUT THE TABLE
      * BACK IN ACCOUNT ORDER FOR THE NEW GENERATION.
       250-SORT-TRACKING.
           PERFORM 255-SORT-PASS
                   VARYING TRACK-IDX FROM 1 BY 1
                   UNTIL TRACK-IDX IS NOT LESS THAN TRACK-COUNT.

       255-SORT-PASS.
           PERFORM 256-SORT-COMPARE
                   VARYING TRACK-FOUND-IDX FROM TRACK-IDX BY 1
                   UNTIL TRACK-FOUND-IDX IS GREATER THAN TRACK-COUNT.

       256-SORT-COMPARE.
           IF TRK-ACCT(TRACK-FOUND-IDX) IS LESS THAN
              TRK-ACCT(TRACK-IDX)
              MOVE TRACK-ENTRY(TRACK-IDX) TO TRACK-SWAP
              MOVE TRACK-ENTRY(TRACK-FOUND-IDX)
                   TO TRACK-ENTRY(TRACK-IDX)
              MOVE TRACK-SWAP TO TRACK-ENTRY(TRACK-FOUND-IDX)
           END-IF.

       280-FIND-TRACKING.
           MOVE 'N' TO ENTRY-FOUND-FLAG
           PERFORM 285-COMPARE-ONE-ENTRY
                   VARYING TRACK-IDX FROM 1 BY 1
                   UNTIL TRACK-IDX IS GREATER THAN TRACK-COUNT
                   OR ENTRY-FOUND.

       285-COMPARE-ONE-ENTRY.
           IF TRK-ACCT(TRACK-IDX) IS EQUAL TO CST-ACCT-NO
              SET ENTRY-FOUND TO TRUE
              MOVE TRACK-IDX TO TRACK-FOUND-IDX
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
           END-IF.

      ****************************************************************
      * R -- OWNER RESPONSES                                         *
      ****************************************************************
       300-RESPONSE-PHASE.
           DISPLAY "********  ESCHEAT OWNER RESPONSES  ********"
           DISPLAY "RUN DATE " RUN-DATE
           DISPLAY SPACES
           PERFORM 310-READ-ONE-RESPONSE UNTIL RESP-EOF
           CLOSE RESP-FILE
           DISPLAY SPACES
           MOVE RESPONSE-COUNT TO COUNT-OUT
           DISPLAY "RESPONSES READ        : " COUNT-OUT
           MOVE POSTED-COUNT TO COUNT-OUT
           DISPLAY "POSTED, ACTIVITY RESET: " COUNT-OUT
           MOVE REJECT-COUNT TO COUNT-OUT
           DISPLAY "REJECTED              : " COUNT-OUT
           DISPLAY "********  RESPONSE REGISTER ENDS  ********"
           IF REJECT-COUNT IS GREATER THAN ZERO
              MOVE "RESPONSES REJECTED" TO RUNLOG-CONDITION
              MOVE 4 TO ESC-RETURN-CODE
           END-IF
           MOVE RESPONSE-COUNT TO RUNLOG-READ
           MOVE POSTED-COUNT TO RUNLOG-WRITTEN.

       310-READ-ONE-RESPONSE.
           READ RESP-FILE
              AT END SET RESP-EOF TO TRUE
              NOT AT END
                 ADD 1 TO RESPONSE-COUNT
                 PERFORM 320-VALIDATE-RESPONSE
           END-READ.

       320-VALIDATE-RESPONSE.
           MOVE SPACES TO REJECT-TEXT
           MOVE RSP-ACCT TO CST-ACCT-NO
           PERFORM 280-FIND-TRACKING
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                 MOVE "NO DUE-DILIGENCE LETTER" TO REJECT-TEXT
              WHEN NOT TRK-LETTERED(TRACK-FOUND-IDX)
                 MOVE "NOT AWAITING A REPLY" TO REJECT-TEXT
              WHEN RSP-DATE IS NOT NUMERIC
                 MOVE "RESPONSE DATE NOT YYYYMMDD" TO REJECT-TEXT
              WHEN RSP-DATE IS GREATER THAN RUN-DATE
                 MOVE "RESPONSE DATE IN THE FUTURE" TO REJECT-TEXT
              WHEN NOT RSP-HOW-KNOWN
                 MOVE "HOW NOT M/P/B" TO REJECT-TEXT
              WHEN OTHER
                 READ CUST-MASTER
                    INVALID KEY
                       MOVE "ACCOUNT NOT ON MASTER" TO REJECT-TEXT
                 END-READ
           END-EVALUATE
           IF REJECT-TEXT IS EQUAL TO SPACES AND NOT CST-OPEN
              MOVE "ACCOUNT IS CLOSED" TO REJECT-TEXT
           END-IF
           IF REJECT-TEXT IS NOT EQUAL TO SPACES
              ADD 1 TO REJECT-COUNT
              DISPLAY "  ** " RSP-ACCT " " RSP-DATE " REJECTED - "
                      REJECT-TEXT
           ELSE
              PERFORM 330-POST-RESPONSE
           END-IF.

      * ANY REPLY IS OWNER CONTACT: IT RESETS THE LAST-ACTIVITY DATE
      * (NEVER BACKWARDS) AND TAKES THE ACCOUNT OUT OF THE FILING.
       330-POST-RESPONSE.
           MOVE CUST-MASTER-REC TO MASTER-IMAGE-VIEW
           IF RSP-DATE IS GREATER THAN CST-DATE-2
              MOVE RSP-DATE TO CST-DATE-2
           END-IF
           REWRITE CUST-MASTER-REC
              INVALID KEY
                 ADD 1 TO REJECT-COUNT
                 DISPLAY "  ** " RSP-ACCT " REWRITE FAILED - STATUS "
                         CUST-MASTER-STATUS
              NOT INVALID KEY
                 ADD 1 TO POSTED-COUNT
                 SET TRK-ANSWERED(TRACK-FOUND-IDX) TO TRUE
                 MOVE RSP-DATE TO TRK-EVENT-DATE(TRACK-FOUND-IDX)
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE "DDR" TO AUD-ACTION
                 MOVE "DUE DILIGENCE REPLY" TO AUD-DETAIL
                 PERFORM 500-AUDIT-PAIR
                 DISPLAY "  " CST-ACCT-NO " " CST-NAME " ANSWERED "
                         RSP-DATE " (" RSP-HOW ") - ACTIVITY NOW "
                         CST-DATE-2
           END-REWRITE.

      ****************************************************************
      * F -- FILING: HOLDER REPORT AND ESCHEAT ON THE MASTER         *
      ****************************************************************
       400-FILING-PHASE.
           DISPLAY "********  ESCHEAT FILING REGISTER  ********"
           DISPLAY "REPORT YEAR " REPORT-YEAR "  HOLDER " HOLDER-ID
                   " " HOLDER-NAME "  STATE " HOLDER-STATE
           DISPLAY "REMIT DATE " RUN-DATE
           DISPLAY SPACES
           DISPLAY "ACCOUNT  NAME                              LAST ACT"
                   " LETTERED       REMITTED"
           MOVE HOLDER-ID TO HH-HOLDER-ID
           MOVE HOLDER-NAME TO HH-HOLDER-NAME
           MOVE HOLDER-STATE TO HH-STATE
           MOVE REPORT-YEAR TO HH-REPORT-YEAR
           MOVE RUN-DATE TO HH-REPORT-DATE
           WRITE HOLDER-REC FROM HOLDER-HEADER
           PERFORM 410-FILE-ONE-ENTRY
                   VARYING TRACK-IDX FROM 1 BY 1
                   UNTIL TRACK-IDX IS GREATER THAN TRACK-COUNT
           IF FILED-COUNT IS EQUAL TO ZERO
              DISPLAY "  (NOTHING TO REMIT)"
           END-IF
           MOVE HOLDER-ID TO HS-HOLDER-ID
           MOVE FILED-COUNT TO HS-PROPERTY-COUNT
           MOVE FILED-TOTAL TO HS-AMOUNT-TOTAL
           WRITE HOLDER-REC FROM HOLDER-SUMMARY
           CLOSE HOLDER-RPT
           DISPLAY SPACES
           MOVE ACTIVE-COUNT TO COUNT-OUT
           DISPLAY "ACTIVE SINCE LETTER   : " COUNT-OUT
           MOVE WITHDRAWN-COUNT TO COUNT-OUT
           DISPLAY "CLOSED, WITHDRAWN     : " COUNT-OUT
           MOVE REJECT-COUNT TO COUNT-OUT
           DISPLAY "NOT FILED, IN ERROR   : " COUNT-OUT
           MOVE FILED-COUNT TO COUNT-OUT
           DISPLAY "ACCOUNTS ESCHEATED    : " COUNT-OUT
           MOVE FILED-TOTAL TO TOTAL-OUT
           DISPLAY "AMOUNT REMITTED       : " TOTAL-OUT
           DISPLAY "********  FILING REGISTER ENDS  ********"
           IF REJECT-COUNT IS GREATER THAN ZERO
              MOVE "ENTRIES REJECTED" TO RUNLOG-CONDITION
              MOVE 4 TO ESC-RETURN-CODE
           END-IF
           MOVE PENDING-COUNT TO RUNLOG-READ
           MOVE FILED-COUNT TO RUNLOG-WRITTEN.

       410-FILE-ONE-ENTRY.
           IF TRK-LETTERED(TRACK-IDX)
              ADD 1 TO PENDING-COUNT
              MOVE TRK-ACCT(TRACK-IDX) TO CST-ACCT-NO
              READ CUST-MASTER
                 INVALID KEY
                    ADD 1 TO REJECT-COUNT
                    DISPLAY "  ** " TRK-ACCT(TRACK-IDX)
                            " NOT ON MASTER - NOT FILED"
                 NOT INVALID KEY
                    PERFORM 420-CHECK-STILL-UNCLAIMED
              END-READ
           END-IF.

      * ACTIVITY AFTER THE LETTER (A DEPOSIT THROUGH CUSTPOST, A
      * CUSTMNT CHANGE) IS OWNER CONTACT JUST AS A REPLY IS.
       420-CHECK-STILL-UNCLAIMED.
           EVALUATE TRUE
              WHEN NOT CST-OPEN
                 ADD 1 TO WITHDRAWN-COUNT
                 SET TRK-WITHDRAWN(TRACK-IDX) TO TRUE
                 MOVE RUN-DATE TO TRK-EVENT-DATE(TRACK-IDX)
                 DISPLAY "  " CST-ACCT-NO " CLOSED SINCE LETTER - "
                         "WITHDRAWN"
              WHEN CST-DATE-2 IS GREATER THAN
                   TRK-LETTER-DATE(TRACK-IDX)
                 ADD 1 TO ACTIVE-COUNT
                 SET TRK-ANSWERED(TRACK-IDX) TO TRUE
                 MOVE CST-DATE-2 TO TRK-EVENT-DATE(TRACK-IDX)
                 DISPLAY "  " CST-ACCT-NO " ACTIVITY " CST-DATE-2
                         " SINCE LETTER - NOT FILED"
              WHEN OTHER
                 PERFORM 430-ESCHEAT-ONE-ACCOUNT
           END-EVALUATE.

      * THE MASTER IS MARKED BEFORE THE PROPERTY RECORD IS WRITTEN:
      * NOTHING GOES TO THE STATE THAT IS STILL ON THE BOOK.
       430-ESCHEAT-ONE-ACCOUNT.
           PERFORM 290-FILTERED-AMOUNT
           MOVE CUST-MASTER-REC TO MASTER-IMAGE-VIEW
           MOVE "E" TO CST-STATUS
           MOVE "ES" TO CST-CLOSE-REASON
           MOVE RUN-JULIAN TO CST-CLOSED-DATE
           MOVE SPACE TO CST-REVIEW-FLAG
           REWRITE CUST-MASTER-REC
              INVALID KEY
                 ADD 1 TO REJECT-COUNT
                 DISPLAY "  ** " CST-ACCT-NO " REWRITE FAILED - STATUS "
                         CUST-MASTER-STATUS " - NOT FILED"
              NOT INVALID KEY
                 PERFORM 440-WRITE-PROPERTY
           END-REWRITE.

       440-WRITE-PROPERTY.
           ADD 1 TO FILED-COUNT
           ADD AMOUNT TO FILED-TOTAL
           MOVE HOLDER-ID TO HP-HOLDER-ID
           MOVE FILED-COUNT TO HP-SEQUENCE
           MOVE CST-NAME TO HP-OWNER-NAME
           MOVE CST-ACCT-NO TO HP-OWNER-ACCT
           MOVE CST-DATE-2 TO HP-LAST-ACTIVITY
           MOVE TRK-LETTER-DATE(TRACK-IDX) TO HP-DILIGENCE-DATE
           MOVE AMOUNT TO HP-AMOUNT-REPORTED
           MOVE AMOUNT TO HP-AMOUNT-REMITTED
           MOVE RUN-DATE TO HP-REMIT-DATE
           WRITE HOLDER-REC FROM HOLDER-PROPERTY
           SET TRK-FILED(TRACK-IDX) TO TRUE
           MOVE RUN-DATE TO TRK-EVENT-DATE(TRACK-IDX)
           MOVE AMOUNT TO TRK-BALANCE(TRACK-IDX)
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE "ESC" TO AUD-ACTION
           MOVE "REMITTED TO STATE" TO AUD-DETAIL
           PERFORM 500-AUDIT-PAIR
           MOVE AMOUNT TO AMOUNT-OUT
           DISPLAY CST-ACCT-NO " " CST-NAME " " CST-DATE-2 " "
                   TRK-LETTER-DATE(TRACK-IDX) " " AMOUNT-OUT.

      ****************************************************************
      * COMMON                                                       *
      ****************************************************************
      * THE OLD/NEW PAIR IN THE CUSTMNT LAYOUT; THE CALLER HAS SET
      * THE ACTION AND DETAIL.
       500-AUDIT-PAIR.
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "OLD " TO AUD-TYPE
           MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
           MOVE WS-AUDIT-LINE TO AUDIT-REC
           WRITE AUDIT-REC
           MOVE "NEW " TO AUD-TYPE
           MOVE CUST-MASTER-REC TO AUD-IMAGE
           MOVE WS-AUDIT-LINE TO AUDIT-REC
           WRITE AUDIT-REC.

       600-WRITE-TRACKING.
           PERFORM 610-WRITE-ONE-ENTRY
                   VARYING TRACK-IDX FROM 1 BY 1
                   UNTIL TRACK-IDX IS GREATER THAN TRACK-COUNT
           CLOSE TRACK-NEW.

       610-WRITE-ONE-ENTRY.
           MOVE TRACK-ENTRY(TRACK-IDX) TO TRACK-NEW-REC
           WRITE TRACK-NEW-REC.

      * A RUN THAT STOPS SHORT STILL CATALOGS ESCHNEW, SO THE
      * CURRENT GENERATION IS COPIED TO IT UNCHANGED AND NO LETTER
      * STILL AWAITING A REPLY IS LOST TO THE NEXT CYCLE.
       590-CARRY-TRACKING.
           MOVE 'N' TO TRACK-EOF-FLAG
           OPEN OUTPUT TRACK-NEW
           IF TRACK-NEW-OK
              OPEN INPUT TRACK-OLD
              IF TRACK-OLD-OK
                 PERFORM 595-CARRY-ONE-ENTRY UNTIL TRACK-EOF
                 CLOSE TRACK-OLD
              END-IF
              CLOSE TRACK-NEW
              DISPLAY "ESCHTRK CARRIED FORWARD UNCHANGED"
           END-IF.

       595-CARRY-ONE-ENTRY.
           READ TRACK-OLD
              AT END SET TRACK-EOF TO TRUE
              NOT AT END
                 MOVE TRACK-OLD-REC TO TRACK-NEW-REC
                 WRITE TRACK-NEW-REC
           END-READ.

       900-ABEND-RUN.
           MOVE "A" TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           STOP RUN.
