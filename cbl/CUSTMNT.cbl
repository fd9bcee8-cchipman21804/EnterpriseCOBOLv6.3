      * RETIRED -- TWO "ANGELA THORNTON" RECORDS COLLIDED ONCE.
      *
      * THE MASTER IS NOW A VSAM KSDS KEYED ON THE ACCOUNT NUMBER,
      * APPLIED IN PLACE WITH RANDOM READ/WRITE/REWRITE -- THE OLD
      * FULL-FILE COPY TO A NEW GENERATION WAS THE LONGEST STEP IN
      * THE MAINTENANCE WINDOW FOR A THREE-CARD NIGHT.  A SHORT
      * SEQUENTIAL PRE-PASS FINDS THE HIGHEST ACCOUNT IN USE SO ADDS
      * KSDS BACK TO THE FLAT 80-BYTE GENERATIONS FOR THE PROGRAMS
      * THAT STILL READ SEQUENTIALLY, AND RELOADS IT FOR REORGS.
      *
      * MAKER-CHECKER: A CHG THAT MOVES THE BALANCE, OR A DEL THAT
      * TAKES A BALANCE OFF THE BOOK, BY THE APPROVAL THRESHOLD OR
      * MORE IS NOT APPLIED ON THE SPOT.  IT IS HELD ON THE PENDING
      * FILE UNDER A REFERENCE NUMBER WITH THE ENTERING OPERATOR'S
      * ID, AND APPLIED ONLY WHEN AN APV CARD FROM A DIFFERENT
      * OPERATOR QUOTES THE ACCOUNT AND THE REFERENCE.  HELD ITEMS
      * NOT APPROVED WITHIN THE EXPIRY PERIOD ARE DROPPED AND
      * REPORTED.  BOTH OPERATOR IDS RIDE ON THE CUSTAUDT OLD/NEW
      * LINES SO AUDITRPT SHOWS WHO ENTERED AND WHO APPROVED.
      *
      * MERGE: AN MRG CARD RETIRES ONE ACCOUNT INTO ANOTHER WHEN THE
      * CUSTDUP REPORT TURNS UP THE SAME PERSON TWICE.  THE RETIRED
      * ACCOUNT'S BALANCE IS ADDED TO THE SURVIVING ACCOUNT, WHICH
      * KEEPS ITS OWN NAME AND OPENED DATE AND TAKES THE LATER OF
      * THE TWO LAST-ACTIVITY DATES, AND THE RETIRED RECORD IS
      * CLOSED WITH REASON MG AND A ZERO BALANCE.  BOTH SIDES GO TO
      * CUSTAUDT AS ONE LINKED EVENT: FOUR MRG LINES UNDER ONE
      * STAMP, EACH CARRYING "RETIRED > SURVIVOR" IN THE DETAIL.  IF
      * THE RETIRED RECORD CANNOT BE CLOSED THE SURVIVOR IS PUT
      * BACK, SO THE BALANCE IS NEVER ON THE BOOK TWICE.  A MERGE OF
      * A BALANCE AT OR OVER THE APPROVAL THRESHOLD IS HELD FOR
      * APPROVAL LIKE A DEL.
      *
      * CLOSE, NOT DELETE: A DEL CARD NO LONGER REMOVES THE RECORD.
      * IT STAYS ON THE KSDS WITH STATUS "C" IN COLUMN 42, A
      * TWO-CHARACTER REASON CODE IN COLUMNS 43-44 AND THE CLOSED
      * DATE (JULIAN YYYYDDD) IN COLUMNS 74-80, SO THE READERS CAN
      * STILL SAY WHAT BECAME OF IT.  THE BALANCE AT CLOSE STAYS ON
      * THE RECORD BUT IS OFF THE BOOK.  NO CARD BUT A DEL'S OWN
      * APPROVAL MAY TOUCH A CLOSED ACCOUNT.  CUSTPURG MOVES
      * ACCOUNTS CLOSED PAST THE RETENTION PERIOD TO HISTORY.
      *
      * TRANSACTION CARD:
      *   ACTION(3) ACCT(8) NAME(33) DATE1(8) DATE2(8) AMOUNT(12)
      *   OPERATOR(3)
      *   WITH ONE SPACE BETWEEN FIELDS UP TO THE AMOUNT, AND THE
      *   OPERATOR ID IN COLUMNS 78-80; AMOUNT IN THE MASTER'S OWN
      *   EDITED FORM, E.G. 9,200,000.00; ACCT BLANK ON AN ADD.
      *   AN APV CARD CARRIES THE ACCOUNT, THE SIX-DIGIT PENDING
      *   REFERENCE IN THE FIRST COLUMNS OF THE NAME FIELD, AND THE
      *   APPROVING OPERATOR'S ID.
      *   AN MRG CARD CARRIES THE RETIRED ACCOUNT IN THE ACCT FIELD
      *   AND THE SURVIVING ACCOUNT IN THE FIRST COLUMNS OF THE NAME
      *   FIELD.
      *   A DEL CARD MAY CARRY A CLOSE REASON CODE AS THE ONLY
      *   ENTRY IN THE NAME FIELD: CR CUSTOMER REQUEST, DC DECEASED,
      *   FR FRAUD, DM DORMANT OR BK BANK-INITIATED.  ANYTHING ELSE
      *   THERE (AN OLD DECK'S CUSTOMER NAME, SAY) MEANS CR.  MG IS
      *   SET BY A MERGE.
      *
      * OPTIONAL MNTPARM CARD:  THRESHOLD(7) EXPIRY-DAYS(3)
      * SETS THE APPROVAL THRESHOLD (DEFAULT $1,000,000) AND THE
      * DAYS A HELD ITEM WAITS FOR APPROVAL (DEFAULT 5).
      *
      * //CUSTMNT   JOB 1,NOTIFY=&SYSUID
      * //RUN     EXEC PGM=CUSTMNT
      * //CUSTOMER  DD DSN=&SYSUID..CUSTMAST.KSDS,DISP=SHR
      * //CUSTTRAN  DD DSN=&SYSUID..INPUT(CUSTTRAN),DISP=SHR
      * //CUSTAUDT  DD DSN=&SYSUID..AUDIT(CUSTAUDT),DISP=MOD
      * //PENDING   DD DSN=&SYSUID..CUSTPEND(0),DISP=SHR
      * //NEWPEND   DD DSN=&SYSUID..CUSTPEND(+1),DISP=(NEW,CATLG)
      * //MNTPARM   DD DSN=&SYSUID..CONTROL(MNTPARM),DISP=SHR
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT PEND-IN ASSIGN TO PENDING
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PEND-IN-STATUS.

           SELECT PEND-OUT ASSIGN TO NEWPEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PEND-OUT-STATUS.

           SELECT MNT-PARM ASSIGN TO MNTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MNT-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER RECORD CONTAINS 80 CHARACTERS.
       01  CUST-MASTER-REC.
           05  CST-NAME        PIC X(33).
           05  CST-DATE-1      PIC X(8).
           05  CST-STATUS      PIC X.
           05  CST-CLOSE-REASON PIC XX.
           05  CST-DATE-2      PIC X(8).
           05  CST-ACCT-NO     PIC X(8).
           05  FILLER          PIC X.
           05  CST-AMOUNT      PIC X(12).
           05  CST-CLOSED-DATE PIC X(7).

       FD  TRANS-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRANS-REC.
           05  TRN-DATE-2      PIC X(8).
           05  FILLER          PIC X.
           05  TRN-AMOUNT      PIC X(12).
           05  TRN-OPERATOR    PIC X(3).
       01  APPROVAL-REC.
           05  FILLER          PIC X(13).
           05  APV-PEND-REF    PIC X(6).
           05  FILLER          PIC X(61).
       01  MERGE-REC.
           05  FILLER          PIC X(13).
           05  MRG-SURVIVOR    PIC X(8).
           05  FILLER          PIC X(59).
       01  CLOSE-REC.
           05  FILLER          PIC X(13).
           05  DEL-REASON      PIC XX.
               88 DEL-REASON-KNOWN    VALUE "CR" "DC" "FR" "DM" "BK".
           05  DEL-REASON-REST PIC X(31).
           05  FILLER          PIC X(34).

       FD  AUDIT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  AUDIT-REC           PIC X(133).

      * ONE HELD HIGH-VALUE CARD: REFERENCE, DATE HELD, ENTERING
      * OPERATOR, AND THE CARD IMAGE EXACTLY AS IT ARRIVED.
       FD  PEND-IN RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01  PEND-IN-REC.
           05  PNI-REF         PIC X(6).
           05  FILLER          PIC X.
           05  PNI-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  PNI-OPERATOR    PIC X(3).
           05  FILLER          PIC X.
           05  PNI-CARD        PIC X(80).
           05  FILLER          PIC X(20).

       FD  PEND-OUT RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01  PEND-OUT-REC        PIC X(120).

       FD  MNT-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  MNT-PARM-REC.
           05  MPR-THRESHOLD   PIC X(7).
           05  FILLER          PIC X.
           05  MPR-EXPIRY-DAYS PIC X(3).
           05  FILLER          PIC X(69).

       WORKING-STORAGE SECTION.
       01  CUST-MASTER-STATUS  PIC XX VALUE "00".
           88 CUST-MASTER-OK          VALUE "00".
           88 TRANS-OK                VALUE "00".
       01  AUDIT-STATUS        PIC XX VALUE "00".
           88 AUDIT-OK                VALUE "00".
       01  PEND-IN-STATUS      PIC XX VALUE "00".
           88 PEND-IN-OK              VALUE "00".
       01  PEND-OUT-STATUS     PIC XX VALUE "00".
           88 PEND-OUT-OK             VALUE "00".
       01  MNT-PARM-STATUS     PIC XX VALUE "00".
           88 MNT-PARM-OK             VALUE "00".

       01  MASTER-EOF-FLAG     PIC X VALUE 'N'.
           88 MASTER-EOF              VALUE 'Y'.
           88 CARD-VALID              VALUE 'Y'.
       01  TRANS-OPENED-FLAG   PIC X VALUE 'N'.
           88 TRANS-OPENED            VALUE 'Y'.
       01  PEND-EOF-FLAG       PIC X VALUE 'N'.
           88 PEND-EOF                VALUE 'Y'.
       01  HIGH-VALUE-FLAG     PIC X.
           88 HIGH-VALUE-CHANGE       VALUE 'Y'.
       01  PEND-FOUND-FLAG     PIC X.
           88 PEND-FOUND              VALUE 'Y'.

       01  MASTER-COUNT        PIC 9(4) VALUE ZERO.
       01  APPLIED-COUNT       PIC 9(4) VALUE ZERO.
       01  REJECTED-COUNT      PIC 9(4) VALUE ZERO.
       01  REJECT-REASON       PIC X(40).
       01  HELD-COUNT          PIC 9(4) VALUE ZERO.
       01  RELEASED-COUNT      PIC 9(4) VALUE ZERO.
       01  EXPIRED-COUNT       PIC 9(4) VALUE ZERO.
       01  CARRIED-COUNT       PIC 9(4) VALUE ZERO.
       01  KEPT-COUNT          PIC 9(4).

      * MAKER-CHECKER SUPPORT.  THE PENDING FILE RIDES IN STORAGE
      * FOR THE RUN; RELEASED ITEMS ARE MARKED AND ONLY THE ONES
      * STILL WAITING GO OUT TO THE NEW GENERATION.
       01  APPROVAL-THRESHOLD  PIC 9(7) VALUE 1000000.
       01  EXPIRY-DAYS         PIC 999 VALUE 5.
       01  APPROVER-ID         PIC X(3).
       01  APPROVAL-REF        PIC X(6).
       01  NEXT-PEND-REF       PIC 9(6) VALUE ZERO.
       01  PEND-REF-NUM        PIC 9(6).
       01  PEND-COUNT          PIC 999 VALUE ZERO.
       01  PEND-IDX            PIC 999.
       01  PEND-FOUND-IDX      PIC 999.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 200 TIMES.
               10  PT-REF      PIC X(6).
               10  PT-DATE     PIC X(8).
               10  PT-OPERATOR PIC X(3).
               10  PT-CARD     PIC X(80).
               10  PT-STATE    PIC X.
                   88 PT-WAITING      VALUE 'W'.
                   88 PT-RELEASED     VALUE 'R'.
       01  RUN-DATE-INTEGER    PIC 9(7).
       01  HELD-DATE-INTEGER   PIC 9(7).
       01  HELD-AGE-DAYS       PIC S9(7)
                               SIGN IS LEADING SEPARATE.
       01  OLD-AMOUNT-NUM      PIC 9(7)V99.
       01  NEW-AMOUNT-NUM      PIC 9(7)V99.
       01  AMOUNT-CHANGE       PIC S9(8)V99
                               SIGN IS LEADING SEPARATE.

      * THE MATCHED RECORD'S EXACT 80-BYTE IMAGE, KEPT ASIDE FOR
      * THE BEFORE/AFTER AUDIT TRAIL.
       01  MASTER-IMAGE-VIEW.
           05  MIV-NAME        PIC X(33).
           05  MIV-DATE-1      PIC X(8).
      * SPACE WHILE THE ACCOUNT IS OPEN; "C" ONCE A DEL OR A MERGE
      * HAS CLOSED IT, WITH THE REASON AND JULIAN CLOSED DATE.
           05  MIV-STATUS      PIC X.
               88 MIV-OPEN            VALUE SPACE.
           05  MIV-CLOSE-REASON PIC XX.
           05  MIV-DATE-2      PIC X(8).
           05  MIV-ACCT        PIC X(8).
      * "R" WHEN THE ACCOUNT IS FLAGGED FOR COMMITTEE REVIEW BY THE
      * REV TRANSACTION TOPACCTS NOW GENERATES.
           05  MIV-REVIEW-FLAG PIC X.
           05  MIV-AMOUNT      PIC X(12).
           05  MIV-CLOSED-DATE PIC X(7).
       01  NEW-IMAGE-WORK     PIC X(80).
       01  SAVED-REVIEW-FLAG   PIC X.

      * MERGE SUPPORT: THE SURVIVING ACCOUNT'S IMAGE AS READ, AND
      * THE LINK EVERY LINE OF ONE MERGE CARRIES ON THE AUDIT TRAIL.
       01  SURVIVOR-IMAGE-VIEW.
           05  SIV-NAME        PIC X(33).
           05  SIV-DATE-1      PIC X(8).
           05  SIV-STATUS      PIC X.
               88 SIV-OPEN            VALUE SPACE.
           05  FILLER          PIC XX.
           05  SIV-DATE-2      PIC X(8).
           05  SIV-ACCT        PIC X(8).
           05  SIV-REVIEW-FLAG PIC X.
           05  SIV-AMOUNT      PIC X(12).
           05  FILLER          PIC X(7).
       01  SURVIVOR-OLD-IMAGE  PIC X(80).
       01  RETIRED-AMOUNT-NUM  PIC 9(7)V99.
       01  MERGED-AMOUNT-NUM   PIC 9(8)V99.
       01  MERGED-AMOUNT-EDIT  PIC 9,999,999.99.
       01  AUDIT-LINK          PIC X(20) VALUE SPACES.
       01  RUN-JULIAN          PIC 9(7).
       01  CLOSE-REASON        PIC XX.
       01  CLOSED-COUNT        PIC 9(4) VALUE ZERO.

      * ACCOUNT-NUMBER SUPPORT: THE MOD-10 ARITHMETIC IS THE SAME
      * LUHN ROUTINE THE LUHN PROGRAM AND ACCTCONV USE, AND THE
      * SEQUENCE TRACKS THE HIGHEST BASE ON THE MASTER SO AN ADD
           02 DT-STAMP         PIC X(14).
           02 FILLER           PIC X(7).

      * ON AN APPLIED, HELD OR EXPIRED LINE THE REASON COLUMNS CARRY
      * THE ACTION, THE ENTERING AND APPROVING OPERATOR IDS, AND A
      * SHORT DETAIL; ON A REJECT THEY CARRY THE REJECT REASON.
       01  WS-AUDIT-LINE.
           05  AUD-STAMP       PIC X(14).
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

       PROCEDURE DIVISION.
       100-PRIMARY.
           MOVE FUNCTION CURRENT-DATE TO DATETIME
           COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   DT-STAMP(1:8)))
           COMPUTE RUN-JULIAN =
                   FUNCTION DAY-OF-INTEGER(RUN-DATE-INTEGER)
           PERFORM 105-READ-PARM-CARD
           PERFORM 110-OPEN-FILES
           PERFORM 120-SCAN-SEQUENCE
           PERFORM 130-LOAD-PENDING
           PERFORM 200-APPLY-TRANSACTIONS UNTIL TRANS-EOF
           PERFORM 600-CLOSE-FILES
           DISPLAY "CUSTMNT: " APPLIED-COUNT " APPLIED, "
                   REJECTED-COUNT " REJECTED"
           DISPLAY "CUSTMNT: " HELD-COUNT " HELD FOR APPROVAL, "
                   RELEASED-COUNT " RELEASED, "
                   EXPIRED-COUNT " EXPIRED"
           DISPLAY "CUSTMNT: " CLOSED-COUNT " ACCOUNTS CLOSED"
           STOP RUN.

      * THE APPROVAL THRESHOLD AND EXPIRY PERIOD, WHEN THE CONTROL
      * CARD IS THERE; OTHERWISE THE COMPILED-IN DEFAULTS STAND.
       105-READ-PARM-CARD.
           OPEN INPUT MNT-PARM
           IF MNT-PARM-OK
              READ MNT-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF MPR-THRESHOLD IS NUMERIC
                       MOVE MPR-THRESHOLD TO APPROVAL-THRESHOLD
                    END-IF
                    IF MPR-EXPIRY-DAYS IS NUMERIC
                       MOVE MPR-EXPIRY-DAYS TO EXPIRY-DAYS
                    END-IF
              END-READ
              CLOSE MNT-PARM
           END-IF.

       110-OPEN-FILES.
           OPEN I-O CUST-MASTER
           IF NOT CUST-MASTER-OK
           END-START
           PERFORM 125-READ-NEXT-MASTER UNTIL MASTER-EOF.

      * YESTERDAY'S HELD ITEMS.  ANYTHING WAITING LONGER THAN THE
      * EXPIRY PERIOD IS DROPPED HERE, REPORTED, AND LOGGED TO THE
      * AUDIT TRAIL; THE REST WAIT FOR AN APV CARD.
       130-LOAD-PENDING.
           OPEN INPUT PEND-IN
           IF PEND-IN-OK
              PERFORM 135-READ-ONE-PENDING UNTIL PEND-EOF
              CLOSE PEND-IN
           END-IF
           DISPLAY "ITEMS AWAITING APPROVAL: " PEND-COUNT.

       135-READ-ONE-PENDING.
           READ PEND-IN
              AT END SET PEND-EOF TO TRUE
              NOT AT END PERFORM 138-AGE-ONE-PENDING
           END-READ.

      * ONCE THE TABLE IS FULL A HELD ITEM CANNOT BE APPROVED
      * TODAY, BUT IT IS NOT LOST: IT IS LOGGED AND CARRIED TO THE
      * NEW PENDING GENERATION UNCHANGED.
       138-AGE-ONE-PENDING.
           IF PNI-REF IS NUMERIC
              MOVE PNI-REF TO PEND-REF-NUM
              IF PEND-REF-NUM IS GREATER THAN NEXT-PEND-REF
                 MOVE PEND-REF-NUM TO NEXT-PEND-REF
              END-IF
           END-IF
           PERFORM 137-AGE-HELD-ITEM
           EVALUATE TRUE
              WHEN HELD-AGE-DAYS IS GREATER THAN EXPIRY-DAYS
                 PERFORM 139-EXPIRE-ONE-PENDING
              WHEN PEND-COUNT IS NOT LESS THAN 200
                 PERFORM 140-CARRY-FULL-PENDING
              WHEN OTHER
                 ADD 1 TO PEND-COUNT
                 MOVE PNI-REF TO PT-REF(PEND-COUNT)
                 MOVE PNI-DATE TO PT-DATE(PEND-COUNT)
                 MOVE PNI-OPERATOR TO PT-OPERATOR(PEND-COUNT)
                 MOVE PNI-CARD TO PT-CARD(PEND-COUNT)
                 SET PT-WAITING(PEND-COUNT) TO TRUE
           END-EVALUATE.

       137-AGE-HELD-ITEM.
           IF PNI-DATE IS NUMERIC
              COMPUTE HELD-DATE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                      PNI-DATE))
              COMPUTE HELD-AGE-DAYS =
                      RUN-DATE-INTEGER - HELD-DATE-INTEGER
           ELSE
              COMPUTE HELD-AGE-DAYS = EXPIRY-DAYS + 1
           END-IF.

       139-EXPIRE-ONE-PENDING.
           ADD 1 TO EXPIRED-COUNT
           DISPLAY "EXPIRED UNAPPROVED REFERENCE " PNI-REF
                   " HELD " PNI-DATE " BY " PNI-OPERATOR ": "
                   PNI-CARD(1:45)
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "EXP " TO AUD-TYPE
           MOVE PNI-CARD TO AUD-IMAGE
           MOVE PNI-CARD(1:3) TO AUD-ACTION
           MOVE PNI-OPERATOR TO AUD-ENTERED-BY
           STRING "EXPIRED REF " PNI-REF
                  DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM 320-WRITE-AUDIT-LINE.

       140-CARRY-FULL-PENDING.
           ADD 1 TO CARRIED-COUNT
           DISPLAY "PENDING TABLE FULL - REFERENCE " PNI-REF
                   " CARRIED TO NEXT RUN UNCHANGED"
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "HLD " TO AUD-TYPE
           MOVE PNI-CARD TO AUD-IMAGE
           MOVE PNI-CARD(1:3) TO AUD-ACTION
           MOVE PNI-OPERATOR TO AUD-ENTERED-BY
           STRING "CARRIED REF " PNI-REF
                  DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM 320-WRITE-AUDIT-LINE.

       125-READ-NEXT-MASTER.
           READ CUST-MASTER NEXT RECORD
              AT END SET MASTER-EOF TO TRUE
           END-READ.

       210-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO APPROVER-ID
           MOVE SPACES TO AUDIT-LINK
           PERFORM 220-FIND-MASTER-ENTRY
           PERFORM 230-VALIDATE-CARD
           IF NOT CARD-VALID
              ADD 1 TO REJECTED-COUNT
              PERFORM 310-AUDIT-REJECT
           ELSE
              MOVE 'N' TO HIGH-VALUE-FLAG
              IF TRN-ACTION IS EQUAL TO "CHG" OR
                 TRN-ACTION IS EQUAL TO "DEL" OR
                 TRN-ACTION IS EQUAL TO "MRG"
                 PERFORM 290-CHECK-HIGH-VALUE
              END-IF
              IF HIGH-VALUE-CHANGE
                 PERFORM 292-HOLD-FOR-APPROVAL
              ELSE
                 PERFORM 215-APPLY-BY-ACTION
              END-IF
           END-IF.

       215-APPLY-BY-ACTION.
           EVALUATE TRN-ACTION
              WHEN "ADD" PERFORM 240-APPLY-ADD
              WHEN "CHG" PERFORM 250-APPLY-CHANGE
              WHEN "DEL" PERFORM 260-APPLY-DELETE
              WHEN "REV" PERFORM 255-APPLY-REVIEW-FLAG
              WHEN "MRG" PERFORM 265-APPLY-MERGE
              WHEN "APV" PERFORM 295-APPLY-APPROVAL
           END-EVALUATE.

      * RANDOM READ BY THE CARD'S ACCOUNT NUMBER.  THE MATCHED
      * RECORD'S IMAGE IS KEPT ASIDE FOR THE AUDIT TRAIL.
       220-FIND-MASTER-ENTRY.
              WHEN TRN-ACTION IS NOT EQUAL TO "ADD" AND
                   TRN-ACTION IS NOT EQUAL TO "CHG" AND
                   TRN-ACTION IS NOT EQUAL TO "DEL" AND
                   TRN-ACTION IS NOT EQUAL TO "REV" AND
                   TRN-ACTION IS NOT EQUAL TO "MRG" AND
                   TRN-ACTION IS NOT EQUAL TO "APV"
                 MOVE "ACTION NOT ADD/CHG/DEL/REV/MRG/APV"
                      TO REJECT-REASON
              WHEN TRN-ACTION IS EQUAL TO "ADD" AND
                   TRN-NAME IS EQUAL TO SPACES
              ELSE
              IF NOT MATCH-FOUND
                 MOVE "ACCOUNT NOT ON MASTER" TO REJECT-REASON
              ELSE
              IF NOT MIV-OPEN AND TRN-ACTION IS NOT EQUAL TO "APV"
                 MOVE "ACCOUNT IS CLOSED" TO REJECT-REASON
              END-IF
              END-IF
              END-IF
           END-IF
           IF REJECT-REASON IS EQUAL TO SPACES AND
              TRN-ACTION IS EQUAL TO "MRG"
              PERFORM 237-VALIDATE-SURVIVOR
           END-IF
           IF REJECT-REASON IS NOT EQUAL TO SPACES
              MOVE 'N' TO CARD-VALID-FLAG
           ELSE
           IF TRN-ACTION IS NOT EQUAL TO "DEL" AND
              TRN-ACTION IS NOT EQUAL TO "REV" AND
              TRN-ACTION IS NOT EQUAL TO "MRG" AND
              TRN-ACTION IS NOT EQUAL TO "APV"
              PERFORM 235-VALIDATE-FIELDS
           END-IF
           END-IF.
              MOVE 'N' TO CARD-VALID-FLAG
           END-IF.

      * THE SURVIVING ACCOUNT ON AN MRG CARD GETS THE SAME EDITS AS
      * THE CARD'S OWN ACCOUNT, AND MUST BE A DIFFERENT RECORD.  ITS
      * IMAGE IS KEPT FOR THE MERGE.
       237-VALIDATE-SURVIVOR.
           EVALUATE TRUE
              WHEN MRG-SURVIVOR IS NOT NUMERIC
                 MOVE "SURVIVING ACCOUNT NOT NUMERIC"
                      TO REJECT-REASON
              WHEN MRG-SURVIVOR IS EQUAL TO TRN-ACCT
                 MOVE "CANNOT MERGE AN ACCOUNT INTO ITSELF"
                      TO REJECT-REASON
              WHEN OTHER
                 MOVE MRG-SURVIVOR TO TEST-NUM
                 PERFORM 330-LUHN-VALIDATE
                 IF NOT LUHN-PASS
                    MOVE "SURVIVING ACCOUNT CHECK DIGIT WRONG"
                         TO REJECT-REASON
                 ELSE
                    MOVE MRG-SURVIVOR TO CST-ACCT-NO
                    READ CUST-MASTER
                       INVALID KEY
                          MOVE "SURVIVING ACCOUNT NOT ON MASTER"
                               TO REJECT-REASON
                       NOT INVALID KEY
                          MOVE CUST-MASTER-REC TO SURVIVOR-IMAGE-VIEW
                          IF NOT SIV-OPEN
                             MOVE "SURVIVING ACCOUNT IS CLOSED"
                                  TO REJECT-REASON
                          END-IF
                    END-READ
                 END-IF
           END-EVALUATE.

       240-APPLY-ADD.
           PERFORM 280-ASSIGN-ACCOUNT
           PERFORM 270-BUILD-IMAGE-FROM-CARD
      * THE COMMITTEE'S REVIEW FLAG RIDES THROUGH A ROUTINE CHANGE:
      * 270 REBUILDS THE IMAGE FROM SPACES, SO THE MATCHED RECORD'S
      * FLAG BYTE IS CAPTURED FIRST AND CARRIED OVER -- ONLY A
      * CLOSE (OR THE COMMITTEE ITSELF) CLEARS IT.
       250-APPLY-CHANGE.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
                 PERFORM 305-AUDIT-APPLIED-NEW
           END-REWRITE.

      * A DEL CLOSES THE ACCOUNT IN PLACE.  THE REVIEW FLAG GOES,
      * SINCE A CLOSED ACCOUNT IS NOTHING FOR THE COMMITTEE.
       260-APPLY-DELETE.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
           PERFORM 300-AUDIT-APPLIED-OLD
           IF DEL-REASON-KNOWN AND DEL-REASON-REST IS EQUAL TO SPACES
              MOVE DEL-REASON TO CLOSE-REASON
           ELSE
              MOVE "CR" TO CLOSE-REASON
           END-IF
           PERFORM 268-CLOSE-IMAGE
           MOVE MASTER-IMAGE-VIEW TO CUST-MASTER-REC
           REWRITE CUST-MASTER-REC
              INVALID KEY
                 ADD 1 TO REJECTED-COUNT
                 MOVE "CLOSE REWRITE FAILED" TO REJECT-REASON
                 PERFORM 310-AUDIT-REJECT
              NOT INVALID KEY
                 ADD 1 TO CLOSED-COUNT
                 ADD 1 TO APPLIED-COUNT
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
                 PERFORM 305-AUDIT-APPLIED-NEW
           END-REWRITE.

      * THE SURVIVOR TAKES THE BALANCE FIRST; ONLY THEN IS THE
      * RETIRED RECORD CLOSED.  IF THE CLOSE FAILS THE SURVIVOR'S
      * OLD IMAGE GOES BACK.  THE FOUR AUDIT LINES ARE WRITTEN ONLY
      * WHEN BOTH SIDES HAVE LANDED.
       265-APPLY-MERGE.
           MOVE MIV-AMOUNT TO CUST-AMOUNT-FILTER
           PERFORM 291-FILTERED-AMOUNT
           MOVE NEW-AMOUNT-NUM TO RETIRED-AMOUNT-NUM
           MOVE SIV-AMOUNT TO CUST-AMOUNT-FILTER
           PERFORM 291-FILTERED-AMOUNT
           COMPUTE MERGED-AMOUNT-NUM =
                   NEW-AMOUNT-NUM + RETIRED-AMOUNT-NUM
           IF MERGED-AMOUNT-NUM IS GREATER THAN 9999999.99
              ADD 1 TO REJECTED-COUNT
              MOVE "MERGED BALANCE EXCEEDS 9,999,999.99"
                   TO REJECT-REASON
              PERFORM 310-AUDIT-REJECT
           ELSE
              MOVE SURVIVOR-IMAGE-VIEW TO SURVIVOR-OLD-IMAGE
              MOVE MERGED-AMOUNT-NUM TO MERGED-AMOUNT-EDIT
              MOVE MERGED-AMOUNT-EDIT TO SIV-AMOUNT
              IF MIV-DATE-2 IS NUMERIC AND
                 MIV-DATE-2 IS GREATER THAN SIV-DATE-2
                 MOVE MIV-DATE-2 TO SIV-DATE-2
              END-IF
              MOVE SURVIVOR-IMAGE-VIEW TO CUST-MASTER-REC
              REWRITE CUST-MASTER-REC
                 INVALID KEY
                    ADD 1 TO REJECTED-COUNT
                    MOVE "MERGE SURVIVOR REWRITE FAILED"
                         TO REJECT-REASON
                    PERFORM 310-AUDIT-REJECT
                 NOT INVALID KEY
                    PERFORM 266-RETIRE-MERGED-ACCOUNT
              END-REWRITE
           END-IF.

       266-RETIRE-MERGED-ACCOUNT.
           MOVE MASTER-IMAGE-VIEW TO NEW-IMAGE-WORK
           MOVE "MG" TO CLOSE-REASON
           PERFORM 268-CLOSE-IMAGE
           MOVE ZERO TO MERGED-AMOUNT-EDIT
           MOVE MERGED-AMOUNT-EDIT TO MIV-AMOUNT
           MOVE MASTER-IMAGE-VIEW TO CUST-MASTER-REC
           REWRITE CUST-MASTER-REC
              INVALID KEY
                 MOVE SURVIVOR-OLD-IMAGE TO CUST-MASTER-REC
                 MOVE NEW-IMAGE-WORK TO MASTER-IMAGE-VIEW
                 REWRITE CUST-MASTER-REC
                    INVALID KEY
                       DISPLAY "*** SURVIVOR " MRG-SURVIVOR
                               " NOT RESTORED - CHECK BOOK BALANCE"
                 END-REWRITE
                 ADD 1 TO REJECTED-COUNT
                 MOVE "MERGE RETIRE FAILED - BACKED OUT"
                      TO REJECT-REASON
                 PERFORM 310-AUDIT-REJECT
              NOT INVALID KEY
                 ADD 1 TO CLOSED-COUNT
                 ADD 1 TO APPLIED-COUNT
                 DISPLAY "MERGED " TRN-ACCT " INTO " MRG-SURVIVOR
                 STRING TRN-ACCT " > " MRG-SURVIVOR
                        DELIMITED BY SIZE INTO AUDIT-LINK
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE NEW-IMAGE-WORK TO AUD-IMAGE
                 PERFORM 300-AUDIT-APPLIED-OLD
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE MASTER-IMAGE-VIEW TO AUD-IMAGE
                 PERFORM 305-AUDIT-APPLIED-NEW
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE SURVIVOR-OLD-IMAGE TO AUD-IMAGE
                 PERFORM 300-AUDIT-APPLIED-OLD
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE SURVIVOR-IMAGE-VIEW TO AUD-IMAGE
                 PERFORM 305-AUDIT-APPLIED-NEW
           END-REWRITE.

       268-CLOSE-IMAGE.
           MOVE "C" TO MIV-STATUS
           MOVE CLOSE-REASON TO MIV-CLOSE-REASON
           MOVE RUN-JULIAN TO MIV-CLOSED-DATE
           MOVE SPACE TO MIV-REVIEW-FLAG.

       270-BUILD-IMAGE-FROM-CARD.
           MOVE SPACES TO MASTER-IMAGE-VIEW
           MOVE TRN-AMOUNT TO MIV-AMOUNT
           MOVE MASTER-IMAGE-VIEW TO NEW-IMAGE-WORK.

      * THE SIZE OF THE CHANGE: FOR A CHG, HOW FAR THE NEW AMOUNT
      * MOVES THE BALANCE EITHER WAY; FOR A DEL, THE WHOLE BALANCE
      * LEAVING THE BOOK; FOR AN MRG, THE WHOLE BALANCE MOVING.
       290-CHECK-HIGH-VALUE.
           MOVE MIV-AMOUNT TO CUST-AMOUNT-FILTER
           PERFORM 291-FILTERED-AMOUNT
           MOVE NEW-AMOUNT-NUM TO OLD-AMOUNT-NUM
           IF TRN-ACTION IS EQUAL TO "DEL" OR
              TRN-ACTION IS EQUAL TO "MRG"
              MOVE OLD-AMOUNT-NUM TO AMOUNT-CHANGE
           ELSE
              MOVE TRN-AMOUNT TO CUST-AMOUNT-FILTER
              PERFORM 291-FILTERED-AMOUNT
              COMPUTE AMOUNT-CHANGE =
                      NEW-AMOUNT-NUM - OLD-AMOUNT-NUM
              IF AMOUNT-CHANGE IS LESS THAN ZERO
                 COMPUTE AMOUNT-CHANGE = AMOUNT-CHANGE * -1
              END-IF
           END-IF
           IF AMOUNT-CHANGE IS NOT LESS THAN APPROVAL-THRESHOLD
              SET HIGH-VALUE-CHANGE TO TRUE
           END-IF.

       291-FILTERED-AMOUNT.
           MOVE MILLIONS TO AMT-MILLIONS
           MOVE THOUSANDS TO AMT-THOUSANDS
           MOVE UNITS TO AMT-UNITS
           IF FUNCTION TEST-NUMVAL(NOCOMMAS) IS EQUAL ZERO
              COMPUTE NEW-AMOUNT-NUM = FUNCTION NUMVAL(NOCOMMAS)
           ELSE
              MOVE ZERO TO NEW-AMOUNT-NUM
           END-IF.

      * A HIGH-VALUE CARD GOES TO THE PENDING TABLE, NOT THE MASTER.
      * IT MUST NAME ITS OPERATOR, OR NOBODY COULD PROVE THE
      * APPROVER IS SOMEONE ELSE.
       292-HOLD-FOR-APPROVAL.
           EVALUATE TRUE
              WHEN TRN-OPERATOR IS EQUAL TO SPACES
                 ADD 1 TO REJECTED-COUNT
                 MOVE "OPERATOR ID REQUIRED OVER THRESHOLD"
                      TO REJECT-REASON
                 PERFORM 310-AUDIT-REJECT
              WHEN PEND-COUNT IS NOT LESS THAN 200
                 ADD 1 TO REJECTED-COUNT
                 MOVE "PENDING TABLE FULL - NOT HELD"
                      TO REJECT-REASON
                 PERFORM 310-AUDIT-REJECT
              WHEN OTHER
                 ADD 1 TO HELD-COUNT
                 ADD 1 TO NEXT-PEND-REF
                 ADD 1 TO PEND-COUNT
                 MOVE NEXT-PEND-REF TO PT-REF(PEND-COUNT)
                 MOVE DT-STAMP(1:8) TO PT-DATE(PEND-COUNT)
                 MOVE TRN-OPERATOR TO PT-OPERATOR(PEND-COUNT)
                 MOVE TRANS-REC TO PT-CARD(PEND-COUNT)
                 SET PT-WAITING(PEND-COUNT) TO TRUE
                 DISPLAY "HELD FOR APPROVAL REFERENCE "
                         PT-REF(PEND-COUNT) ": " TRN-ACTION " "
                         TRN-ACCT " BY " TRN-OPERATOR
                 MOVE SPACES TO WS-AUDIT-LINE
                 MOVE DT-STAMP TO AUD-STAMP
                 MOVE "HLD " TO AUD-TYPE
                 MOVE TRANS-REC TO AUD-IMAGE
                 MOVE TRN-ACTION TO AUD-ACTION
                 MOVE TRN-OPERATOR TO AUD-ENTERED-BY
                 STRING "HELD REF " PT-REF(PEND-COUNT)
                        DELIMITED BY SIZE INTO AUD-DETAIL
                 PERFORM 320-WRITE-AUDIT-LINE
           END-EVALUATE.

      * AN APV CARD RELEASES ONE HELD ITEM: THE REFERENCE MUST BE
      * WAITING, BELONG TO THE SAME ACCOUNT, AND THE APPROVER MUST
      * BE A DIFFERENT OPERATOR.  THE HELD CARD IS THEN RUN THROUGH
      * THE SAME LOOKUP AND EDITS AS IF IT HAD JUST ARRIVED, SINCE
      * THE ACCOUNT MAY HAVE MOVED WHILE IT WAITED.
       295-APPLY-APPROVAL.
           MOVE APV-PEND-REF TO APPROVAL-REF
           MOVE 'N' TO PEND-FOUND-FLAG
           PERFORM 296-FIND-PENDING
                   VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX IS GREATER THAN PEND-COUNT
                   OR PEND-FOUND
           EVALUATE TRUE
              WHEN TRN-OPERATOR IS EQUAL TO SPACES
                 MOVE "APPROVER OPERATOR ID IS BLANK"
                      TO REJECT-REASON
              WHEN NOT PEND-FOUND
                 MOVE "NO SUCH ITEM AWAITING APPROVAL"
                      TO REJECT-REASON
              WHEN PT-OPERATOR(PEND-FOUND-IDX) IS EQUAL TO
                   TRN-OPERATOR
                 MOVE "APPROVER MUST DIFFER FROM ENTERER"
                      TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON IS NOT EQUAL TO SPACES
              ADD 1 TO REJECTED-COUNT
              PERFORM 310-AUDIT-REJECT
           ELSE
              MOVE TRN-OPERATOR TO APPROVER-ID
              SET PT-RELEASED(PEND-FOUND-IDX) TO TRUE
              ADD 1 TO RELEASED-COUNT
              MOVE PT-CARD(PEND-FOUND-IDX) TO TRANS-REC
              PERFORM 220-FIND-MASTER-ENTRY
              PERFORM 230-VALIDATE-CARD
              IF NOT CARD-VALID
                 ADD 1 TO REJECTED-COUNT
                 PERFORM 310-AUDIT-REJECT
              ELSE
                 DISPLAY "RELEASED REFERENCE " APPROVAL-REF ": "
                         TRN-ACTION " " TRN-ACCT " ENTERED BY "
                         TRN-OPERATOR " APPROVED BY " APPROVER-ID
                 EVALUATE TRN-ACTION
                    WHEN "CHG" PERFORM 250-APPLY-CHANGE
                    WHEN "DEL" PERFORM 260-APPLY-DELETE
                    WHEN "MRG" PERFORM 265-APPLY-MERGE
                 END-EVALUATE
              END-IF
           END-IF.

       296-FIND-PENDING.
           IF PT-REF(PEND-IDX) IS EQUAL TO APPROVAL-REF AND
              PT-CARD(PEND-IDX)(5:8) IS EQUAL TO TRN-ACCT AND
              PT-WAITING(PEND-IDX)
              SET PEND-FOUND TO TRUE
              MOVE PEND-IDX TO PEND-FOUND-IDX
           END-IF.

      * NEXT NUMBER IN SEQUENCE: BASE PLUS THE LUHN CHECK DIGIT.
       280-ASSIGN-ACCOUNT.
           ADD 1 TO NEXT-ACCT-BASE
       300-AUDIT-APPLIED-OLD.
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "OLD " TO AUD-TYPE
           PERFORM 307-AUDIT-OPERATORS
           PERFORM 320-WRITE-AUDIT-LINE.

       305-AUDIT-APPLIED-NEW.
           MOVE DT-STAMP TO AUD-STAMP
           MOVE "NEW " TO AUD-TYPE
           PERFORM 307-AUDIT-OPERATORS
           PERFORM 320-WRITE-AUDIT-LINE.

       307-AUDIT-OPERATORS.
           MOVE SPACES TO AUD-REASON
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE TRN-OPERATOR TO AUD-ENTERED-BY
           MOVE APPROVER-ID TO AUD-APPROVED-BY
           MOVE AUDIT-LINK TO AUD-DETAIL.

       310-AUDIT-REJECT.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE DT-STAMP TO AUD-STAMP
           WRITE AUDIT-REC.

       600-CLOSE-FILES.
           PERFORM 610-WRITE-PENDING
           CLOSE CUST-MASTER
           CLOSE AUDIT-FILE
           IF TRANS-OPENED
              CLOSE TRANS-FILE
           END-IF
           DISPLAY "RECORDS ON MASTER: " MASTER-COUNT.

      * WHATEVER IS STILL WAITING GOES OUT TO THE NEW PENDING
      * GENERATION FOR TOMORROW'S RUN.
       610-WRITE-PENDING.
           OPEN OUTPUT PEND-OUT
           IF PEND-OUT-OK
              PERFORM 615-WRITE-ONE-PENDING
                      VARYING PEND-IDX FROM 1 BY 1
                      UNTIL PEND-IDX IS GREATER THAN PEND-COUNT
              IF CARRIED-COUNT IS GREATER THAN ZERO
                 PERFORM 620-CARRY-OVERFLOW
              END-IF
              CLOSE PEND-OUT
           ELSE
              DISPLAY "NEWPEND NOT AVAILABLE - HELD ITEMS NOT KEPT"
           END-IF.

       615-WRITE-ONE-PENDING.
           IF PT-WAITING(PEND-IDX)
              MOVE SPACES TO PEND-OUT-REC
              MOVE PT-REF(PEND-IDX) TO PEND-OUT-REC(1:6)
              MOVE PT-DATE(PEND-IDX) TO PEND-OUT-REC(8:8)
              MOVE PT-OPERATOR(PEND-IDX) TO PEND-OUT-REC(17:3)
              MOVE PT-CARD(PEND-IDX) TO PEND-OUT-REC(21:80)
              WRITE PEND-OUT-REC
           END-IF.

      * THE ITEMS THAT DID NOT FIT IN THE TABLE ARE THE UNEXPIRED
      * ONES PAST THE FIRST 200 ON THE OLD GENERATION; THEY GO OUT
      * EXACTLY AS THEY CAME IN.
       620-CARRY-OVERFLOW.
           MOVE ZERO TO KEPT-COUNT
           MOVE 'N' TO PEND-EOF-FLAG
           OPEN INPUT PEND-IN
           IF PEND-IN-OK
              PERFORM 625-CARRY-ONE-PENDING UNTIL PEND-EOF
              CLOSE PEND-IN
           END-IF
           DISPLAY "HELD ITEMS CARRIED OVER TABLE: " CARRIED-COUNT.

       625-CARRY-ONE-PENDING.
           READ PEND-IN
              AT END SET PEND-EOF TO TRUE
              NOT AT END
                 PERFORM 137-AGE-HELD-ITEM
                 IF HELD-AGE-DAYS IS NOT GREATER THAN EXPIRY-DAYS
                    ADD 1 TO KEPT-COUNT
                    IF KEPT-COUNT IS GREATER THAN 200
                       MOVE PEND-IN-REC TO PEND-OUT-REC
                       WRITE PEND-OUT-REC
                    END-IF
                 END-IF
           END-READ.
