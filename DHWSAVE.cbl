      *                interface file itself, remaining budget from
      *                the FUNDCARD) so the program's exposure shows
      *                per run instead of at reconciliation.
      * 2026-10-15 CAC RUNLOG calls now pass the return code and a
      *                condition text for the end-of-run record.
      * 2026-10-15 CAC M&V mode expands a DHWSAMP stratified sample:
      *                with an MVSAMPLE design on hand, each stratum's
      *                ratio realization rate is figured from its
      *                sampled, billed accounts and weighted by the
      *                stratum's predicted savings to a program rate
      *                with a confidence interval at the design's
      *                confidence level.
      * 2026-10-15 CAC Added installer tracking: the DHW card and the
      *                master carry the installer ID and the post-
      *                installation inspection result, each installer's
      *                jobs are numbered, and the batch selects jobs
      *                for inspection -- an installer's first job and
      *                every tenth after, every third while the
      *                installer's latest inspection is a failure.
      *                Reject R012 for a result other than P, F or
      *                blank.  DHWINST reports the quarterly scorecard.
      *
      *****************************************************************
      *
           SELECT FUNDING-FILE ASSIGN TO FUNDCARD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FUNDING-FILE-STATUS.

           SELECT SAMPLE-DESIGN-FILE ASSIGN TO MVSAMPLE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SAMPLE-DESIGN-STATUS.
      *
      * //DHWCARDS  DD DSN=&SYSUID..INPUT(DHWCARDS),DISP=SHR
      * //SAVERPT   DD DSN=&SYSUID..OUTPUT(DHWSAVE),DISP=SHR
      * //REBATECARD DD DSN=&SYSUID..INPUT(DHWREBAT),DISP=SHR
      * //CUSTMAST  DD DSN=&SYSUID..DHWMAST(0),DISP=SHR
      * //NEWMAST   DD DSN=&SYSUID..DHWMAST(+1),DISP=(NEW,CATLG)
      * //MVSAMPLE  DD DSN=&SYSUID..MVSAMPLE(0),DISP=SHR
      *
      *****************************************************************
      *
           05  DHC-NEW-SHOWER-TIME    PIC 99.
           05  DHC-NEW-COMB-EFF       PIC 999V999.
           05  DHC-ACCT-NO            PIC X(8).
           05  DHC-INSTALLER-ID       PIC X(6).
           05  DHC-INSPECT-RESULT     PIC X.
           05  FILLER                 PIC X(13).
      *
       FD  SAVINGS-RPT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
                                      SEPARATE.
               10  CMI-HIST-COST      PIC S99V99 SIGN IS LEADING
                                      SEPARATE.
           05  CMI-INSTALLER-ID       PIC X(6).
           05  CMI-INSTALLER-JOB      PIC 9(5).
           05  CMI-INSPECT-RESULT     PIC X.
           05  FILLER                 PIC X(25).
      *
       FD  CUST-MASTER-OUT RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
       01  FUNDING-FILE-RECORD.
           05  FND-BUDGET-IN          PIC X(9).
           05  FILLER                 PIC X(71).

      * M&V SAMPLE DESIGN FROM DHWSAMP: AN "H" HEADER WITH THE DESIGN
      * TARGETS, A "T" RECORD PER STRATUM (POPULATION, SAMPLE SIZE,
      * POPULATION PREDICTED MMBTU/YR) AND A "D" RECORD PER SAMPLED
      * ACCOUNT.
       FD  SAMPLE-DESIGN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  SAMPLE-DESIGN-RECORD.
           05  DSR-RECORD-TYPE        PIC X.
           05  FILLER                 PIC X(79).
       01  SAMPLE-DESIGN-HEADER REDEFINES SAMPLE-DESIGN-RECORD.
           05  FILLER                 PIC XX.
           05  DSH-SEED               PIC 9(9).
           05  FILLER                 PIC X.
           05  DSH-CONFIDENCE         PIC 99.
           05  FILLER                 PIC X.
           05  DSH-PRECISION          PIC 99.
           05  FILLER                 PIC X(63).
       01  SAMPLE-DESIGN-STRATUM REDEFINES SAMPLE-DESIGN-RECORD.
           05  FILLER                 PIC XX.
           05  DST-STRATUM            PIC 99.
           05  FILLER                 PIC X.
           05  DST-FUEL-TYPE          PIC 9.
           05  FILLER                 PIC X.
           05  DST-SIZE-CLASS         PIC X.
           05  FILLER                 PIC X.
           05  DST-POPULATION         PIC 9(5).
           05  FILLER                 PIC X.
           05  DST-SAMPLE-SIZE        PIC 9(5).
           05  FILLER                 PIC X.
           05  DST-POPULATION-MMBTU   PIC 9(7)V9.
           05  FILLER                 PIC X(51).
       01  SAMPLE-DESIGN-DETAIL REDEFINES SAMPLE-DESIGN-RECORD.
           05  FILLER                 PIC XX.
           05  DSD-ACCT-NO            PIC X(8).
           05  FILLER                 PIC X.
           05  DSD-STRATUM            PIC 99.
           05  FILLER                 PIC X(67).
      *
       WORKING-STORAGE SECTION.
      *
                VALUE 20.0.
             03 REBATE-AMOUNT                   PIC 999V99
                VALUE 50.00.
      *
      * POST-INSTALLATION INSPECTION SAMPLING -- AN INSTALLER'S FIRST
      * JOB, THEN EVERY TENTH JOB, TIGHTENED TO EVERY THIRD WHILE THE
      * INSTALLER'S LATEST INSPECTION IS A FAILURE.
          02 INSPECTION-SAMPLING.
             03 INSPECT-INTERVAL                PIC 99   VALUE 10.
             03 INSPECT-INTERVAL-AFTER-FAIL     PIC 99   VALUE 3.
      *
          02 DATA-ENTRY-LABEL-CONSTANTS.
             03 NOT-NUMERIC                     PIC X(16)
       01 RUNLOG-READ                            PIC 9(7) VALUE ZERO.
       01 RUNLOG-WRITTEN                         PIC 9(7) VALUE ZERO.
       01 RUNLOG-REJECTED                        PIC 9(7) VALUE ZERO.
       01 RUNLOG-RETURN-CODE                     PIC 9(4) VALUE ZERO.
       01 RUNLOG-CONDITION                       PIC X(20) VALUE SPACES.
      *
       01 USER-INPUT                            PIC X(9).
      *
          02 WS-CHK-REJECTED                     PIC 9(5).
          02 WS-CHK-MASTER-COUNT                 PIC 9(3).
          02 WS-CHK-REASONS.
             03 WS-CHK-REASON OCCURS 12 TIMES    PIC 9(5).
          02 FILLER                              PIC X(80)
                                                 VALUE SPACES.
       01 REASON-IDX                             PIC 99.
       01 REASON-COUNT-TABLE.
          02 REASON-COUNT OCCURS 12 TIMES        PIC 9(5) VALUE ZERO.
       01 REASON-NAME-TABLE.
          02 FILLER PIC X(20) VALUE "COLD WATER TEMP     ".
          02 FILLER PIC X(20) VALUE "INITIAL FUEL CODE   ".
          02 FILLER PIC X(20) VALUE "NEW FLOW RATE       ".
          02 FILLER PIC X(20) VALUE "NEW SHOWER TIME     ".
          02 FILLER PIC X(20) VALUE "NEW COMB EFF        ".
          02 FILLER PIC X(20) VALUE "INSPECTION RESULT   ".
       01 REASON-NAMES REDEFINES REASON-NAME-TABLE.
          02 REASON-NAME OCCURS 12 TIMES         PIC X(20).
      *
      *****************************************************************
      *
          88 BILLING-EOF                                 VALUE "Y".
      *
       01 SEARCH-ACCT-NO                         PIC X(8).
       01 SEARCH-INSTALLER                       PIC X(6).
      *
       01 MV-TABLE.
          02 MV-ENTRY OCCURS 500 TIMES.
             03 MV-BEFORE-COUNT                  PIC 999.
             03 MV-AFTER-SUM                     PIC 9(8)V99.
             03 MV-AFTER-COUNT                   PIC 999.
             03 MV-PREDICTED-SAVED               PIC S9(7)V9.
             03 MV-ACTUAL-SAVED                  PIC S9(7)V9.
             03 MV-SAMPLE-STRATUM                PIC 99.
             03 MV-RATED-SWITCH                  PIC X.
                88 MV-RATED                              VALUE "Y".
      *
       01 MV-CONV-UNIT                           PIC 9(6).
       01 MV-PREDICTED                           PIC S9(7)V9.
       01 MV-PREDICTED-OUT                       PIC +Z,ZZZ,ZZ9.9.
       01 MV-ACTUAL-OUT                          PIC +Z,ZZZ,ZZ9.9.
       01 MV-RATE-OUT                            PIC +ZZ9.9.
      *
      * SAMPLE EXPANSION -- ONE ENTRY PER DHWSAMP STRATUM.  SUMS ARE
      * IN THE STRATUM'S OWN FUEL UNITS (A STRATUM IS ONE FUEL TYPE),
      * SO ITS RATIO NEEDS NO CONVERSION; THE WEIGHTS ARE THE
      * STRATUM'S POPULATION PREDICTED MMBTU/YR.
       01 SAMPLE-DESIGN-STATUS                   PIC XX  VALUE "00".
          88 SAMPLE-DESIGN-OK                            VALUE "00".
       01 SAMPLE-DESIGN-EOF-SWITCH               PIC X   VALUE "N".
          88 SAMPLE-DESIGN-EOF                           VALUE "Y".
       01 SAMPLE-SEED                            PIC 9(9) VALUE ZERO.
       01 SAMPLE-CONFIDENCE                      PIC 99  VALUE 90.
       01 SAMPLE-PRECISION                       PIC 99  VALUE 10.
       01 SAMPLE-Z-VALUE                         PIC 9V999.
       01 SAMPLE-NOT-ON-MASTER                   PIC 999 VALUE ZERO.
       01 STRATUM-IDX                            PIC 99.
       01 MV-STRATUM-TABLE.
          02 MV-STRATUM-ENTRY OCCURS 9 TIMES.
             03 MVS-POPULATION                   PIC 9(5).
             03 MVS-SAMPLE-SIZE                  PIC 9(5).
             03 MVS-POPULATION-MMBTU             PIC 9(7)V9.
             03 MVS-BILLED                       PIC 9(5).
             03 MVS-SUM-ACTUAL                   PIC S9(9)V9.
             03 MVS-SUM-PREDICTED                PIC S9(9)V9.
             03 MVS-RATIO                        PIC S9(3)V9(6).
             03 MVS-VARIANCE                     PIC S9(3)V9(8).
       01 MV-RESIDUAL                            PIC S9(7)V9(4).
       01 MV-RESIDUAL-VARIANCE                   PIC S9(15)V9(4).
       01 MV-MEAN-PREDICTED                      PIC S9(7)V9(4).
       01 MV-SAMPLING-FRACTION                   PIC 9V9(6).
       01 MV-DEGREES-FREEDOM                     PIC 9(5).
       01 MV-VARIANCE-DIVISOR                    PIC 9(17)V9(4).
       01 MV-STRATUM-WEIGHT                      PIC 9V9(6).
       01 MV-STRATUM-STD-ERROR                   PIC 9(3)V9(6).
       01 MV-EXPANDED-MMBTU                      PIC 9(8)V9.
       01 MV-TOTAL-MMBTU                         PIC 9(8)V9.
       01 MV-EXPANDED-RATIO                      PIC S9(3)V9(6).
       01 MV-EXPANDED-VARIANCE                   PIC S9(3)V9(8).
       01 MV-EXPANDED-STD-ERROR                  PIC S9(3)V9(6).
       01 MV-CI-LOW                              PIC S9(3)V9.
       01 MV-CI-HIGH                             PIC S9(3)V9.
       01 MV-STD-ERROR-OUT                       PIC ZZ9.9.
       01 MV-COUNT-OUT                           PIC ZZ,ZZ9.
       01 MV-COUNT-OUT-2                         PIC ZZ,ZZ9.
       01 MV-COUNT-OUT-3                         PIC ZZ,ZZ9.
       01 MV-COVERAGE                            PIC 999V9.
       01 MV-COVERAGE-OUT                        PIC ZZ9.9.
      *
       01 MASTER-SORT-SWITCH                     PIC X   VALUE "N".
          88 MASTER-SORT-DONE                            VALUE "Y".
       01 MASTER-COUNT                           PIC 999 VALUE ZERO.
       01 MASTER-IDX                             PIC 999.
       01 MASTER-IDX-2                           PIC 999.
       01 MASTER-SWAP-AREA                       PIC X(135).
       01 HIST-IDX                               PIC 9.
      *
      * INSTALLERS SEEN ON THE MASTER -- THE HIGHEST JOB NUMBER, THE
      * LAST JOB SELECTED FOR INSPECTION, AND THE LATEST INSPECTION
      * RESULT, WHICH SETS THE SAMPLING INTERVAL.
       01 INSTALLER-COUNT                        PIC 99  VALUE ZERO.
       01 INSTALLER-IDX                          PIC 99.
       01 INSTALLER-IDX-2                        PIC 99.
       01 INSTALLER-FOUND-SWITCH                 PIC X   VALUE "N".
          88 INSTALLER-FOUND                             VALUE "Y".
       01 INSTALLER-TABLE.
          02 INSTALLER-ENTRY OCCURS 50 TIMES.
             03 ITB-INSTALLER-ID                 PIC X(6).
             03 ITB-LAST-JOB                     PIC 9(5).
             03 ITB-LAST-SELECTED                PIC 9(5).
             03 ITB-LAST-INSPECTED               PIC 9(5).
             03 ITB-LAST-RESULT                  PIC X.
       01 INSPECTION-GAP                         PIC 9(5).
       01 INSPECTIONS-SELECTED                   PIC 9(5) VALUE ZERO.
       01 INSPECTION-RESULTS-POSTED              PIC 9(5) VALUE ZERO.
      *
       01 WS-DATETIME.
          02 WS-DT-YYYY                          PIC 9(4).
                04 CMT-HIST-COST                 PIC S99V99
                                                 SIGN IS LEADING
                                                 SEPARATE.
             03 CMT-INSTALLER-ID                 PIC X(6).
             03 CMT-INSTALLER-JOB                PIC 9(5).
             03 CMT-INSPECT-RESULT               PIC X.
                88 CMT-INSPECT-REQUIRED                  VALUE "R".
                88 CMT-INSPECT-PASSED                    VALUE "P".
                88 CMT-INSPECT-FAILED                    VALUE "F".
      *
      *****************************************************************
      *
       MAIN-PARA.
           MOVE "S" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           PERFORM 1-OPENING-SCREEN
           PERFORM 701-ATTEMPT-RESTART
           IF RESTART-PENDING
           ELSE
              PERFORM 17-LOAD-CUSTOMER-MASTER
           END-IF
           PERFORM 755-LOAD-INSTALLER-TABLE
           PERFORM 706-LOAD-FUNDING-AND-YTD
           OPEN INPUT DHW-CARD-FILE
           IF RESTART-PENDING
           PERFORM 760-WRITE-NEW-MASTER
           PERFORM 770-REJECT-SUMMARY
           PERFORM 775-ACCRUAL-SUMMARY
           PERFORM 776-INSPECTION-SUMMARY
           PERFORM 785-MARK-CHECKPOINT-COMPLETE.

      * THE FUNDING CARD SETS THE PROGRAM BUDGET; THE EXISTING
           MOVE PPE-RECORD(PAY-FLUSH-IDX) TO PAYMENT-FILE-RECORD
           WRITE PAYMENT-FILE-RECORD.

       776-INSPECTION-SUMMARY.
           DISPLAY SPACES
           DISPLAY "INSTALLER INSPECTION SAMPLING"
           DISPLAY "  JOBS SELECTED THIS RUN  : " INSPECTIONS-SELECTED
           DISPLAY "  RESULTS POSTED THIS RUN : "
                   INSPECTION-RESULTS-POSTED
           DISPLAY "  INSTALLERS ON MASTER    : " INSTALLER-COUNT.
      *
       775-ACCRUAL-SUMMARY.
           DISPLAY SPACES
           DISPLAY "REBATE FUNDING ACCRUAL"
           MOVE WS-CHK-ACCEPTED TO ACCEPTED-COUNT
           MOVE WS-CHK-REJECTED TO REJECT-COUNT
           PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX IS GREATER THAN 12
              MOVE WS-CHK-REASON(REASON-IDX) TO
                   REASON-COUNT(REASON-IDX)
           END-PERFORM
              NOT AT END
                 ADD 1 TO MASTER-COUNT
                 MOVE CHECKPOINT-RECORD TO CMT-ENTRY(MASTER-COUNT)
                 IF CMT-INSTALLER-JOB(MASTER-COUNT) IS NOT NUMERIC
                    MOVE ZERO TO CMT-INSTALLER-JOB(MASTER-COUNT)
                 END-IF
           END-READ.

      * SNAPSHOT THE RUN.  THE DATASET IS REWRITTEN FROM THE TOP
              MOVE REJECT-COUNT TO WS-CHK-REJECTED
              MOVE MASTER-COUNT TO WS-CHK-MASTER-COUNT
              PERFORM VARYING REASON-IDX FROM 1 BY 1
                      UNTIL REASON-IDX IS GREATER THAN 12
                 MOVE REASON-COUNT(REASON-IDX) TO
                      WS-CHK-REASON(REASON-IDX)
              END-PERFORM
                     " PCT" DELIMITED BY SIZE
                     INTO REJECT-REASON-TEXT
              SET DHW-CARD-INVALID TO TRUE
           ELSE
           IF DHC-INSPECT-RESULT IS NOT EQUAL TO SPACE
              AND DHC-INSPECT-RESULT IS NOT EQUAL TO "P"
              AND DHC-INSPECT-RESULT IS NOT EQUAL TO "F"
              MOVE "R012" TO REJECT-REASON-CODE
              MOVE "INSPECTION RESULT NOT P, F OR BLANK"
                   TO REJECT-REASON-TEXT
              SET DHW-CARD-INVALID TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           COMPUTE REASON-IDX =
                   FUNCTION NUMVAL(REJECT-REASON-CODE(2:3))
           IF REASON-IDX IS GREATER THAN ZERO AND
              REASON-IDX IS NOT GREATER THAN 12
              ADD 1 TO REASON-COUNT(REASON-IDX)
           END-IF
           DISPLAY "DHWCARDS record for " DHC-CUST-NAME
           DISPLAY "  CARDS REJECTED: " REJECT-COUNT
           PERFORM 771-REJECT-SUMMARY-LINE
                   VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX IS GREATER THAN 12.
      *
       771-REJECT-SUMMARY-LINE.
           IF REASON-COUNT(REASON-IDX) IS GREATER THAN ZERO
           IF MASTER-COUNT IS LESS THAN 500
              ADD 1 TO MASTER-COUNT
              MOVE CUST-MASTER-IN-RECORD TO CMT-ENTRY(MASTER-COUNT)
              IF CMT-INSTALLER-JOB(MASTER-COUNT) IS NOT NUMERIC
                 MOVE ZERO TO CMT-INSTALLER-JOB(MASTER-COUNT)
              END-IF
           ELSE
              DISPLAY "Customer master table full - record for "
                      CMI-ACCT-NO " dropped"
                    COMPUTE CMT-INSTALL-DATE(MASTER-IDX) =
                            WS-DT-YYYY * 10000 + WS-DT-MMDD
                    MOVE ZERO TO CMT-HIST-COUNT(MASTER-IDX)
                    MOVE SPACES TO CMT-INSTALLER-ID(MASTER-IDX)
                    MOVE ZERO TO CMT-INSTALLER-JOB(MASTER-IDX)
                    MOVE SPACE TO CMT-INSPECT-RESULT(MASTER-IDX)
                    PERFORM 752-POST-HISTORY
                 ELSE
                    DISPLAY "Customer master table full - "
                                CMT-HIST-COUNT(MASTER-IDX))
           MOVE COST-SAVED TO
                CMT-HIST-COST(MASTER-IDX,
                              CMT-HIST-COUNT(MASTER-IDX))
           IF DHC-INSTALLER-ID IS NOT EQUAL TO SPACES
              PERFORM 756-POST-INSTALLER-JOB
           END-IF.
      *
       753-SHIFT-HISTORY.
           MOVE CMT-HIST(MASTER-IDX, HIST-IDX + 1) TO
                CMT-HIST(MASTER-IDX, HIST-IDX).
      *
      * ONE ENTRY PER INSTALLER ON THE MASTER, SO JOB NUMBERING AND
      * THE INSPECTION INTERVAL CARRY ACROSS RUNS.  A RESTARTED RUN
      * REBUILDS IT FROM THE RESTORED MASTER.
       755-LOAD-INSTALLER-TABLE.
           MOVE ZERO TO INSTALLER-COUNT
           PERFORM 757-TABLE-ONE-MASTER-ENTRY
                   VARYING MASTER-IDX-2 FROM 1 BY 1
                   UNTIL MASTER-IDX-2 IS GREATER THAN MASTER-COUNT.
      *
       757-TABLE-ONE-MASTER-ENTRY.
           IF CMT-INSTALLER-ID(MASTER-IDX-2) IS NOT EQUAL TO SPACES
              MOVE CMT-INSTALLER-ID(MASTER-IDX-2) TO SEARCH-INSTALLER
              PERFORM 758-FIND-INSTALLER
              IF INSTALLER-FOUND
                 IF CMT-INSTALLER-JOB(MASTER-IDX-2) IS GREATER THAN
                    ITB-LAST-JOB(INSTALLER-IDX)
                    MOVE CMT-INSTALLER-JOB(MASTER-IDX-2) TO
                         ITB-LAST-JOB(INSTALLER-IDX)
                 END-IF
                 IF CMT-INSPECT-RESULT(MASTER-IDX-2) IS NOT EQUAL
                    TO SPACE
                    AND CMT-INSTALLER-JOB(MASTER-IDX-2) IS GREATER
                        THAN ITB-LAST-SELECTED(INSTALLER-IDX)
                    MOVE CMT-INSTALLER-JOB(MASTER-IDX-2) TO
                         ITB-LAST-SELECTED(INSTALLER-IDX)
                 END-IF
                 IF (CMT-INSPECT-PASSED(MASTER-IDX-2) OR
                     CMT-INSPECT-FAILED(MASTER-IDX-2))
                    AND CMT-INSTALLER-JOB(MASTER-IDX-2) IS GREATER
                        THAN ITB-LAST-INSPECTED(INSTALLER-IDX)
                    MOVE CMT-INSTALLER-JOB(MASTER-IDX-2) TO
                         ITB-LAST-INSPECTED(INSTALLER-IDX)
                    MOVE CMT-INSPECT-RESULT(MASTER-IDX-2) TO
                         ITB-LAST-RESULT(INSTALLER-IDX)
                 END-IF
              END-IF
           END-IF.
      *
      * FIND THE INSTALLER'S TABLE ENTRY, ADDING ONE WHEN NEW.
       758-FIND-INSTALLER.
           MOVE "N" TO INSTALLER-FOUND-SWITCH
           PERFORM 759-MATCH-INSTALLER
                   VARYING INSTALLER-IDX-2 FROM 1 BY 1
                   UNTIL INSTALLER-IDX-2 IS GREATER THAN
                         INSTALLER-COUNT
                   OR INSTALLER-FOUND
           IF NOT INSTALLER-FOUND
              IF INSTALLER-COUNT IS LESS THAN 50
                 ADD 1 TO INSTALLER-COUNT
                 MOVE INSTALLER-COUNT TO INSTALLER-IDX
                 MOVE SEARCH-INSTALLER TO
                      ITB-INSTALLER-ID(INSTALLER-IDX)
                 MOVE ZERO TO ITB-LAST-JOB(INSTALLER-IDX)
                 MOVE ZERO TO ITB-LAST-SELECTED(INSTALLER-IDX)
                 MOVE ZERO TO ITB-LAST-INSPECTED(INSTALLER-IDX)
                 MOVE SPACE TO ITB-LAST-RESULT(INSTALLER-IDX)
                 SET INSTALLER-FOUND TO TRUE
              ELSE
                 DISPLAY "Installer table full - " SEARCH-INSTALLER
                         " not tracked"
              END-IF
           END-IF.
      *
       759-MATCH-INSTALLER.
           IF ITB-INSTALLER-ID(INSTALLER-IDX-2) IS EQUAL TO
              SEARCH-INSTALLER
              SET INSTALLER-FOUND TO TRUE
              MOVE INSTALLER-IDX-2 TO INSTALLER-IDX
           END-IF.
      *
      * A CARD FOR A NEW ACCOUNT, OR FOR AN ACCOUNT THAT CHANGES
      * INSTALLER, IS A NEW JOB: IT TAKES THE INSTALLER'S NEXT JOB
      * NUMBER AND FACES THE SAMPLING RULE.  A RE-RUN OF THE SAME
      * JOB KEEPS ITS NUMBER AND SELECTION.  AN INSPECTION RESULT ON
      * THE CARD IS POSTED TO THE JOB EITHER WAY.
       756-POST-INSTALLER-JOB.
           MOVE DHC-INSTALLER-ID TO SEARCH-INSTALLER
           PERFORM 758-FIND-INSTALLER
           IF INSTALLER-FOUND
              IF CMT-INSTALLER-ID(MASTER-IDX) IS NOT EQUAL TO
                 DHC-INSTALLER-ID
                 OR CMT-INSTALLER-JOB(MASTER-IDX) IS EQUAL TO ZERO
                 IF CMT-INSTALLER-ID(MASTER-IDX) IS NOT EQUAL TO
                    SPACES
                    COMPUTE CMT-INSTALL-DATE(MASTER-IDX) =
                            WS-DT-YYYY * 10000 + WS-DT-MMDD
                 END-IF
                 MOVE DHC-INSTALLER-ID TO CMT-INSTALLER-ID(MASTER-IDX)
                 ADD 1 TO ITB-LAST-JOB(INSTALLER-IDX)
                 MOVE ITB-LAST-JOB(INSTALLER-IDX) TO
                      CMT-INSTALLER-JOB(MASTER-IDX)
                 MOVE SPACE TO CMT-INSPECT-RESULT(MASTER-IDX)
                 COMPUTE INSPECTION-GAP =
                         ITB-LAST-JOB(INSTALLER-IDX) -
                         ITB-LAST-SELECTED(INSTALLER-IDX)
                 IF ITB-LAST-SELECTED(INSTALLER-IDX) IS EQUAL TO ZERO
                    OR (ITB-LAST-RESULT(INSTALLER-IDX) IS EQUAL TO "F"
                        AND INSPECTION-GAP IS NOT LESS THAN
                            INSPECT-INTERVAL-AFTER-FAIL)
                    OR INSPECTION-GAP IS NOT LESS THAN
                       INSPECT-INTERVAL
                    SET CMT-INSPECT-REQUIRED(MASTER-IDX) TO TRUE
                    MOVE ITB-LAST-JOB(INSTALLER-IDX) TO
                         ITB-LAST-SELECTED(INSTALLER-IDX)
                    ADD 1 TO INSPECTIONS-SELECTED
                    DISPLAY "INSPECTION REQUIRED - " DHC-ACCT-NO " "
                            DHC-CUST-NAME " INSTALLER "
                            DHC-INSTALLER-ID " JOB "
                            CMT-INSTALLER-JOB(MASTER-IDX)
                 END-IF
              END-IF
              IF DHC-INSPECT-RESULT IS NOT EQUAL TO SPACE
                 MOVE DHC-INSPECT-RESULT TO
                      CMT-INSPECT-RESULT(MASTER-IDX)
                 ADD 1 TO INSPECTION-RESULTS-POSTED
                 IF CMT-INSTALLER-JOB(MASTER-IDX) IS GREATER THAN
                    ITB-LAST-SELECTED(INSTALLER-IDX)
                    MOVE CMT-INSTALLER-JOB(MASTER-IDX) TO
                         ITB-LAST-SELECTED(INSTALLER-IDX)
                 END-IF
                 IF CMT-INSTALLER-JOB(MASTER-IDX) IS NOT LESS THAN
                    ITB-LAST-INSPECTED(INSTALLER-IDX)
                    MOVE CMT-INSTALLER-JOB(MASTER-IDX) TO
                         ITB-LAST-INSPECTED(INSTALLER-IDX)
                    MOVE DHC-INSPECT-RESULT TO
                         ITB-LAST-RESULT(INSTALLER-IDX)
                 END-IF
              END-IF
           END-IF.
      *
      * WRITE THE UPDATED MASTER, SORTED BY ACCOUNT NUMBER, TO THE
      * NEWMAST GENERATION.
       760-WRITE-NEW-MASTER.
                      CMT-CUST-NAME(MASTER-IDX)
                      "  Fuel " CMT-FUEL-TYPE(MASTER-IDX)
                      "  Installed " CMT-INSTALL-DATE(MASTER-IDX)
              IF CMT-INSTALLER-ID(MASTER-IDX) IS NOT EQUAL TO SPACES
                 DISPLAY "  Installer " CMT-INSTALLER-ID(MASTER-IDX)
                         "  Job " CMT-INSTALLER-JOB(MASTER-IDX)
                         "  Inspection " CMT-INSPECT-RESULT(MASTER-IDX)
              END-IF
              PERFORM 911-DISPLAY-HISTORY-LINE
                      VARYING HIST-IDX FROM 1 BY 1
                      UNTIL HIST-IDX IS GREATER THAN
           ELSE
              DISPLAY "NO CUSTOMERS WITH BOTH PREDICTED SAVINGS AND"
                      " BEFORE/AFTER BILLS - NO PROGRAM RATE"
           END-IF
           OPEN INPUT SAMPLE-DESIGN-FILE
           IF SAMPLE-DESIGN-OK
              PERFORM 930-MV-EXPAND-SAMPLE
              CLOSE SAMPLE-DESIGN-FILE
           ELSE
              DISPLAY SPACES
              DISPLAY "NO MVSAMPLE DESIGN - RATE ABOVE IS FOR THE"
                      " BILLED CUSTOMERS ONLY, NOT EXPANDED"
           END-IF.
      *
       921-READ-BILLING-RECORD.
           MOVE ZERO TO MV-BEFORE-SUM(MASTER-IDX)
           MOVE ZERO TO MV-BEFORE-COUNT(MASTER-IDX)
           MOVE ZERO TO MV-AFTER-SUM(MASTER-IDX)
           MOVE ZERO TO MV-AFTER-COUNT(MASTER-IDX)
           MOVE ZERO TO MV-PREDICTED-SAVED(MASTER-IDX)
           MOVE ZERO TO MV-ACTUAL-SAVED(MASTER-IDX)
           MOVE ZERO TO MV-SAMPLE-STRATUM(MASTER-IDX)
           MOVE "N" TO MV-RATED-SWITCH(MASTER-IDX).
      *
       925-MV-REPORT-LINE.
           IF CMT-HIST-COUNT(MASTER-IDX) IS EQUAL TO ZERO
                    ADD MV-PREDICTED TO MV-TOTAL-PREDICTED
                    ADD MV-ACTUAL TO MV-TOTAL-ACTUAL
                    ADD 1 TO MV-CUSTOMERS-RATED
                    MOVE MV-PREDICTED TO
                         MV-PREDICTED-SAVED(MASTER-IDX)
                    MOVE MV-ACTUAL TO MV-ACTUAL-SAVED(MASTER-IDX)
                    SET MV-RATED(MASTER-IDX) TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      * SAMPLE EXPANSION.  EACH STRATUM'S REALIZATION IS THE RATIO
      * ESTIMATOR R = SUM(ACTUAL) / SUM(PREDICTED) OVER ITS SAMPLED,
      * BILLED ACCOUNTS, WITH VARIANCE
      *     (1 - M/N) * SUM((A - R*P) ** 2) / (M - 1) / (M * PBAR ** 2)
      * AND THE PROGRAM RATE IS THE STRATUM RATES WEIGHTED BY EACH
      * STRATUM'S POPULATION PREDICTED MMBTU/YR, ITS VARIANCE THE
      * SQUARED-WEIGHT SUM.  A STRATUM WITH FEWER THAN TWO BILLED
      * ACCOUNTS HAS NO VARIANCE AND IS LEFT OUT OF THE EXPANSION,
      * WITH THE PREDICTED SAVINGS IT LEAVES UNCOVERED SHOWN.
       930-MV-EXPAND-SAMPLE.
           PERFORM 931-CLEAR-MV-STRATUM
                   VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX IS GREATER THAN 9
           MOVE "N" TO SAMPLE-DESIGN-EOF-SWITCH
           PERFORM 932-READ-SAMPLE-DESIGN
           PERFORM 933-POST-SAMPLE-DESIGN UNTIL SAMPLE-DESIGN-EOF
           EVALUATE SAMPLE-CONFIDENCE
              WHEN 80 MOVE 1.282 TO SAMPLE-Z-VALUE
              WHEN 85 MOVE 1.440 TO SAMPLE-Z-VALUE
              WHEN 95 MOVE 1.960 TO SAMPLE-Z-VALUE
              WHEN 99 MOVE 2.576 TO SAMPLE-Z-VALUE
              WHEN OTHER
                 MOVE 90 TO SAMPLE-CONFIDENCE
                 MOVE 1.645 TO SAMPLE-Z-VALUE
           END-EVALUATE
           PERFORM 935-ACCUMULATE-SAMPLE
                   VARYING MASTER-IDX FROM 1 BY 1
                   UNTIL MASTER-IDX IS GREATER THAN MASTER-COUNT
           DISPLAY SPACES
           DISPLAY "SAMPLE EXPANSION -- DHWSAMP SEED " SAMPLE-SEED
                   ", " SAMPLE-CONFIDENCE "/" SAMPLE-PRECISION
                   " DESIGN"
           IF SAMPLE-NOT-ON-MASTER IS GREATER THAN ZERO
              DISPLAY SAMPLE-NOT-ON-MASTER " SAMPLED ACCOUNTS NOT ON"
                      " THE CUSTOMER MASTER"
           END-IF
           DISPLAY "STRATUM  POPULATION  SAMPLE  BILLED  REALIZATION"
                   "  STD ERROR"
           MOVE ZERO TO MV-EXPANDED-MMBTU
           MOVE ZERO TO MV-TOTAL-MMBTU
           MOVE ZERO TO MV-EXPANDED-RATIO
           MOVE ZERO TO MV-EXPANDED-VARIANCE
           PERFORM 936-EXPAND-ONE-STRATUM
                   VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX IS GREATER THAN 9
           DISPLAY SPACES
           IF MV-EXPANDED-MMBTU IS EQUAL TO ZERO
              DISPLAY "NO STRATUM HAS TWO BILLED SAMPLE ACCOUNTS - "
                      "NO EXPANDED PROGRAM RATE"
           ELSE
              PERFORM 938-EXPANDED-PROGRAM-RATE
           END-IF.
      *
       931-CLEAR-MV-STRATUM.
           MOVE ZERO TO MVS-POPULATION(STRATUM-IDX)
           MOVE ZERO TO MVS-SAMPLE-SIZE(STRATUM-IDX)
           MOVE ZERO TO MVS-POPULATION-MMBTU(STRATUM-IDX)
           MOVE ZERO TO MVS-BILLED(STRATUM-IDX)
           MOVE ZERO TO MVS-SUM-ACTUAL(STRATUM-IDX)
           MOVE ZERO TO MVS-SUM-PREDICTED(STRATUM-IDX)
           MOVE ZERO TO MVS-RATIO(STRATUM-IDX)
           MOVE ZERO TO MVS-VARIANCE(STRATUM-IDX).
      *
       932-READ-SAMPLE-DESIGN.
           READ SAMPLE-DESIGN-FILE
              AT END SET SAMPLE-DESIGN-EOF TO TRUE
           END-READ.
      *
       933-POST-SAMPLE-DESIGN.
           EVALUATE DSR-RECORD-TYPE
              WHEN "H"
                 MOVE DSH-SEED TO SAMPLE-SEED
                 MOVE DSH-CONFIDENCE TO SAMPLE-CONFIDENCE
                 MOVE DSH-PRECISION TO SAMPLE-PRECISION
              WHEN "T"
                 IF DST-STRATUM IS NUMERIC
                    AND DST-STRATUM IS GREATER THAN ZERO
                    AND DST-STRATUM IS NOT GREATER THAN 9
                    MOVE DST-STRATUM TO STRATUM-IDX
                    MOVE DST-POPULATION TO MVS-POPULATION(STRATUM-IDX)
                    MOVE DST-SAMPLE-SIZE TO
                         MVS-SAMPLE-SIZE(STRATUM-IDX)
                    MOVE DST-POPULATION-MMBTU TO
                         MVS-POPULATION-MMBTU(STRATUM-IDX)
                 END-IF
              WHEN "D"
                 MOVE DSD-ACCT-NO TO SEARCH-ACCT-NO
                 MOVE "N" TO MASTER-FOUND-SWITCH
                 PERFORM 751-FIND-MASTER-ENTRY
                         VARYING MASTER-IDX FROM 1 BY 1
                         UNTIL MASTER-IDX > MASTER-COUNT
                         OR MASTER-FOUND
                 IF MASTER-FOUND AND DSD-STRATUM IS NUMERIC
                    MOVE DSD-STRATUM TO
                         MV-SAMPLE-STRATUM(MASTER-IDX-2)
                 ELSE
                    ADD 1 TO SAMPLE-NOT-ON-MASTER
                 END-IF
           END-EVALUATE
           PERFORM 932-READ-SAMPLE-DESIGN.
      *
       935-ACCUMULATE-SAMPLE.
           IF MV-RATED(MASTER-IDX)
              AND MV-SAMPLE-STRATUM(MASTER-IDX) IS GREATER THAN ZERO
              AND MV-SAMPLE-STRATUM(MASTER-IDX) IS NOT GREATER THAN 9
              MOVE MV-SAMPLE-STRATUM(MASTER-IDX) TO STRATUM-IDX
              ADD 1 TO MVS-BILLED(STRATUM-IDX)
              ADD MV-ACTUAL-SAVED(MASTER-IDX) TO
                  MVS-SUM-ACTUAL(STRATUM-IDX)
              ADD MV-PREDICTED-SAVED(MASTER-IDX) TO
                  MVS-SUM-PREDICTED(STRATUM-IDX)
           END-IF.
      *
       936-EXPAND-ONE-STRATUM.
           IF MVS-POPULATION(STRATUM-IDX) IS GREATER THAN ZERO
              ADD MVS-POPULATION-MMBTU(STRATUM-IDX) TO MV-TOTAL-MMBTU
              MOVE MVS-POPULATION(STRATUM-IDX) TO MV-COUNT-OUT
              MOVE MVS-SAMPLE-SIZE(STRATUM-IDX) TO MV-COUNT-OUT-2
              MOVE MVS-BILLED(STRATUM-IDX) TO MV-COUNT-OUT-3
              IF MVS-BILLED(STRATUM-IDX) IS LESS THAN 2
                 OR MVS-SUM-PREDICTED(STRATUM-IDX) IS NOT GREATER
                    THAN ZERO
                 DISPLAY "   " STRATUM-IDX "     " MV-COUNT-OUT "  "
                         MV-COUNT-OUT-2 "  " MV-COUNT-OUT-3
                         "  TOO FEW BILLED - LEFT OUT"
              ELSE
                 PERFORM 937-STRATUM-RATIO
                 COMPUTE MV-RATE ROUNDED =
                         MVS-RATIO(STRATUM-IDX) * 100
                 MOVE MV-RATE TO MV-RATE-OUT
                 COMPUTE MV-STRATUM-STD-ERROR ROUNDED =
                         MVS-VARIANCE(STRATUM-IDX) ** 0.5
                 COMPUTE MV-STD-ERROR-OUT ROUNDED =
                         MV-STRATUM-STD-ERROR * 100
                 DISPLAY "   " STRATUM-IDX "     " MV-COUNT-OUT "  "
                         MV-COUNT-OUT-2 "  " MV-COUNT-OUT-3
                         "     " MV-RATE-OUT "%     "
                         MV-STD-ERROR-OUT "%"
                 ADD MVS-POPULATION-MMBTU(STRATUM-IDX) TO
                     MV-EXPANDED-MMBTU
              END-IF
           END-IF.
      *
       937-STRATUM-RATIO.
           COMPUTE MVS-RATIO(STRATUM-IDX) ROUNDED =
                   MVS-SUM-ACTUAL(STRATUM-IDX) /
                   MVS-SUM-PREDICTED(STRATUM-IDX)
           MOVE ZERO TO MV-RESIDUAL-VARIANCE
           PERFORM 940-SUM-RESIDUAL
                   VARYING MASTER-IDX FROM 1 BY 1
                   UNTIL MASTER-IDX IS GREATER THAN MASTER-COUNT
           SUBTRACT 1 FROM MVS-BILLED(STRATUM-IDX)
                    GIVING MV-DEGREES-FREEDOM
           DIVIDE MV-DEGREES-FREEDOM INTO MV-RESIDUAL-VARIANCE
                  ROUNDED
           COMPUTE MV-MEAN-PREDICTED ROUNDED =
                   MVS-SUM-PREDICTED(STRATUM-IDX) /
                   MVS-BILLED(STRATUM-IDX)
           IF MVS-BILLED(STRATUM-IDX) IS NOT LESS THAN
              MVS-POPULATION(STRATUM-IDX)
              MOVE ZERO TO MVS-VARIANCE(STRATUM-IDX)
           ELSE
              DIVIDE MVS-BILLED(STRATUM-IDX) BY
                     MVS-POPULATION(STRATUM-IDX)
                     GIVING MV-SAMPLING-FRACTION ROUNDED
              COMPUTE MV-VARIANCE-DIVISOR ROUNDED =
                      MVS-BILLED(STRATUM-IDX) *
                      MV-MEAN-PREDICTED * MV-MEAN-PREDICTED
              COMPUTE MVS-VARIANCE(STRATUM-IDX) ROUNDED =
                      MV-RESIDUAL-VARIANCE / MV-VARIANCE-DIVISOR
              COMPUTE MVS-VARIANCE(STRATUM-IDX) ROUNDED =
                      MVS-VARIANCE(STRATUM-IDX) *
                      (1 - MV-SAMPLING-FRACTION)
           END-IF.
      *
       938-EXPANDED-PROGRAM-RATE.
           PERFORM 939-WEIGHT-ONE-STRATUM
                   VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX IS GREATER THAN 9
           COMPUTE MV-EXPANDED-STD-ERROR ROUNDED =
                   MV-EXPANDED-VARIANCE ** 0.5
           COMPUTE MV-RATE ROUNDED = MV-EXPANDED-RATIO * 100
           COMPUTE MV-CI-LOW ROUNDED =
                   (MV-EXPANDED-RATIO - SAMPLE-Z-VALUE *
                    MV-EXPANDED-STD-ERROR) * 100
           COMPUTE MV-CI-HIGH ROUNDED =
                   (MV-EXPANDED-RATIO + SAMPLE-Z-VALUE *
                    MV-EXPANDED-STD-ERROR) * 100
           MOVE MV-RATE TO MV-RATE-OUT
           DISPLAY "EXPANDED PROGRAM REALIZATION RATE: " MV-RATE-OUT
                   "%"
           MOVE MV-CI-LOW TO MV-RATE-OUT
           DISPLAY "  " SAMPLE-CONFIDENCE "% CONFIDENCE INTERVAL: "
                   MV-RATE-OUT "% TO " WITH NO ADVANCING
           MOVE MV-CI-HIGH TO MV-RATE-OUT
           DISPLAY MV-RATE-OUT "%"
           IF MV-EXPANDED-RATIO IS GREATER THAN ZERO
              COMPUTE MV-STD-ERROR-OUT ROUNDED =
                      SAMPLE-Z-VALUE * MV-EXPANDED-STD-ERROR * 100
                      / MV-EXPANDED-RATIO
              DISPLAY "  RELATIVE PRECISION: +/-" MV-STD-ERROR-OUT
                      "% (DESIGN TARGET " SAMPLE-PRECISION "%)"
           END-IF
           IF MV-EXPANDED-MMBTU IS LESS THAN MV-TOTAL-MMBTU
              COMPUTE MV-COVERAGE ROUNDED =
                      MV-EXPANDED-MMBTU * 100 / MV-TOTAL-MMBTU
              MOVE MV-COVERAGE TO MV-COVERAGE-OUT
              DISPLAY "  STRATA EXPANDED COVER " MV-COVERAGE-OUT
                      "% OF THE PROGRAM'S PREDICTED SAVINGS"
           END-IF.
      *
       939-WEIGHT-ONE-STRATUM.
           IF MVS-POPULATION(STRATUM-IDX) IS GREATER THAN ZERO
              AND MVS-BILLED(STRATUM-IDX) IS NOT LESS THAN 2
              AND MVS-SUM-PREDICTED(STRATUM-IDX) IS GREATER THAN ZERO
              DIVIDE MVS-POPULATION-MMBTU(STRATUM-IDX) BY
                     MV-EXPANDED-MMBTU
                     GIVING MV-STRATUM-WEIGHT ROUNDED
              COMPUTE MV-EXPANDED-RATIO ROUNDED =
                      MV-EXPANDED-RATIO +
                      MVS-RATIO(STRATUM-IDX) * MV-STRATUM-WEIGHT
              COMPUTE MV-EXPANDED-VARIANCE ROUNDED =
                      MV-EXPANDED-VARIANCE +
                      MVS-VARIANCE(STRATUM-IDX) *
                      MV-STRATUM-WEIGHT * MV-STRATUM-WEIGHT
           END-IF.
      *
       940-SUM-RESIDUAL.
           IF MV-RATED(MASTER-IDX)
              AND MV-SAMPLE-STRATUM(MASTER-IDX) IS EQUAL TO STRATUM-IDX
              COMPUTE MV-RESIDUAL ROUNDED =
                      MV-ACTUAL-SAVED(MASTER-IDX) -
                      MVS-RATIO(STRATUM-IDX) *
                      MV-PREDICTED-SAVED(MASTER-IDX)
              COMPUTE MV-RESIDUAL-VARIANCE ROUNDED =
                      MV-RESIDUAL-VARIANCE + MV-RESIDUAL * MV-RESIDUAL
           END-IF.
      *
       998-FUEL-MENU.
           DISPLAY SPACES
           MOVE REJECT-COUNT TO RUNLOG-REJECTED
           MOVE "E" TO RUNLOG-EVENT
           CALL "RUNLOG" USING RUNLOG-EVENT, RUNLOG-PGM,
                RUNLOG-READ, RUNLOG-WRITTEN, RUNLOG-REJECTED,
                RUNLOG-RETURN-CODE, RUNLOG-CONDITION
           CLOSE SAVINGS-RPT-FILE
           DISPLAY SPACES
           DISPLAY "** Domestic Hot Water Savings Calculator ENDS **"
