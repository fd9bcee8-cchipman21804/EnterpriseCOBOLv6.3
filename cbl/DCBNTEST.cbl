      *     H game-id(8)
      *     Q topic(8) diff(1) answer(10) text(46)
      *
      * Operator training keeps its own record: at the end of every
      * session the trainee's ID is asked for and one record is
      * appended to the TRAINHST training history (a blank ID skips
      * it, and a missing DD makes it a quiet no-op, as SCORELOG
      * does).  TRAINCRT builds the gradebook and the certification
      * master from it, and TRAINDUE lists recertifications due.
      *
      *   TRAINHST record:
      *     trainee-id(8) deck(8) date(8) time(6) questions(3)
      *     correct(3) score(5: 999v99 percent) seconds(5)
      *     with one space between fields.
      *
      * //RUN     EXEC PGM=CONVRTDB
      * //QUIZDECK  DD DSN=&SYSUID..INPUT(QUIZDECK),DISP=SHR
      * //GAMEBRD   DD DSN=&SYSUID..GAMEBRD(0),DISP=MOD
      * //TRAINHST  DD DSN=&SYSUID..TRAINHST,DISP=MOD
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUIZ-DECK-FILE ASSIGN TO QUIZDECK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS QUIZ-DECK-STATUS.
           SELECT TRAINING-HISTORY-FILE ASSIGN TO TRAINHST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRAINING-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER          PIC X.
           05  QDQ-TEXT        PIC X(46).
           05  FILLER          PIC X(10).
       FD  TRAINING-HISTORY-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  TRAINING-HISTORY-RECORD.
           05  THR-TRAINEE-ID  PIC X(8).
           05  FILLER          PIC X.
           05  THR-DECK-ID     PIC X(8).
           05  FILLER          PIC X.
           05  THR-DATE        PIC 9(8).
           05  FILLER          PIC X.
           05  THR-TIME        PIC 9(6).
           05  FILLER          PIC X.
           05  THR-QUESTIONS   PIC 9(3).
           05  FILLER          PIC X.
           05  THR-CORRECT     PIC 9(3).
           05  FILLER          PIC X.
           05  THR-SCORE       PIC 9(3)V99.
           05  FILLER          PIC X.
           05  THR-SECONDS     PIC 9(5).
           05  FILLER          PIC X(27).

       WORKING-STORAGE SECTION.
      *
       01 SL-SCORE                             PIC 9(7).
       01 SL-DIFFICULTY                        PIC X(8).
      *
      * TRAINING-HISTORY FIELDS.  THE SESSION CLOCK RUNS FROM THE
      * FIRST QUESTION TO THE SCORE.
       01 TRAINING-HISTORY-STATUS              PIC XX VALUE "00".
           88 TRAINING-HISTORY-OK              VALUE "00".
       01 TRAINEE-ID-IN                        PIC X(8).
       01 SESSION-START-SECS                   PIC 9(5).
       01 SESSION-END-SECS                     PIC 9(6).
       01 SESSION-SECS                         PIC 9(5).
      *
      * IBM documentation on various Enterprise COBOL v6.3 Intrinsic Functions:
      * https://www.ibm.com/docs/en/cobol-zos/6.3?topic=functions-current-date
      * https://www.ibm.com/docs/en/cobol-zos/6.3?topic=functions-integer
           COMPUTE LOOP-START = HALF-COUNT + 1
      *
      * Display each table entry in sequence & accept GUESS from user
           PERFORM 596-START-SESSION-CLOCK
           DISPLAY SPACES
           DISPLAY "BASE TO DECIMAL TEST:"
           PERFORM 130-BINARY-DECIMAL-TEST
      *
      * Calculate score and display it for the user
           PERFORM 150-CALCULATE-SCORE
           PERFORM 597-STOP-SESSION-CLOCK
           PERFORM 590-LOG-THE-SESSION
           PERFORM 595-WRITE-TRAINING-HISTORY
           STOP RUN.

      ******************************************************************
           DISPLAY SPACES
           DISPLAY "DECK " DECK-GAME-ID ": " DECK-QUESTION-COUNT
                   " QUESTIONS"
           PERFORM 596-START-SESSION-CLOCK
           PERFORM 530-ASK-ONE-QUESTION
              VARYING DECK-Q-IDX FROM 1 BY 1
              UNTIL DECK-Q-IDX IS GREATER THAN DECK-QUESTION-COUNT
           PERFORM 560-DECK-SCORE-REPORT
           PERFORM 597-STOP-SESSION-CLOCK
           PERFORM 590-LOG-THE-SESSION
           PERFORM 595-WRITE-TRAINING-HISTORY.

       510-LOAD-QUESTION-DECK.
           OPEN INPUT QUIZ-DECK-FILE
              CALL "SCORELOG" USING SL-GAME-ID, SL-INITIALS,
                   SL-SCORE, SL-DIFFICULTY
           END-IF.

      * One TRAINHST record per session for the training gradebook,
      * whichever mode ran.
       595-WRITE-TRAINING-HISTORY.
           DISPLAY "TRAINEE ID FOR THE TRAINING RECORD (8): "
                   WITH NO ADVANCING
           ACCEPT TRAINEE-ID-IN
           MOVE FUNCTION UPPER-CASE(TRAINEE-ID-IN) TO TRAINEE-ID-IN
           IF TRAINEE-ID-IN IS EQUAL TO SPACES
              DISPLAY "NO TRAINEE ID - TRAINING RECORD NOT WRITTEN"
           ELSE
              OPEN EXTEND TRAINING-HISTORY-FILE
              IF NOT TRAINING-HISTORY-OK
                 OPEN OUTPUT TRAINING-HISTORY-FILE
              END-IF
              IF TRAINING-HISTORY-OK
                 MOVE SPACES TO TRAINING-HISTORY-RECORD
                 MOVE TRAINEE-ID-IN TO THR-TRAINEE-ID
                 MOVE DECK-GAME-ID TO THR-DECK-ID
                 MOVE FUNCTION CURRENT-DATE TO DATETIME
                 MOVE DATETIME(1:8) TO THR-DATE
                 MOVE DATETIME(9:6) TO THR-TIME
                 IF DECK-MODE
                    MOVE DECK-QUESTION-COUNT TO THR-QUESTIONS
                    MOVE DECK-CORRECT TO THR-CORRECT
                    MOVE DECK-SCORE-PCT TO THR-SCORE
                 ELSE
                    MOVE NUM-QUESTIONS TO THR-QUESTIONS
                    MOVE CORRECT TO THR-CORRECT
                    MOVE SCORE TO THR-SCORE
                 END-IF
                 MOVE SESSION-SECS TO THR-SECONDS
                 WRITE TRAINING-HISTORY-RECORD
                 CLOSE TRAINING-HISTORY-FILE
                 DISPLAY "TRAINING RECORD WRITTEN FOR " TRAINEE-ID-IN
              END-IF
           END-IF.

       596-START-SESSION-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO DATETIME
           COMPUTE SESSION-START-SECS = HH * 3600 + MM * 60 + SS.

      * A session that runs past midnight wraps the clock.
       597-STOP-SESSION-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO DATETIME
           COMPUTE SESSION-END-SECS = HH * 3600 + MM * 60 + SS
           IF SESSION-END-SECS IS LESS THAN SESSION-START-SECS
              ADD 86400 TO SESSION-END-SECS
           END-IF
           SUBTRACT SESSION-START-SECS FROM SESSION-END-SECS
                    GIVING SESSION-SECS.
      *
      * Lets the operator choose how wide a number range to draw from
      * and how many questions to run this trial, per the header
