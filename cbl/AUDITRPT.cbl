      *   - APPLIED CHANGES PRINT CHRONOLOGICALLY WITH THE ACTION,
      *     THE BEFORE IMAGE AND THE AFTER IMAGE;
      *   - REJECTED TRANSACTIONS FOR THE SELECTION PRINT WITH
      *     THEIR REASONS AND ARE TOTALED AT THE END;
      *   - EACH CHANGE SHOWS THE OPERATOR WHO ENTERED IT AND, FOR
      *     A HIGH-VALUE CHANGE RELEASED UNDER MAKER-CHECKER, THE
      *     OPERATOR WHO APPROVED IT; ITEMS HELD FOR APPROVAL AND
      *     ITEMS THAT EXPIRED UNAPPROVED PRINT AS THEIR OWN EVENTS.
      *
      * PARAMETER CARD (AUDPARM):
      *   ACCT(8) NAME-PATTERN(20) FROM-DATE(8) TO-DATE(8)
           05  AUD-IMAGE       PIC X(80).
           05  FILLER          PIC X.
           05  AUD-REASON      PIC X(32).
           05  AUD-APPLIED-REASON REDEFINES AUD-REASON.
               10  AUD-ACTION      PIC X(3).
               10  FILLER          PIC X.
               10  AUD-ENTERED-BY  PIC X(3).
               10  FILLER          PIC X.
               10  AUD-APPROVED-BY PIC X(3).
               10  FILLER          PIC X.
               10  AUD-DETAIL      PIC X(20).
       01  AUDIT-MASTER-VIEW REDEFINES AUDIT-REC.
           05  FILLER          PIC X(20).
           05  AMV-NAME        PIC X(33).
       01  RECORDS-READ        PIC 9(7) VALUE ZERO.
       01  CHANGES-SHOWN       PIC 9(5) VALUE ZERO.
       01  REJECTS-SHOWN       PIC 9(5) VALUE ZERO.
       01  HOLDS-SHOWN         PIC 9(5) VALUE ZERO.

       01  RECORD-MATCH-FLAG   PIC X.
           88 RECORD-MATCHES          VALUE 'Y'.
           DISPLAY "AUDIT RECORDS READ  : " RECORDS-READ
           DISPLAY "CHANGES SHOWN       : " CHANGES-SHOWN
           DISPLAY "REJECTED FOR ACCOUNT: " REJECTS-SHOWN
           DISPLAY "HELD/EXPIRED EVENTS : " HOLDS-SHOWN
           DISPLAY "********  CHANGE-HISTORY INQUIRY ENDS  ********"
           STOP RUN.

                    IF RECORD-MATCHES
                       PERFORM 310-SHOW-ONE-REJECT
                    END-IF
                 WHEN "HLD "
                 WHEN "EXP "
                    PERFORM 230-CHECK-TRANS-MATCH
                    IF RECORD-MATCHES
                       PERFORM 320-SHOW-ONE-HOLD
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
       300-SHOW-ONE-CHANGE.
           ADD 1 TO CHANGES-SHOWN
           DISPLAY "CHANGE AT " AUD-STAMP(1:8) " "
                   AUD-STAMP(9:6) "  ACTION: " AUD-ACTION " "
                   AUD-DETAIL
           IF AUD-ENTERED-BY IS NOT EQUAL TO SPACES
              IF AUD-APPROVED-BY IS NOT EQUAL TO SPACES
                 DISPLAY "  ENTERED BY " AUD-ENTERED-BY
                         "  APPROVED BY " AUD-APPROVED-BY
              ELSE
                 DISPLAY "  ENTERED BY " AUD-ENTERED-BY
              END-IF
           END-IF
           IF OLD-PENDING
              DISPLAY "  BEFORE: " PENDING-OLD-IMAGE
           ELSE
              DISPLAY "  AFTER : (RECORD DELETED)"
           ELSE
              DISPLAY "  AFTER : " AUD-IMAGE
              IF AUD-IMAGE(42:1) IS EQUAL TO "C"
                 DISPLAY "  ACCOUNT CLOSED, REASON " AUD-IMAGE(43:2)
                         ", CLOSED DATE " AUD-IMAGE(74:7)
              END-IF
              IF AUD-IMAGE(42:1) IS EQUAL TO "E"
                 DISPLAY "  ACCOUNT ESCHEATED, REMITTED "
                         AUD-IMAGE(74:7) ", AMOUNT " AUD-IMAGE(62:12)
              END-IF
           END-IF
           DISPLAY SPACES.

                   AUD-STAMP(9:6) "  REASON: " AUD-REASON
           DISPLAY "  CARD  : " AUD-IMAGE
           DISPLAY SPACES.

      * A HIGH-VALUE CARD HELD FOR A SECOND OPERATOR, OR ONE THAT
      * WAITED PAST THE EXPIRY PERIOD AND WAS DROPPED.
       320-SHOW-ONE-HOLD.
           ADD 1 TO HOLDS-SHOWN
           IF AUD-TYPE IS EQUAL TO "HLD "
              DISPLAY "HELD AT " AUD-STAMP(1:8) " "
                      AUD-STAMP(9:6) "  " AUD-DETAIL
                      "  ENTERED BY " AUD-ENTERED-BY
           ELSE
              DISPLAY "EXPIRED AT " AUD-STAMP(1:8) " "
                      AUD-STAMP(9:6) "  " AUD-DETAIL
                      "  ENTERED BY " AUD-ENTERED-BY
           END-IF
           DISPLAY "  CARD  : " AUD-IMAGE
           DISPLAY SPACES.
