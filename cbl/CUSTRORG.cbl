      *   UNLOAD MODE (NO LOADIN DD): READS THE KSDS IN KEY ORDER
      *   AND WRITES EVERY RECORD TO THE FLAT FLATOUT GENERATION --
      *   THE NIGHTLY BACKUP AND THE FEED FOR THE SEQUENTIAL
      *   READERS.  CLOSED ACCOUNTS GO OUT WITH THE REST (A REORG
      *   MUST NOT LOSE THEM) AND ARE COUNTED SEPARATELY; THE
      *   READERS SKIP THEM BY THE STATUS IN COLUMN 42.
      *
      *   LOAD MODE (LOADIN DD PRESENT): BULK-LOADS THE FLAT FILE
      *   INTO A FRESHLY DEFINED KSDS -- THE INITIAL CONVERSION AND
       FILE SECTION.
       FD  CUST-KSDS RECORD CONTAINS 80 CHARACTERS.
       01  CUST-KSDS-REC.
           05  FILLER          PIC X(41).
           05  CKS-STATUS      PIC X.
               88 CKS-OPEN            VALUE SPACE.
           05  FILLER          PIC X(10).
           05  CKS-ACCT-NO     PIC X(8).
           05  FILLER          PIC X(20).

           88 LOAD-EOF                VALUE 'Y'.

       01  RECORDS-UNLOADED    PIC 9(5) VALUE ZERO.
       01  CLOSED-UNLOADED     PIC 9(5) VALUE ZERO.
       01  RECORDS-LOADED      PIC 9(5) VALUE ZERO.
       01  RECORDS-REJECTED    PIC 9(5) VALUE ZERO.

           PERFORM 210-UNLOAD-ONE-RECORD UNTIL KSDS-EOF
           CLOSE CUST-KSDS
           CLOSE FLAT-OUT
           DISPLAY "RECORDS UNLOADED: " RECORDS-UNLOADED
           DISPLAY "  OF WHICH CLOSED: " CLOSED-UNLOADED.

       210-UNLOAD-ONE-RECORD.
           READ CUST-KSDS NEXT RECORD
                 MOVE CUST-KSDS-REC TO FLAT-OUT-REC
                 WRITE FLAT-OUT-REC
                 ADD 1 TO RECORDS-UNLOADED
                 IF NOT CKS-OPEN
                    ADD 1 TO CLOSED-UNLOADED
                 END-IF
           END-READ.

      * FLAT TO KSDS, FOR THE INITIAL CONVERSION AND REORGS.  THE
