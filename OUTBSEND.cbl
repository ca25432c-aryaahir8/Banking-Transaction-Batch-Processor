       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBSEND.
       AUTHOR. Cascade.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OUTBOUND-ITEM-FILE
               ASSIGN TO OUTBITEM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OUTBOUND-PARM-FILE
               ASSIGN TO OUTBPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT TRANS-JOURNAL
               ASSIGN TO TRANSJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ACCOUNTS-FILE
               ASSIGN TO ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OUTBOUND-INTERCHANGE
               ASSIGN TO OUTBXCHG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OUTBOUND-REPORT
               ASSIGN TO OUTBRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OUTBOUND-ITEM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-ITEM-RECORD.
           COPY OBITREC.

       FD  OUTBOUND-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-PARM-RECORD.
           COPY OBPMREC.

       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       FD  ACCOUNTS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  OUTBOUND-INTERCHANGE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-INTERCHANGE-RECORD.
           COPY OBNDREC.

       FD  OUTBOUND-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-REPORT-LINE        PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  CYCLCHK-PARMS.
           COPY CYCPARMS.
       01  WS-ITEM-EOF-FLAG           PIC X VALUE 'N'.
           88  ITEM-EOF               VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG           PIC X VALUE 'N'.
           88  JRNL-EOF               VALUE 'Y'.
       01  WS-PARM-EOF-FLAG           PIC X VALUE 'N'.
           88  PARM-EOF               VALUE 'Y'.
       01  WS-FIRST-LEG-FLAG          PIC X VALUE 'Y'.
           88  FIRST-SETTLEMENT-LEG   VALUE 'Y'.
       01  WS-TIE-FLAG                PIC X VALUE 'Y'.
           88  FILE-TIES-TO-JOURNAL   VALUE 'Y'.

       01  WS-SETTLEMENT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-ROUTING-NUMBER          PIC X(09) VALUE SPACES.

      *****************************************************************
      *    OUR ORIGIN REFERENCE - THE POST DATE AS YYMMDD FOLLOWED BY
      *    THE JOURNAL SEQUENCE BANKUPD GAVE THE PAYMENT. IT IS UNIQUE
      *    ACROSS CYCLES AND LEADS STRAIGHT BACK TO BOTH JOURNAL LEGS
      *    WHEN THE CORRESPONDENT QUOTES IT ON A RETURN.
      *****************************************************************
       01  WS-POST-DATE-WORK          PIC 9(08) VALUE 0.
       01  WS-POST-DATE-SPLIT REDEFINES WS-POST-DATE-WORK.
           05  WS-POST-CENTURY        PIC 9(02).
           05  WS-POST-YYMMDD         PIC 9(06).
       01  WS-ORIGIN-REF.
           05  WS-REF-DATE            PIC 9(06).
           05  WS-REF-SEQUENCE        PIC 9(06).

       01  WS-ITEMS-READ              PIC 9(06) VALUE 0.
       01  WS-ITEMS-SENT              PIC 9(06) VALUE 0.
       01  WS-OTHER-DATE-COUNT        PIC 9(06) VALUE 0.
       01  WS-JOURNAL-LEG-COUNT       PIC 9(06) VALUE 0.
       01  WS-ITEM-TOTAL              PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-JOURNAL-OUTBOUND-TOTAL  PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-SETTLEMENT-OPENING      PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-SETTLEMENT-NET          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-SETTLEMENT-BALANCE      PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-SETTLEMENT-DIFFERENCE   PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TIE-DIFFERENCE          PIC S9(12)V99 COMP-3 VALUE 0.

       01  OBR-HEADING-1              PIC X(40) VALUE
           'OUTBOUND PAYMENT TRANSMISSION REPORT'.
       01  OBR-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'BUSINESS DATE:  '.
           05  OBH-BUSINESS-DATE      PIC 9(08).
       01  OBR-COLUMN-LINE.
           05  FILLER                 PIC X(14) VALUE 'ORIGIN REF'.
           05  FILLER                 PIC X(12) VALUE 'FROM ACCT'.
           05  FILLER                 PIC X(11) VALUE 'ROUTING'.
           05  FILLER                 PIC X(19) VALUE 'PAYEE ACCOUNT'.
           05  FILLER                 PIC X(17) VALUE
               '           AMOUNT'.
       01  OBR-DETAIL-LINE.
           05  OBD-ORIGIN-REF         PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  OBD-ACCOUNT-NUMBER     PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  OBD-ROUTING-NUMBER     PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  OBD-EXT-ACCOUNT-NUMBER PIC X(17).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  OBD-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OBR-COUNT-LINE.
           05  OBC-LABEL              PIC X(30).
           05  OBC-COUNT              PIC ZZZ,ZZ9.
       01  OBR-TOTAL-LINE.
           05  OBT-LABEL              PIC X(30).
           05  OBT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OBR-RESULT-LINE            PIC X(60).
       01  OBR-BLANK-LINE             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE
           PERFORM CYCLE-START-CHECK
           PERFORM LOAD-PARAMETERS

           OPEN OUTPUT OUTBOUND-REPORT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-HEADING-1
           MOVE WS-BUSINESS-DATE TO OBH-BUSINESS-DATE
           WRITE OUTBOUND-REPORT-LINE FROM OBR-DATE-LINE
           WRITE OUTBOUND-REPORT-LINE FROM OBR-BLANK-LINE

           PERFORM TOTAL-OUTBOUND-ITEMS
           PERFORM TOTAL-SETTLEMENT-JOURNAL
           PERFORM CHECK-FILE-TIE

           IF NOT FILE-TIES-TO-JOURNAL
               PERFORM WRITE-TIE-TOTALS
               MOVE '*** OUTBOUND FILE DOES NOT TIE - NOT SENT ***'
                   TO OBR-RESULT-LINE
               WRITE OUTBOUND-REPORT-LINE FROM OBR-RESULT-LINE
               CLOSE OUTBOUND-REPORT
               DISPLAY 'Error: Outbound items do not tie to journal'
               DISPLAY 'Outbound item total: ' WS-ITEM-TOTAL
               DISPLAY 'Journal outbound total: '
                   WS-JOURNAL-OUTBOUND-TOTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE OUTBOUND-REPORT-LINE FROM OBR-COLUMN-LINE
           PERFORM WRITE-OUTBOUND-FILE
           PERFORM CHECK-SETTLEMENT-BALANCE
           PERFORM WRITE-TIE-TOTALS
           PERFORM WRITE-SETTLEMENT-TOTALS
           CLOSE OUTBOUND-REPORT

           PERFORM CYCLE-END-MARK

           DISPLAY 'Outbound transmission complete'
           DISPLAY 'Outbound items read: ' WS-ITEMS-READ
           DISPLAY 'Outbound items sent: ' WS-ITEMS-SENT
           DISPLAY 'Items for other dates: ' WS-OTHER-DATE-COUNT
           DISPLAY 'Settlement difference: ' WS-SETTLEMENT-DIFFERENCE
           IF WS-SETTLEMENT-DIFFERENCE NOT = 0
               OR WS-OTHER-DATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSNDATE-STATUS NOT = '00'
               DISPLAY 'Error: Business date file not available'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'Error: Business date record missing'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
           CLOSE BUSINESS-DATE-FILE
           DISPLAY 'Sending outbound payments for business date: '
               WS-BUSINESS-DATE.

      *****************************************************************
      *    CYCLE-START-CHECK / CYCLE-END-MARK - THE FILE GOES TO
      *    ANOTHER BANK, SO THE GUARD MATTERS MORE HERE THAN ANYWHERE:
      *    IT REFUSES A RUN BEFORE POSTING HAS FINISHED AND A SECOND
      *    RUN AFTER THE FILE HAS ALREADY BEEN PRODUCED, WHICH WOULD
      *    PAY EVERY PAYEE TWICE. AN OUT-OF-BALANCE RUN IS NOT MARKED
      *    COMPLETE AND MAY BE RUN AGAIN ONCE IT IS RESOLVED.
      *****************************************************************
       CYCLE-START-CHECK SECTION.
           MOVE 'S'              TO CYCP-FUNCTION
           MOVE 'OUTBSEND'       TO CYCP-STEP-NAME
           MOVE WS-BUSINESS-DATE TO CYCP-BUSINESS-DATE
           CALL 'CYCLCHK' USING CYCLCHK-PARMS
           IF CYCP-STEP-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CYCLE-END-MARK SECTION.
           MOVE 'E'              TO CYCP-FUNCTION
           MOVE 'OUTBSEND'       TO CYCP-STEP-NAME
           MOVE WS-BUSINESS-DATE TO CYCP-BUSINESS-DATE
           CALL 'CYCLCHK' USING CYCLCHK-PARMS.

      *****************************************************************
      *    LOAD-PARAMETERS - THE SETTLEMENT ACCOUNT IS WHAT THE FILE
      *    IS PROVED AGAINST AND THE ROUTING NUMBER IDENTIFIES US TO
      *    THE CORRESPONDENT; WITHOUT EITHER NOTHING MAY BE SENT.
      *****************************************************************
       LOAD-PARAMETERS SECTION.
           OPEN INPUT OUTBOUND-PARM-FILE
           READ OUTBOUND-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ
           CLOSE OUTBOUND-PARM-FILE

           IF PARM-EOF
               DISPLAY 'Error: Outbound parameter record missing'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF OBPM-SETTLEMENT-ACCOUNT = SPACES
               OR OBPM-ROUTING-NUMBER IS NOT NUMERIC
               DISPLAY 'Error: Invalid settlement account or routing - '
                   OBPM-SETTLEMENT-ACCOUNT ' ' OBPM-ROUTING-NUMBER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE OBPM-SETTLEMENT-ACCOUNT TO WS-SETTLEMENT-ACCOUNT
           MOVE OBPM-ROUTING-NUMBER     TO WS-ROUTING-NUMBER.

      *****************************************************************
      *    TOTAL-OUTBOUND-ITEMS - FIRST PASS OVER BANKUPD'S ITEM FILE.
      *    ONLY ITEMS POSTED TONIGHT ARE SENT; ANYTHING ELSE IS LEFT
      *    OUT AND COUNTED FOR INVESTIGATION. NO FILE MEANS NOTHING
      *    WAS PAID OUT TONIGHT AND AN EMPTY FILE IS STILL SENT.
      *****************************************************************
       TOTAL-OUTBOUND-ITEMS SECTION.
           OPEN INPUT OUTBOUND-ITEM-FILE
           PERFORM UNTIL ITEM-EOF
               READ OUTBOUND-ITEM-FILE
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF OBIT-POST-DATE = WS-BUSINESS-DATE
                           ADD OBIT-AMOUNT TO WS-ITEM-TOTAL
                       ELSE
                           ADD 1 TO WS-OTHER-DATE-COUNT
                           DISPLAY 'Warning: Outbound item for '
                               OBIT-POST-DATE ' not sent - '
                               OBIT-ACCOUNT-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-ITEM-FILE
           MOVE 'N' TO WS-ITEM-EOF-FLAG.

      *****************************************************************
      *    TOTAL-SETTLEMENT-JOURNAL - EVERY 'O' CREDIT LEG ON THE
      *    SETTLEMENT ACCOUNT TONIGHT IS MONEY THAT MUST LEAVE IN THIS
      *    FILE. ALL OF THE ACCOUNT'S LEGS ARE ALSO NETTED, AND THE
      *    FIRST ONE GIVES THE OPENING BALANCE, FOR THE SETTLEMENT
      *    SECTION OF THE REPORT.
      *****************************************************************
       TOTAL-SETTLEMENT-JOURNAL SECTION.
           OPEN INPUT TRANS-JOURNAL
           PERFORM UNTIL JRNL-EOF
               READ TRANS-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF-FLAG
                   NOT AT END
                       IF JRNL-POST-DATE = WS-BUSINESS-DATE
                           AND JRNL-ACCOUNT-NUMBER
                               = WS-SETTLEMENT-ACCOUNT
                           PERFORM NOTE-SETTLEMENT-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-JOURNAL.

       NOTE-SETTLEMENT-LEG SECTION.
           IF FIRST-SETTLEMENT-LEG
               MOVE 'N' TO WS-FIRST-LEG-FLAG
               MOVE JRNL-BALANCE-BEFORE TO WS-SETTLEMENT-OPENING
           END-IF
           COMPUTE WS-SETTLEMENT-NET = WS-SETTLEMENT-NET
               + JRNL-BALANCE-AFTER - JRNL-BALANCE-BEFORE
           IF JRNL-TRANS-TYPE = 'O'
               ADD 1 TO WS-JOURNAL-LEG-COUNT
               ADD JRNL-AMOUNT TO WS-JOURNAL-OUTBOUND-TOTAL
           END-IF.

      *****************************************************************
      *    CHECK-FILE-TIE - THE ITEMS ABOUT TO BE SENT MUST BE EXACTLY
      *    THE OUTBOUND MONEY THE JOURNAL SAYS WAS POSTED: A MISSING
      *    ITEM WOULD LEAVE A CUSTOMER DEBITED FOR A PAYMENT NEVER
      *    MADE, AN EXTRA ONE WOULD PAY OUT MONEY NEVER DEBITED.
      *****************************************************************
       CHECK-FILE-TIE SECTION.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-ITEM-TOTAL - WS-JOURNAL-OUTBOUND-TOTAL
           IF WS-TIE-DIFFERENCE NOT = 0
               OR WS-JOURNAL-LEG-COUNT
                   NOT = WS-ITEMS-READ - WS-OTHER-DATE-COUNT
               MOVE 'N' TO WS-TIE-FLAG
           ELSE
               MOVE 'Y' TO WS-TIE-FLAG
           END-IF.

      *****************************************************************
      *    WRITE-OUTBOUND-FILE - SECOND PASS: ONE DETAIL RECORD PER
      *    PAYMENT IN THE AGREED FORMAT, VALUE-DATED TONIGHT, THEN THE
      *    TRAILER THE CORRESPONDENT PROVES THE FILE AGAINST.
      *****************************************************************
       WRITE-OUTBOUND-FILE SECTION.
           OPEN OUTPUT OUTBOUND-INTERCHANGE
           OPEN INPUT OUTBOUND-ITEM-FILE
           PERFORM UNTIL ITEM-EOF
               READ OUTBOUND-ITEM-FILE
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF-FLAG
                   NOT AT END
                       IF OBIT-POST-DATE = WS-BUSINESS-DATE
                           PERFORM SEND-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-ITEM-FILE

           MOVE SPACES             TO OUTBOUND-INTERCHANGE-RECORD
           MOVE 'T'                TO OBND-RECORD-TYPE
           MOVE WS-ROUTING-NUMBER  TO OBND-ORIGINATOR-ROUTING
           MOVE WS-BUSINESS-DATE   TO OBND-FILE-DATE
           MOVE WS-ITEMS-SENT      TO OBND-ITEM-COUNT
           MOVE WS-ITEM-TOTAL      TO OBND-TOTAL-AMOUNT
           WRITE OUTBOUND-INTERCHANGE-RECORD
           CLOSE OUTBOUND-INTERCHANGE.

       SEND-ONE-ITEM SECTION.
           MOVE OBIT-POST-DATE     TO WS-POST-DATE-WORK
           MOVE WS-POST-YYMMDD     TO WS-REF-DATE
           MOVE OBIT-SEQUENCE-NO   TO WS-REF-SEQUENCE

           MOVE SPACES             TO OUTBOUND-INTERCHANGE-RECORD
           MOVE 'D'                TO OBND-RECORD-TYPE
           MOVE WS-ORIGIN-REF      TO OBND-ORIGIN-REF
           MOVE '50'               TO OBND-TRANS-CODE
           MOVE OBIT-ROUTING-NUMBER TO OBND-ROUTING-NUMBER
           MOVE OBIT-EXT-ACCOUNT-NUMBER TO OBND-BENEFICIARY-ACCOUNT
           MOVE OBIT-ACCOUNT-NUMBER TO OBND-ORIGINATOR-ACCOUNT
           MOVE OBIT-AMOUNT        TO OBND-AMOUNT
           MOVE WS-BUSINESS-DATE   TO OBND-VALUE-DATE
           WRITE OUTBOUND-INTERCHANGE-RECORD
           ADD 1 TO WS-ITEMS-SENT

           MOVE WS-ORIGIN-REF      TO OBD-ORIGIN-REF
           MOVE OBIT-ACCOUNT-NUMBER TO OBD-ACCOUNT-NUMBER
           MOVE OBIT-ROUTING-NUMBER TO OBD-ROUTING-NUMBER
           MOVE OBIT-EXT-ACCOUNT-NUMBER TO OBD-EXT-ACCOUNT-NUMBER
           MOVE OBIT-AMOUNT        TO OBD-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-DETAIL-LINE.

      *****************************************************************
      *    CHECK-SETTLEMENT-BALANCE - FINANCE CLEARS THE SETTLEMENT
      *    ACCOUNT AGAINST THE CORRESPONDENT EACH DAY, SO AFTER
      *    POSTING ITS LEDGER BALANCE SHOULD BE EXACTLY TONIGHT'S FILE
      *    TOTAL. ANYTHING ELSE - AN UNCLEARED EARLIER DAY, A STRAY
      *    POSTING - IS REPORTED AND WARNS, BUT THE FILE IS RIGHT AND
      *    HAS ALREADY BEEN WRITTEN.
      *****************************************************************
       CHECK-SETTLEMENT-BALANCE SECTION.
           OPEN INPUT ACCOUNTS-FILE
           MOVE WS-SETTLEMENT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY 'Warning: Settlement account not found - '
                       WS-SETTLEMENT-ACCOUNT
                   MOVE 0 TO WS-SETTLEMENT-BALANCE
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO WS-SETTLEMENT-BALANCE
           END-READ
           CLOSE ACCOUNTS-FILE
           COMPUTE WS-SETTLEMENT-DIFFERENCE =
               WS-SETTLEMENT-BALANCE - WS-ITEM-TOTAL.

       WRITE-TIE-TOTALS SECTION.
           WRITE OUTBOUND-REPORT-LINE FROM OBR-BLANK-LINE

           MOVE 'OUTBOUND ITEMS READ' TO OBC-LABEL
           MOVE WS-ITEMS-READ TO OBC-COUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-COUNT-LINE

           MOVE 'ITEMS FOR OTHER DATES' TO OBC-LABEL
           MOVE WS-OTHER-DATE-COUNT TO OBC-COUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-COUNT-LINE

           MOVE 'ITEMS SENT' TO OBC-LABEL
           MOVE WS-ITEMS-SENT TO OBC-COUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-COUNT-LINE

           MOVE 'JOURNAL OUTBOUND CREDIT LEGS' TO OBC-LABEL
           MOVE WS-JOURNAL-LEG-COUNT TO OBC-COUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-COUNT-LINE

           MOVE 'OUTBOUND FILE TOTAL' TO OBT-LABEL
           MOVE WS-ITEM-TOTAL TO OBT-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-TOTAL-LINE

           MOVE 'JOURNAL OUTBOUND TOTAL' TO OBT-LABEL
           MOVE WS-JOURNAL-OUTBOUND-TOTAL TO OBT-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-TOTAL-LINE

           MOVE 'FILE LESS JOURNAL' TO OBT-LABEL
           MOVE WS-TIE-DIFFERENCE TO OBT-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-TOTAL-LINE.

       WRITE-SETTLEMENT-TOTALS SECTION.
           WRITE OUTBOUND-REPORT-LINE FROM OBR-BLANK-LINE

           MOVE 'SETTLEMENT OPENING BALANCE' TO OBT-LABEL
           MOVE WS-SETTLEMENT-OPENING TO OBT-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-TOTAL-LINE

           MOVE 'SETTLEMENT NET POSTED TONIGHT' TO OBT-LABEL
           MOVE WS-SETTLEMENT-NET TO OBT-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-TOTAL-LINE

           MOVE 'SETTLEMENT LEDGER BALANCE' TO OBT-LABEL
           MOVE WS-SETTLEMENT-BALANCE TO OBT-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-TOTAL-LINE

           MOVE 'BALANCE LESS FILE TOTAL' TO OBT-LABEL
           MOVE WS-SETTLEMENT-DIFFERENCE TO OBT-AMOUNT
           WRITE OUTBOUND-REPORT-LINE FROM OBR-TOTAL-LINE

           IF WS-SETTLEMENT-DIFFERENCE = 0
               MOVE '*** SETTLEMENT ACCOUNT BALANCES TO FILE ***'
                   TO OBR-RESULT-LINE
           ELSE
               MOVE '*** SETTLEMENT ACCOUNT OUT OF BALANCE ***'
                   TO OBR-RESULT-LINE
           END-IF
           WRITE OUTBOUND-REPORT-LINE FROM OBR-RESULT-LINE.
