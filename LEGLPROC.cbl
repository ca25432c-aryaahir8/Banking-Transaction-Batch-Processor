       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGLPROC.
       AUTHOR. Cascade.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE
               ASSIGN TO LEGLORDR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LGOR-STATUS.

           SELECT ACCOUNTS-FILE
               ASSIGN TO ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANS-JOURNAL
               ASSIGN TO TRANSJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DEPOSIT-HOLD-FILE
               ASSIGN TO DEPHOLDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HOLD-PLACEMENT-FILE
               ASSIGN TO HOLDPLCD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT NOTICE-FILE
               ASSIGN TO LEGLNOTC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT REMITTANCE-REPORT
               ASSIGN TO LEGLRMIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LEGAL-ORDER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  LEGAL-ORDER-RECORD.
           COPY LGORREC.

       FD  ACCOUNTS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       FD  DEPOSIT-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  DEPOSIT-HOLD-RECORD.
           COPY HOLDREC.

       FD  HOLD-PLACEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  HOLD-PLACEMENT-RECORD.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HPLC==.

       FD  NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-LINE                PIC X(80).

       FD  REMITTANCE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REMITTANCE-LINE            PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01  WS-LGOR-STATUS             PIC XX.
       01  WS-FILE-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  CYCLCHK-PARMS.
           COPY CYCPARMS.
       01  WS-JOURNAL-SEQUENCE        PIC 9(06) VALUE 0.
       01  WS-JRNL-EOF-FLAG           PIC X VALUE 'N'.
           88  JRNL-EOF               VALUE 'Y'.
       01  WS-LGOR-EOF-FLAG           PIC X VALUE 'N'.
           88  LGOR-EOF               VALUE 'Y'.
       01  WS-HOLD-EOF-FLAG           PIC X VALUE 'N'.
           88  HOLD-EOF               VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-FLAG      PIC X VALUE 'N'.
           88  ACCOUNT-FOUND          VALUE 'Y'.

      *****************************************************************
      *    UNCOLLECTED-FUNDS HOLDS - THE HOLDS STILL ACTIVE TONIGHT
      *    FROM THE HOLD MASTER, PLUS THE PLACEMENTS AND CANCELLATIONS
      *    BANKUPD WROTE TONIGHT, EXACTLY AS BANKUPD SEES THEM. HELD
      *    FUNDS ARE NOT YET COLLECTED AND ARE NEVER SEIZED.
      *****************************************************************
       01  WS-HOLD-COUNT              PIC 9(04) VALUE 0.
       01  WS-HOLD-MAX                PIC 9(04) VALUE 2000.
       01  WS-HOLD-SUB                PIC 9(04) VALUE 0.
       01  WS-HOLD-FOUND-SUB          PIC 9(04) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY          OCCURS 2000 TIMES.
               10  HLT-ACCOUNT-NUMBER PIC X(10).
               10  HLT-AMOUNT         PIC S9(12)V99 COMP-3.
               10  HLT-DEPOSIT-DATE   PIC 9(08).
               10  HLT-DEPOSIT-SEQ    PIC 9(06).
               10  HLT-ACTIVE-FLAG    PIC X(01).
                   88  HLT-ACTIVE         VALUE 'Y'.
       01  WS-HOLD-WORK.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HWRK==.
       01  WS-HOLD-ACCOUNT            PIC X(10) VALUE SPACES.
       01  WS-HOLD-TOTAL              PIC S9(12)V99 COMP-3 VALUE 0.

       01  WS-UNSATISFIED             PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-AVAILABLE               PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-SEIZE-AMOUNT            PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-BALANCE-BEFORE          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-DISPOSITION             PIC X(28).
       01  WS-ORDER-STATUS-TEXT       PIC X(40).

       01  WS-ORDERS-READ             PIC 9(06) VALUE 0.
       01  WS-CLOSED-ORDER-COUNT      PIC 9(06) VALUE 0.
       01  WS-SEIZED-COUNT            PIC 9(06) VALUE 0.
       01  WS-SATISFIED-COUNT         PIC 9(06) VALUE 0.
       01  WS-RELEASED-COUNT          PIC 9(06) VALUE 0.
       01  WS-NO-FUNDS-COUNT          PIC 9(06) VALUE 0.
       01  WS-FREEZE-ONLY-COUNT       PIC 9(06) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(06) VALUE 0.
       01  WS-NOTICE-COUNT            PIC 9(06) VALUE 0.
       01  WS-TOTAL-SEIZED            PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-OUTSTANDING       PIC S9(12)V99 COMP-3 VALUE 0.

       01  NOTICE-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               'NOTICE OF LEGAL ORDER ACTION'.
       01  NOTICE-ACCOUNT-LINE.
           05  FILLER                 PIC X(16) VALUE
               'ACCOUNT NUMBER: '.
           05  NOT-ACCOUNT-NUMBER     PIC X(10).
       01  NOTICE-NAME-LINE.
           05  FILLER                 PIC X(16) VALUE
               'ACCOUNT NAME:   '.
           05  NOT-ACCOUNT-NAME       PIC X(30).
       01  NOTICE-ORDER-LINE.
           05  FILLER                 PIC X(16) VALUE
               'ORDER ID:       '.
           05  NOT-ORDER-ID           PIC X(10).
       01  NOTICE-CASE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'CASE NUMBER:    '.
           05  NOT-CASE-NUMBER        PIC X(20).
       01  NOTICE-ISSUER-LINE.
           05  FILLER                 PIC X(16) VALUE
               'ISSUED BY:      '.
           05  NOT-ISSUER-NAME        PIC X(30).
       01  NOTICE-ORDERED-LINE.
           05  FILLER                 PIC X(30) VALUE
               'AMOUNT ORDERED:               '.
           05  NOT-AMOUNT-ORDERED     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  NOTICE-SEIZED-LINE.
           05  FILLER                 PIC X(30) VALUE
               'AMOUNT SEIZED TODAY:          '.
           05  NOT-AMOUNT-SEIZED      PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  NOTICE-SATISFIED-LINE.
           05  FILLER                 PIC X(30) VALUE
               'TOTAL SATISFIED TO DATE:      '.
           05  NOT-AMOUNT-SATISFIED   PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  NOTICE-BALANCE-LINE.
           05  FILLER                 PIC X(30) VALUE
               'ACCOUNT BALANCE NOW:          '.
           05  NOT-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  NOTICE-STATUS-LINE.
           05  FILLER                 PIC X(16) VALUE
               'ORDER STATUS:   '.
           05  NOT-ORDER-STATUS       PIC X(40).
       01  NOTICE-BLANK-LINE          PIC X(80) VALUE SPACES.

       01  RMT-HEADING-1              PIC X(40) VALUE
           'LEGAL ORDER REMITTANCE REPORT'.
       01  RMT-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'BUSINESS DATE:  '.
           05  RMH-BUSINESS-DATE      PIC 9(08).
       01  RMT-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE 'ORDER ID'.
           05  FILLER                 PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(03) VALUE 'TP'.
           05  FILLER                 PIC X(22) VALUE 'CASE NUMBER'.
           05  FILLER                 PIC X(17) VALUE
               '   SEIZED TODAY'.
           05  FILLER                 PIC X(17) VALUE
               ' TOTAL SATISFIED'.
           05  FILLER                 PIC X(17) VALUE
               '      REMAINING'.
           05  FILLER                 PIC X(28) VALUE 'DISPOSITION'.
       01  RMT-DETAIL-LINE.
           05  RMD-ORDER-ID           PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RMD-ACCOUNT-NUMBER     PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RMD-ORDER-TYPE         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RMD-CASE-NUMBER        PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RMD-SEIZED             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RMD-SATISFIED          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RMD-REMAINING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RMD-DISPOSITION        PIC X(28).
       01  RMT-COUNT-LINE.
           05  RMC-LABEL              PIC X(30).
           05  RMC-COUNT              PIC ZZZ,ZZ9.
       01  RMT-TOTAL-LINE.
           05  RMX-LABEL              PIC X(30).
           05  RMX-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  RMT-BLANK-LINE             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE
           PERFORM CYCLE-START-CHECK
           PERFORM FIND-JOURNAL-SEQUENCE
           PERFORM LOAD-DEPOSIT-HOLDS
           PERFORM LOAD-PLACED-HOLDS

           OPEN I-O LEGAL-ORDER-FILE
           IF WS-LGOR-STATUS NOT = '00'
               DISPLAY 'Error: Legal order file not available - '
                   WS-LGOR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error: Accounts file not available - '
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANS-JOURNAL
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REMITTANCE-REPORT

           WRITE REMITTANCE-LINE FROM RMT-HEADING-1
           MOVE WS-BUSINESS-DATE TO RMH-BUSINESS-DATE
           WRITE REMITTANCE-LINE FROM RMT-DATE-LINE
           WRITE REMITTANCE-LINE FROM RMT-BLANK-LINE
           WRITE REMITTANCE-LINE FROM RMT-COLUMN-LINE

           PERFORM UNTIL LGOR-EOF
               READ LEGAL-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-LGOR-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-ONE-ORDER
               END-READ
           END-PERFORM

           PERFORM WRITE-REMITTANCE-TOTALS

           CLOSE LEGAL-ORDER-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE TRANS-JOURNAL
           CLOSE NOTICE-FILE
           CLOSE REMITTANCE-REPORT

           PERFORM CYCLE-END-MARK

           DISPLAY 'Legal order processing complete'
           DISPLAY 'Legal orders read: ' WS-ORDERS-READ
           DISPLAY 'Orders with seizures: ' WS-SEIZED-COUNT
           DISPLAY 'Orders satisfied: ' WS-SATISFIED-COUNT
           DISPLAY 'Orders released: ' WS-RELEASED-COUNT
           DISPLAY 'Orders with no funds available: '
               WS-NO-FUNDS-COUNT
           DISPLAY 'Order exceptions: ' WS-EXCEPTION-COUNT
           DISPLAY 'Notices produced: ' WS-NOTICE-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CYCLE-START-CHECK SECTION.
           MOVE 'S'              TO CYCP-FUNCTION
           MOVE 'LEGLPROC'       TO CYCP-STEP-NAME
           MOVE WS-BUSINESS-DATE TO CYCP-BUSINESS-DATE
           CALL 'CYCLCHK' USING CYCLCHK-PARMS
           IF CYCP-STEP-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CYCLE-END-MARK SECTION.
           MOVE 'E'              TO CYCP-FUNCTION
           MOVE 'LEGLPROC'       TO CYCP-STEP-NAME
           MOVE WS-BUSINESS-DATE TO CYCP-BUSINESS-DATE
           CALL 'CYCLCHK' USING CYCLCHK-PARMS.

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
           DISPLAY 'Processing legal orders for business date: '
               WS-BUSINESS-DATE.

      *****************************************************************
      *    FIND-JOURNAL-SEQUENCE - SEIZURES ARE APPENDED TO THE
      *    JOURNAL BANKUPD AND OVDRNOTE HAVE ALREADY WRITTEN, SO THE
      *    DAY'S SEQUENCE NUMBERING CONTINUES FROM THE HIGHEST NUMBER
      *    ALREADY ON FILE FOR THIS BUSINESS DATE.
      *****************************************************************
       FIND-JOURNAL-SEQUENCE SECTION.
           MOVE 0 TO WS-JOURNAL-SEQUENCE
           OPEN INPUT TRANS-JOURNAL
           PERFORM UNTIL JRNL-EOF
               READ TRANS-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF-FLAG
                   NOT AT END
                       IF JRNL-POST-DATE = WS-BUSINESS-DATE
                           AND JRNL-SEQUENCE-NO > WS-JOURNAL-SEQUENCE
                           MOVE JRNL-SEQUENCE-NO
                               TO WS-JOURNAL-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-JOURNAL.

       LOAD-DEPOSIT-HOLDS SECTION.
           OPEN INPUT DEPOSIT-HOLD-FILE
           PERFORM UNTIL HOLD-EOF
               READ DEPOSIT-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   NOT AT END
                       IF HOLD-RELEASE-DATE > WS-BUSINESS-DATE
                           MOVE DEPOSIT-HOLD-RECORD TO WS-HOLD-WORK
                           PERFORM ADD-HOLD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-HOLD-FILE
           MOVE 'N' TO WS-HOLD-EOF-FLAG.

       LOAD-PLACED-HOLDS SECTION.
           OPEN INPUT HOLD-PLACEMENT-FILE
           PERFORM UNTIL HOLD-EOF
               READ HOLD-PLACEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   NOT AT END
                       MOVE HOLD-PLACEMENT-RECORD TO WS-HOLD-WORK
                       IF HWRK-IS-CANCELLED
                           PERFORM CANCEL-HOLD-ENTRY
                       ELSE
                           PERFORM ADD-HOLD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-PLACEMENT-FILE
           MOVE 'N' TO WS-HOLD-EOF-FLAG.

       ADD-HOLD-ENTRY SECTION.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               DISPLAY 'Error: Deposit hold table full - '
                   HWRK-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE HWRK-ACCOUNT-NUMBER
               TO HLT-ACCOUNT-NUMBER (WS-HOLD-COUNT)
           MOVE HWRK-AMOUNT       TO HLT-AMOUNT (WS-HOLD-COUNT)
           MOVE HWRK-DEPOSIT-DATE TO HLT-DEPOSIT-DATE (WS-HOLD-COUNT)
           MOVE HWRK-DEPOSIT-SEQ  TO HLT-DEPOSIT-SEQ (WS-HOLD-COUNT)
           MOVE 'Y'               TO HLT-ACTIVE-FLAG (WS-HOLD-COUNT).

       CANCEL-HOLD-ENTRY SECTION.
           MOVE 0 TO WS-HOLD-FOUND-SUB
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               OR WS-HOLD-FOUND-SUB > 0
               IF HLT-ACTIVE (WS-HOLD-SUB)
                   AND HLT-ACCOUNT-NUMBER (WS-HOLD-SUB)
                       = HWRK-ACCOUNT-NUMBER
                   AND HLT-DEPOSIT-DATE (WS-HOLD-SUB)
                       = HWRK-DEPOSIT-DATE
                   AND HLT-DEPOSIT-SEQ (WS-HOLD-SUB)
                       = HWRK-DEPOSIT-SEQ
                   MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-HOLD-FOUND-SUB > 0
               MOVE 'N' TO HLT-ACTIVE-FLAG (WS-HOLD-FOUND-SUB)
           END-IF.

       SUM-ACCOUNT-HOLDS SECTION.
           MOVE 0 TO WS-HOLD-TOTAL
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF HLT-ACTIVE (WS-HOLD-SUB)
                   AND HLT-ACCOUNT-NUMBER (WS-HOLD-SUB)
                       = WS-HOLD-ACCOUNT
                   ADD HLT-AMOUNT (WS-HOLD-SUB) TO WS-HOLD-TOTAL
               END-IF
           END-PERFORM.

      *****************************************************************
      *    PROCESS-ONE-ORDER - A CLOSED ORDER IS LEFT AS IT IS. AN
      *    ACTIVE ONE IS CLOSED AS RELEASED WHEN LEGAL'S RELEASE DATE
      *    HAS ARRIVED, OR AS SATISFIED WHEN NOTHING IS LEFT OWING.
      *    OTHERWISE A GARNISHMENT OR LEVY SEIZES WHATEVER THE ACCOUNT
      *    HAS AVAILABLE - THE LEDGER BALANCE LESS DEPOSIT HOLDS LESS
      *    THE ORDER'S PROTECTED AMOUNT - UP TO THE UNSATISFIED
      *    AMOUNT. SEVERAL ORDERS ON ONE ACCOUNT ARE WORKED IN FILE
      *    ORDER, EACH SEEING THE BALANCE THE ONE BEFORE IT LEFT.
      *    A FREEZE-ONLY ORDER IS NEVER SEIZED; IT ONLY HOLDS FUNDS
      *    IN BANKUPD UNTIL RELEASED.
      *****************************************************************
       PROCESS-ONE-ORDER SECTION.
           ADD 1 TO WS-ORDERS-READ
           MOVE 0 TO WS-SEIZE-AMOUNT

           IF NOT LGOR-IS-ACTIVE
               ADD 1 TO WS-CLOSED-ORDER-COUNT
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           IF NOT LGOR-TYPE-VALID
               OR LGOR-AMOUNT-ORDERED NOT NUMERIC
               OR LGOR-AMOUNT-ORDERED NOT > 0
               OR LGOR-AMOUNT-SATISFIED NOT NUMERIC
               OR LGOR-AMOUNT-SATISFIED < 0
               OR LGOR-PROTECTED-AMOUNT NOT NUMERIC
               OR LGOR-PROTECTED-AMOUNT < 0
               OR LGOR-RELEASE-DATE NOT NUMERIC
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'SKIPPED - INVALID ORDER' TO WS-DISPOSITION
               PERFORM WRITE-REMITTANCE-LINE
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           IF LGOR-RELEASE-DATE > 0
               AND LGOR-RELEASE-DATE NOT > WS-BUSINESS-DATE
               PERFORM RELEASE-ORDER
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           COMPUTE WS-UNSATISFIED =
               LGOR-AMOUNT-ORDERED - LGOR-AMOUNT-SATISFIED

           IF LGOR-IS-FREEZE-ONLY
               ADD 1 TO WS-FREEZE-ONLY-COUNT
               ADD WS-UNSATISFIED TO WS-TOTAL-OUTSTANDING
               MOVE 'FREEZE ONLY - NOT SEIZED' TO WS-DISPOSITION
               PERFORM WRITE-REMITTANCE-LINE
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           PERFORM READ-ORDER-ACCOUNT

           IF WS-UNSATISFIED NOT > 0
               MOVE 'SATISFIED - ORDER CLOSED' TO WS-DISPOSITION
               PERFORM CLOSE-SATISFIED-ORDER
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           IF NOT ACCOUNT-FOUND
               DISPLAY 'Error: Legal order account not found - '
                   LGOR-ACCOUNT-NUMBER
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-UNSATISFIED TO WS-TOTAL-OUTSTANDING
               MOVE 'SKIPPED - ACCOUNT NOT FOUND' TO WS-DISPOSITION
               PERFORM WRITE-REMITTANCE-LINE
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               DISPLAY 'Error: Legal order account closed - '
                   LGOR-ACCOUNT-NUMBER
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-UNSATISFIED TO WS-TOTAL-OUTSTANDING
               MOVE 'SKIPPED - ACCOUNT CLOSED' TO WS-DISPOSITION
               PERFORM WRITE-REMITTANCE-LINE
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           MOVE LGOR-ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
           PERFORM SUM-ACCOUNT-HOLDS
           COMPUTE WS-AVAILABLE = ACCOUNT-BALANCE - WS-HOLD-TOTAL
               - LGOR-PROTECTED-AMOUNT

           IF WS-AVAILABLE NOT > 0
               ADD 1 TO WS-NO-FUNDS-COUNT
               ADD WS-UNSATISFIED TO WS-TOTAL-OUTSTANDING
               MOVE 'NO FUNDS AVAILABLE' TO WS-DISPOSITION
               PERFORM WRITE-REMITTANCE-LINE
               GO TO PROCESS-ONE-ORDER-EXIT
           END-IF

           IF WS-AVAILABLE < WS-UNSATISFIED
               MOVE WS-AVAILABLE TO WS-SEIZE-AMOUNT
           ELSE
               MOVE WS-UNSATISFIED TO WS-SEIZE-AMOUNT
           END-IF

           PERFORM SEIZE-FUNDS

       PROCESS-ONE-ORDER-EXIT.
           EXIT.

       READ-ORDER-ACCOUNT SECTION.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG
           MOVE LGOR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-NAME
                   MOVE 0      TO ACCOUNT-BALANCE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.

      *****************************************************************
      *    SEIZE-FUNDS - THE SEIZURE LEAVES THE CUSTOMER ACCOUNT AS A
      *    SINGLE 'S' JOURNAL LEG; GLEXTRC POSTS IT TO THE LEGAL-
      *    REMITTANCE GL FINANCE MAPS UNDER TYPE 'S', FROM WHICH LEGAL
      *    PAYS THE ISSUER. A SEIZURE IS NOT CUSTOMER ACTIVITY, SO NO
      *    ACTIVITY DATE OR DAILY WITHDRAWAL TOTAL MOVES.
      *****************************************************************
       SEIZE-FUNDS SECTION.
           MOVE ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT WS-SEIZE-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE LGOR-ACCOUNT-NUMBER  TO JRNL-ACCOUNT-NUMBER
           MOVE 'S'                  TO JRNL-TRANS-TYPE
           MOVE WS-SEIZE-AMOUNT      TO JRNL-AMOUNT
           MOVE WS-BALANCE-BEFORE    TO JRNL-BALANCE-BEFORE
           MOVE ACCOUNT-BALANCE      TO JRNL-BALANCE-AFTER
           MOVE WS-BUSINESS-DATE     TO JRNL-POST-DATE
           ADD 1 TO WS-JOURNAL-SEQUENCE
           MOVE WS-JOURNAL-SEQUENCE  TO JRNL-SEQUENCE-NO
           MOVE ACCT-BRANCH-CODE     TO JRNL-BRANCH-CODE
           MOVE 0                    TO JRNL-REVERSAL-OF-DATE
           MOVE 0                    TO JRNL-REVERSAL-OF-SEQ
           MOVE SPACE                TO JRNL-REVERSAL-OF-TYPE
           WRITE JOURNAL-RECORD

           ADD WS-SEIZE-AMOUNT TO LGOR-AMOUNT-SATISFIED
           MOVE WS-BUSINESS-DATE TO LGOR-LAST-SEIZURE-DATE
           ADD 1 TO WS-SEIZED-COUNT
           ADD WS-SEIZE-AMOUNT TO WS-TOTAL-SEIZED
           DISPLAY 'Legal seizure posted: ' LGOR-ACCOUNT-NUMBER
               ' order ' LGOR-ORDER-ID

           IF LGOR-AMOUNT-SATISFIED NOT < LGOR-AMOUNT-ORDERED
               MOVE 'SEIZED - ORDER SATISFIED' TO WS-DISPOSITION
               PERFORM CLOSE-SATISFIED-ORDER
           ELSE
               MOVE 'SEIZED' TO WS-DISPOSITION
               COMPUTE WS-UNSATISFIED =
                   LGOR-AMOUNT-ORDERED - LGOR-AMOUNT-SATISFIED
               ADD WS-UNSATISFIED TO WS-TOTAL-OUTSTANDING
               REWRITE LEGAL-ORDER-RECORD
               MOVE 'OPEN - FURTHER FUNDS MAY BE SEIZED'
                   TO WS-ORDER-STATUS-TEXT
               PERFORM WRITE-ORDER-NOTICE
               PERFORM WRITE-REMITTANCE-LINE
           END-IF.

       CLOSE-SATISFIED-ORDER SECTION.
           MOVE 'S'              TO LGOR-STATUS
           MOVE WS-BUSINESS-DATE TO LGOR-CLOSE-DATE
           REWRITE LEGAL-ORDER-RECORD
           ADD 1 TO WS-SATISFIED-COUNT
           MOVE 'CLOSED - ORDER SATISFIED' TO WS-ORDER-STATUS-TEXT
           PERFORM WRITE-ORDER-NOTICE
           PERFORM WRITE-REMITTANCE-LINE.

       RELEASE-ORDER SECTION.
           PERFORM READ-ORDER-ACCOUNT
           MOVE 'R'              TO LGOR-STATUS
           MOVE WS-BUSINESS-DATE TO LGOR-CLOSE-DATE
           REWRITE LEGAL-ORDER-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           MOVE 'RELEASED - ORDER CLOSED' TO WS-DISPOSITION
           MOVE 'CLOSED - ORDER RELEASED' TO WS-ORDER-STATUS-TEXT
           PERFORM WRITE-ORDER-NOTICE
           PERFORM WRITE-REMITTANCE-LINE.

       WRITE-ORDER-NOTICE SECTION.
           MOVE LGOR-ACCOUNT-NUMBER   TO NOT-ACCOUNT-NUMBER
           MOVE ACCOUNT-NAME          TO NOT-ACCOUNT-NAME
           MOVE LGOR-ORDER-ID         TO NOT-ORDER-ID
           MOVE LGOR-CASE-NUMBER      TO NOT-CASE-NUMBER
           MOVE LGOR-ISSUER-NAME      TO NOT-ISSUER-NAME
           MOVE LGOR-AMOUNT-ORDERED   TO NOT-AMOUNT-ORDERED
           MOVE WS-SEIZE-AMOUNT       TO NOT-AMOUNT-SEIZED
           MOVE LGOR-AMOUNT-SATISFIED TO NOT-AMOUNT-SATISFIED
           MOVE ACCOUNT-BALANCE       TO NOT-BALANCE
           MOVE WS-ORDER-STATUS-TEXT  TO NOT-ORDER-STATUS

           WRITE NOTICE-LINE FROM NOTICE-HEADING-1
           WRITE NOTICE-LINE FROM NOTICE-ACCOUNT-LINE
           WRITE NOTICE-LINE FROM NOTICE-NAME-LINE
           WRITE NOTICE-LINE FROM NOTICE-ORDER-LINE
           WRITE NOTICE-LINE FROM NOTICE-CASE-LINE
           WRITE NOTICE-LINE FROM NOTICE-ISSUER-LINE
           WRITE NOTICE-LINE FROM NOTICE-ORDERED-LINE
           WRITE NOTICE-LINE FROM NOTICE-SEIZED-LINE
           WRITE NOTICE-LINE FROM NOTICE-SATISFIED-LINE
           WRITE NOTICE-LINE FROM NOTICE-BALANCE-LINE
           WRITE NOTICE-LINE FROM NOTICE-STATUS-LINE
           WRITE NOTICE-LINE FROM NOTICE-BLANK-LINE

           ADD 1 TO WS-NOTICE-COUNT.

       WRITE-REMITTANCE-LINE SECTION.
           MOVE LGOR-ORDER-ID         TO RMD-ORDER-ID
           MOVE LGOR-ACCOUNT-NUMBER   TO RMD-ACCOUNT-NUMBER
           MOVE LGOR-ORDER-TYPE       TO RMD-ORDER-TYPE
           MOVE LGOR-CASE-NUMBER      TO RMD-CASE-NUMBER
           MOVE WS-SEIZE-AMOUNT       TO RMD-SEIZED
           IF LGOR-AMOUNT-SATISFIED NUMERIC
               AND LGOR-AMOUNT-ORDERED NUMERIC
               MOVE LGOR-AMOUNT-SATISFIED TO RMD-SATISFIED
               IF LGOR-IS-ACTIVE
                   COMPUTE RMD-REMAINING =
                       LGOR-AMOUNT-ORDERED - LGOR-AMOUNT-SATISFIED
               ELSE
                   MOVE 0 TO RMD-REMAINING
               END-IF
           ELSE
               MOVE 0 TO RMD-SATISFIED
               MOVE 0 TO RMD-REMAINING
           END-IF
           MOVE WS-DISPOSITION        TO RMD-DISPOSITION
           WRITE REMITTANCE-LINE FROM RMT-DETAIL-LINE.

      *****************************************************************
      *    WRITE-REMITTANCE-TOTALS - THE TOTAL TO REMIT IS THE SUM OF
      *    TONIGHT'S 'S' JOURNAL LEGS, THE SAME FIGURE GLEXTRC SHOWS AS
      *    LEGAL SEIZURES, AND IS WHAT LEGAL PAYS OUT OF THE REMITTANCE
      *    GL. THE OUTSTANDING TOTAL IS STILL OWING ON OPEN ORDERS.
      *****************************************************************
       WRITE-REMITTANCE-TOTALS SECTION.
           WRITE REMITTANCE-LINE FROM RMT-BLANK-LINE

           MOVE 'LEGAL ORDERS READ' TO RMC-LABEL
           MOVE WS-ORDERS-READ TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'CLOSED ORDERS ON FILE' TO RMC-LABEL
           MOVE WS-CLOSED-ORDER-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'ORDERS WITH SEIZURES' TO RMC-LABEL
           MOVE WS-SEIZED-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'ORDERS SATISFIED TONIGHT' TO RMC-LABEL
           MOVE WS-SATISFIED-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'ORDERS RELEASED TONIGHT' TO RMC-LABEL
           MOVE WS-RELEASED-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'ORDERS WITH NO FUNDS' TO RMC-LABEL
           MOVE WS-NO-FUNDS-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'FREEZE-ONLY ORDERS' TO RMC-LABEL
           MOVE WS-FREEZE-ONLY-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'ORDER EXCEPTIONS' TO RMC-LABEL
           MOVE WS-EXCEPTION-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           MOVE 'CUSTOMER NOTICES PRODUCED' TO RMC-LABEL
           MOVE WS-NOTICE-COUNT TO RMC-COUNT
           WRITE REMITTANCE-LINE FROM RMT-COUNT-LINE

           WRITE REMITTANCE-LINE FROM RMT-BLANK-LINE

           MOVE 'TOTAL SEIZED FOR REMITTANCE' TO RMX-LABEL
           MOVE WS-TOTAL-SEIZED TO RMX-AMOUNT
           WRITE REMITTANCE-LINE FROM RMT-TOTAL-LINE

           MOVE 'TOTAL OUTSTANDING ON ORDERS' TO RMX-LABEL
           MOVE WS-TOTAL-OUTSTANDING TO RMX-AMOUNT
           WRITE REMITTANCE-LINE FROM RMT-TOTAL-LINE.
