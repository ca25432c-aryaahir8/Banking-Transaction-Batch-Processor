           SELECT TRANS-JOURNAL
               ASSIGN TO TRANSJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL JOURNAL-HISTORY
               ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JHST-KEY.

           SELECT OPTIONAL RESTART-FILE
               ASSIGN TO RESTARTF
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

           SELECT OPTIONAL HOLD-DAYS-FILE
               ASSIGN TO HOLDDAYS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL OUTBOUND-PARM-FILE
               ASSIGN TO OUTBPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL OUTBOUND-ITEM-FILE
               ASSIGN TO OUTBITEM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL LEGAL-ORDER-FILE
               ASSIGN TO LEGLORDR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


       FD  SORTED-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-RECORD.
           COPY TRANXREC.


       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       FD  JOURNAL-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-HISTORY-RECORD.
           COPY JHSTREC.

       FD  RESTART-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 69 CHARACTERS.
       01  REJECT-RECORD.
           COPY REJCTREC.

       01  LINKED-ACCOUNT-RECORD.
           COPY LINKREC.

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

       FD  HOLD-DAYS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  HOLD-DAYS-RECORD.
           COPY HLDDREC.

       FD  OUTBOUND-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-PARM-RECORD.
           COPY OBPMREC.

       FD  OUTBOUND-ITEM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-ITEM-RECORD.
           COPY OBITREC.

       FD  LEGAL-ORDER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  LEGAL-ORDER-RECORD.
           COPY LGORREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC XX.
       01  WS-RESTART-STATUS          PIC XX.
       01  WS-JRNL-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  CYCLCHK-PARMS.
       01  WS-SWEEP-AMOUNT           PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-SWEEP-BALANCE-BEFORE   PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-SWEEP-COUNT            PIC 9(06) VALUE 0.
       01  WS-PAYOUT-AMOUNT          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-ACCOUNTS-CLOSED        PIC 9(06) VALUE 0.

      *****************************************************************
      *    REVERSAL TABLES - AN 'R' TRANSACTION NAMES THE ORIGINAL
      *    ENTRY BY POST DATE AND SEQUENCE. THE REQUESTS ARE GATHERED
      *    FROM SORTEDTR BEFORE POSTING STARTS SO THE JOURNAL HISTORY
      *    AND YESTERDAY'S TRANS-JOURNAL NEED BE SCANNED ONLY ONCE;
      *    EVERY JOURNAL LEG CARRYING A REQUESTED DATE AND SEQUENCE
      *    IS KEPT IN THE LEG TABLE, AND A REQUEST WHOSE ORIGINAL
      *    ALREADY HAS AN 'R' LEG POINTING AT IT IS MARKED REVERSED.
      *****************************************************************
       01  WS-REVERSAL-COUNT         PIC 9(03) VALUE 0.
       01  WS-REVERSAL-MAX           PIC 9(03) VALUE 100.
       01  WS-REVERSAL-SUB           PIC 9(03) VALUE 0.
       01  WS-REVERSAL-FOUND-SUB     PIC 9(03) VALUE 0.
       01  WS-REVERSAL-TABLE.
           05  WS-REVERSAL-ENTRY     OCCURS 100 TIMES.
               10  RVT-ACCOUNT-NUMBER
                                     PIC X(10).
               10  RVT-POST-DATE     PIC 9(08).
               10  RVT-SEQUENCE-NO   PIC 9(06).
               10  RVT-REVERSED-FLAG PIC X(01).
                   88  RVT-REVERSED      VALUE 'Y'.
       01  WS-REV-LEG-COUNT          PIC 9(03) VALUE 0.
       01  WS-REV-LEG-MAX            PIC 9(03) VALUE 400.
       01  WS-REV-LEG-SUB            PIC 9(03) VALUE 0.
       01  WS-REV-LEG-FOUND-SUB      PIC 9(03) VALUE 0.
       01  WS-REV-LEG-TABLE.
           05  WS-REV-LEG-ENTRY      OCCURS 400 TIMES.
               10  RLT-ACCOUNT-NUMBER
                                     PIC X(10).
               10  RLT-TRANS-TYPE    PIC X(01).
               10  RLT-AMOUNT        PIC S9(12)V99 COMP-3.
               10  RLT-BALANCE-BEFORE
                                     PIC S9(12)V99 COMP-3.
               10  RLT-BALANCE-AFTER PIC S9(12)V99 COMP-3.
               10  RLT-POST-DATE     PIC 9(08).
               10  RLT-SEQUENCE-NO   PIC 9(06).
       01  WS-SCAN-JOURNAL.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==SCAN==.
       01  WS-SCAN-SOURCE-FLAG       PIC X VALUE 'H'.
           88  SCANNING-HISTORY       VALUE 'H'.
           88  SCANNING-TRANS-JOURNAL VALUE 'J'.
       01  WS-HIST-EOF-FLAG          PIC X VALUE 'N'.
           88  HIST-EOF               VALUE 'Y'.
       01  WS-REV-SCAN-EOF-FLAG      PIC X VALUE 'N'.
           88  REV-SCAN-EOF           VALUE 'Y'.
       01  WS-REVERSAL-LINK.
           05  WS-REVERSAL-OF-DATE   PIC 9(08) VALUE 0.
           05  WS-REVERSAL-OF-SEQ    PIC 9(06) VALUE 0.
           05  WS-REVERSAL-OF-TYPE   PIC X(01) VALUE SPACE.
       01  WS-REVERSAL-DELTA         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-OWN-LEG-FLAG           PIC X VALUE 'N'.
           88  OWN-LEG-FOUND          VALUE 'Y'.
       01  WS-LEG-ACCOUNT-FLAG       PIC X VALUE 'Y'.
           88  LEG-ACCOUNTS-PRESENT   VALUE 'Y'.
       01  WS-LEG-OPEN-FLAG          PIC X VALUE 'Y'.
           88  LEG-ACCOUNTS-OPEN      VALUE 'Y'.
       01  WS-REVERSALS-POSTED       PIC 9(06) VALUE 0.

      *****************************************************************
      *    UNCOLLECTED-FUNDS HOLDS - EVERY HOLD STILL ACTIVE TONIGHT
      *    (RELEASE DATE AFTER THE BUSINESS DATE) IS LOADED FROM THE
      *    HOLD MASTER, AND EACH HOLD PLACED TONIGHT IS ADDED AS ITS
      *    DEPOSIT POSTS. WITHDRAWALS, FEES AND TRANSFER DEBITS ARE
      *    TESTED AGAINST THE AVAILABLE BALANCE - THE LEDGER BALANCE
      *    LESS THE ACCOUNT'S ACTIVE HOLDS. THE GROUP ACCOUNT'S HOLD
      *    TOTAL IS KEPT IN WS-GROUP-HELD-AMOUNT.
      *****************************************************************
       01  WS-HOLD-EOF-FLAG          PIC X VALUE 'N'.
           88  HOLD-EOF               VALUE 'Y'.
       01  WS-HOLD-COUNT             PIC 9(04) VALUE 0.
       01  WS-HOLD-MAX               PIC 9(04) VALUE 2000.
       01  WS-HOLD-SUB               PIC 9(04) VALUE 0.
       01  WS-HOLD-FOUND-SUB         PIC 9(04) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY         OCCURS 2000 TIMES.
               10  HLT-ACCOUNT-NUMBER
                                     PIC X(10).
               10  HLT-AMOUNT        PIC S9(12)V99 COMP-3.
               10  HLT-RELEASE-DATE  PIC 9(08).
               10  HLT-DEPOSIT-DATE  PIC 9(08).
               10  HLT-DEPOSIT-SEQ   PIC 9(06).
               10  HLT-ACTIVE-FLAG   PIC X(01).
                   88  HLT-ACTIVE         VALUE 'Y'.
       01  WS-HOLD-DAYS-COUNT        PIC 9(02) VALUE 0.
       01  WS-HOLD-DAYS-MAX          PIC 9(02) VALUE 20.
       01  WS-HOLD-DAYS-SUB          PIC 9(02) VALUE 0.
       01  WS-HOLD-DAYS-TABLE.
           05  WS-HOLD-DAYS-ENTRY    OCCURS 20 TIMES.
               10  HDT-PRODUCT-TYPE  PIC X(01).
               10  HDT-HOLD-DAYS     PIC 9(03).
       01  WS-HOLD-DAYS              PIC 9(03) VALUE 0.
       01  WS-HOLD-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-HOLD-TOTAL             PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-GROUP-HELD-AMOUNT      PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-HOLD-DATE-INTEGER      PIC S9(08) VALUE 0.
       01  WS-HOLDS-PLACED           PIC 9(06) VALUE 0.
       01  WS-HOLD-WORK.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HWRK==.

      *****************************************************************
      *    OUTBOUND PAYMENTS - AN 'O' TRANSACTION PAYS SOMEONE AT
      *    ANOTHER BANK. THE CUSTOMER IS DEBITED AND THE OUTBOUND
      *    SETTLEMENT ACCOUNT NAMED ON THE OUTBOUND PARAMETER FILE IS
      *    CREDITED, BOTH LEGS JOURNALED AS 'O' UNDER ONE SEQUENCE,
      *    AND THE ITEM IS WRITTEN TO THE OUTBOUND ITEM FILE FOR
      *    OUTBSEND TO SEND TO THE CORRESPONDENT. WITH NO PARAMETER
      *    FILE EVERY 'O' REJECTS AND NOTHING LEAVES THE BANK.
      *****************************************************************
       01  WS-OBPM-EOF-FLAG          PIC X VALUE 'N'.
           88  OBPM-EOF               VALUE 'Y'.
       01  WS-SETTLEMENT-ACCOUNT     PIC X(10) VALUE SPACES.
       01  WS-OUTBOUND-POSTED        PIC 9(06) VALUE 0.
       01  WS-OUTBOUND-WORK.
           COPY OBITREC REPLACING LEADING ==OBIT== BY ==OWRK==.
       01  WS-LEG-OUTBOUND-FLAG      PIC X VALUE 'N'.
           88  LEG-IS-OUTBOUND        VALUE 'Y'.

      *****************************************************************
      *    LEGAL ORDER FREEZES - EVERY ACTIVE GARNISHMENT, LEVY OR
      *    FREEZE ORDER NOT RELEASED AS OF TONIGHT FREEZES ITS
      *    UNSATISFIED AMOUNT. A CUSTOMER DEBIT (WITHDRAWAL, TRANSFER
      *    OR OUTBOUND PAYMENT) MAY TAKE THE AVAILABLE BALANCE DOWN TO
      *    THE ACCOUNT'S FROZEN TOTAL BUT NOT BELOW IT, A CLOSE PAYOUT
      *    IS REFUSED OUTRIGHT, AND A FROZEN FUNDING ACCOUNT SWEEPS
      *    ONLY WHAT IT HOLDS ABOVE THE FREEZE. CREDITS, INTEREST AND
      *    BANK FEES ARE NOT AFFECTED. THE GROUP ACCOUNT'S TOTAL IS
      *    KEPT IN WS-GROUP-FROZEN-AMOUNT.
      *****************************************************************
       01  WS-LGOR-EOF-FLAG          PIC X VALUE 'N'.
           88  LGOR-EOF               VALUE 'Y'.
       01  WS-FREEZE-COUNT           PIC 9(04) VALUE 0.
       01  WS-FREEZE-MAX             PIC 9(04) VALUE 500.
       01  WS-FREEZE-SUB             PIC 9(04) VALUE 0.
       01  WS-FREEZE-TABLE.
           05  WS-FREEZE-ENTRY       OCCURS 500 TIMES.
               10  FZT-ACCOUNT-NUMBER
                                     PIC X(10).
               10  FZT-AMOUNT        PIC S9(12)V99 COMP-3.
       01  WS-FREEZE-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-FREEZE-TOTAL           PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-GROUP-FROZEN-AMOUNT    PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-FREEZE-REJECT-FLAG     PIC X VALUE 'N'.
           88  FREEZE-REJECTED        VALUE 'Y'.
       01  WS-LEG-SEIZURE-FLAG       PIC X VALUE 'N'.
           88  LEG-IS-SEIZURE         VALUE 'Y'.

      *****************************************************************
      *    GROUP OUTPUT BUFFERS - OVERDRAFT, REJECT, HOLD-PLACEMENT
      *    AND OUTBOUND-ITEM RECORDS ARE HELD IN STORAGE AND FLUSHED
      *    ONLY WHEN GROUP PROGRESS IS HARDENED, IMMEDIATELY BEFORE
      *    THE CHECKPOINT. A CRASHED GROUP'S TAIL THEREFORE NEVER
      *    LEAVES ANY OF THEM ON FILE TO BE WRITTEN A SECOND TIME ON
      *    RESTART - A DUPLICATED OVERDRAFT RECORD WOULD MEAN OVDRNOTE
      *    CHARGES THE CUSTOMER THE FEE TWICE.
      *****************************************************************
       01  WS-OD-BUFFER-COUNT        PIC 9(03) VALUE 0.
       01  WS-OD-BUFFER-MAX          PIC 9(03) VALUE 100.
       01  WS-RJT-BUFFER-MAX         PIC 9(03) VALUE 100.
       01  WS-RJT-BUFFER-SUB         PIC 9(03) VALUE 0.
       01  WS-RJT-BUFFER-TABLE.
           05  WS-RJT-BUFFER-REC     PIC X(69) OCCURS 100 TIMES.
       01  WS-HLD-BUFFER-COUNT       PIC 9(03) VALUE 0.
       01  WS-HLD-BUFFER-MAX         PIC 9(03) VALUE 100.
       01  WS-HLD-BUFFER-SUB         PIC 9(03) VALUE 0.
       01  WS-HLD-BUFFER-TABLE.
           05  WS-HLD-BUFFER-REC     PIC X(50) OCCURS 100 TIMES.
       01  WS-OBI-BUFFER-COUNT       PIC 9(03) VALUE 0.
       01  WS-OBI-BUFFER-MAX         PIC 9(03) VALUE 100.
       01  WS-OBI-BUFFER-SUB         PIC 9(03) VALUE 0.
       01  WS-OBI-BUFFER-TABLE.
           05  WS-OBI-BUFFER-REC     PIC X(80) OCCURS 100 TIMES.

      *****************************************************************
      *    HELD-ACCOUNT-RECORD - THE CURRENT ACCOUNT GROUP'S RECORD,
           PERFORM CYCLE-START-CHECK
           PERFORM CHECK-RESTART
           PERFORM LOAD-LINKED-ACCOUNTS
           PERFORM LOAD-HOLD-DAYS
           PERFORM LOAD-DEPOSIT-HOLDS
           PERFORM LOAD-OUTBOUND-PARM
           PERFORM LOAD-LEGAL-ORDERS
           PERFORM LOAD-REVERSAL-REQUESTS
           IF WS-REVERSAL-COUNT > 0
               PERFORM FIND-REVERSAL-ORIGINALS
           END-IF

           OPEN INPUT SORTED-TRANS-FILE
           OPEN I-O ACCOUNTS-FILE
               OPEN EXTEND OVERDRAFT-FILE
               OPEN EXTEND TRANS-JOURNAL
               OPEN EXTEND REJECT-FILE
               PERFORM LOAD-PLACED-HOLDS
               OPEN EXTEND HOLD-PLACEMENT-FILE
               OPEN EXTEND OUTBOUND-ITEM-FILE
               MOVE WS-CHECKPOINT-COUNT TO WS-SKIP-COUNT
               MOVE WS-CHECKPOINT-COUNT TO WS-TRANSACTIONS-PROCESSED
               PERFORM SKIP-POSTED-TRANSACTION WS-SKIP-COUNT TIMES
               OPEN OUTPUT OVERDRAFT-FILE
               OPEN OUTPUT TRANS-JOURNAL
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT HOLD-PLACEMENT-FILE
               OPEN OUTPUT OUTBOUND-ITEM-FILE
               PERFORM RESET-DAILY-WITHDRAWN-TOTALS
           END-IF

           CLOSE OVERDRAFT-FILE
           CLOSE TRANS-JOURNAL
           CLOSE REJECT-FILE
           CLOSE HOLD-PLACEMENT-FILE
           CLOSE OUTBOUND-ITEM-FILE

           PERFORM CLEAR-CHECKPOINT
           PERFORM CYCLE-END-MARK
           DISPLAY 'Total transactions processed: '
               WS-TRANSACTIONS-PROCESSED
           DISPLAY 'Overdraft sweeps posted: ' WS-SWEEP-COUNT
           DISPLAY 'Reversals posted: ' WS-REVERSALS-POSTED
           DISPLAY 'Deposit holds placed: ' WS-HOLDS-PLACED
           DISPLAY 'Accounts closed: ' WS-ACCOUNTS-CLOSED
           DISPLAY 'Outbound payments posted: ' WS-OUTBOUND-POSTED
           DISPLAY 'Total errors encountered: ' WS-ERROR-COUNT
           STOP RUN.

      *    GETS ITS MISSING LEG JOURNALED ON REPLAY.
      *****************************************************************
       WRITE-JOURNAL-RECORD SECTION.
           MOVE WS-REVERSAL-LINK TO JRNL-REVERSAL-LINK
           EVALUATE TRUE
               WHEN WS-TRANSACTIONS-PROCESSED
                       < WS-MAX-JOURNAL-SEQUENCE
           MOVE LINK-SWEEP-LIMIT
               TO LKT-SWEEP-LIMIT (WS-LINK-COUNT).

       LOAD-HOLD-DAYS SECTION.
           OPEN INPUT HOLD-DAYS-FILE
           PERFORM UNTIL HOLD-EOF
               READ HOLD-DAYS-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-HOLD-DAYS
               END-READ
           END-PERFORM
           CLOSE HOLD-DAYS-FILE
           MOVE 'N' TO WS-HOLD-EOF-FLAG.

       LOAD-ONE-HOLD-DAYS SECTION.
           IF WS-HOLD-DAYS-COUNT >= WS-HOLD-DAYS-MAX
               DISPLAY 'Error: Hold days table full - '
                   HLDD-PRODUCT-TYPE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-DAYS-COUNT
           MOVE HLDD-PRODUCT-TYPE
               TO HDT-PRODUCT-TYPE (WS-HOLD-DAYS-COUNT)
           MOVE HLDD-HOLD-DAYS
               TO HDT-HOLD-DAYS (WS-HOLD-DAYS-COUNT).

      *****************************************************************
      *    LOAD-DEPOSIT-HOLDS - A HOLD WHOSE RELEASE DATE HAS BEEN
      *    REACHED IS ALREADY AVAILABLE TONIGHT, EVEN BEFORE THE HOLD
      *    RELEASE STEP HAS TAKEN IT OFF THE MASTER, SO ONLY HOLDS
      *    RELEASING AFTER THE BUSINESS DATE ARE LOADED.
      *****************************************************************
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

      *****************************************************************
      *    LOAD-PLACED-HOLDS - ON A RESTART THE PLACEMENT FILE ALREADY
      *    HOLDS EVERY PLACEMENT AND CANCELLATION THE CRASHED RUN
      *    HARDENED; THOSE TRANSACTIONS ARE SKIPPED, NOT REPLAYED, SO
      *    THEIR HOLDS ARE RELOADED HERE BEFORE THE FILE IS EXTENDED.
      *****************************************************************
       LOAD-PLACED-HOLDS SECTION.
           OPEN INPUT HOLD-PLACEMENT-FILE
           PERFORM UNTIL HOLD-EOF
               READ HOLD-PLACEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   NOT AT END
                       MOVE HOLD-PLACEMENT-RECORD TO WS-HOLD-WORK
                       IF HWRK-IS-CANCELLED
                           PERFORM FIND-DEPOSIT-HOLD
                           IF WS-HOLD-FOUND-SUB > 0
                               MOVE 'N' TO HLT-ACTIVE-FLAG
                                   (WS-HOLD-FOUND-SUB)
                           END-IF
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
           MOVE HWRK-RELEASE-DATE TO HLT-RELEASE-DATE (WS-HOLD-COUNT)
           MOVE HWRK-DEPOSIT-DATE TO HLT-DEPOSIT-DATE (WS-HOLD-COUNT)
           MOVE HWRK-DEPOSIT-SEQ  TO HLT-DEPOSIT-SEQ (WS-HOLD-COUNT)
           MOVE 'Y'               TO HLT-ACTIVE-FLAG (WS-HOLD-COUNT).

      *****************************************************************
      *    FIND-DEPOSIT-HOLD - LOCATES THE ACTIVE HOLD PLACED BY THE
      *    DEPOSIT NAMED IN WS-HOLD-WORK (ACCOUNT, DEPOSIT POST DATE
      *    AND SEQUENCE).
      *****************************************************************
       FIND-DEPOSIT-HOLD SECTION.
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
           END-PERFORM.

      *****************************************************************
      *    SUM-ACCOUNT-HOLDS - TOTAL OF THE ACTIVE HOLDS ON THE
      *    ACCOUNT IN WS-HOLD-ACCOUNT, RETURNED IN WS-HOLD-TOTAL.
      *****************************************************************
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
      *    PLACE-DEPOSIT-HOLD - A FLAGGED DEPOSIT HAS JUST POSTED TO
      *    THE HELD ACCOUNT. ITS PRODUCT TYPE'S HOLD DAYS SET THE
      *    RELEASE DATE; A PRODUCT WITH NO HOLD DAYS IS NOT HELD. THE
      *    PLACEMENT IS BUFFERED WITH THE GROUP'S OTHER OUTPUT SO IT
      *    REACHES THE FILE ONLY WHEN THE POSTING IS HARDENED.
      *****************************************************************
       PLACE-DEPOSIT-HOLD SECTION.
           MOVE 0 TO WS-HOLD-DAYS
           PERFORM VARYING WS-HOLD-DAYS-SUB FROM 1 BY 1
               UNTIL WS-HOLD-DAYS-SUB > WS-HOLD-DAYS-COUNT
               IF HDT-PRODUCT-TYPE (WS-HOLD-DAYS-SUB)
                       = HELD-ACCT-PRODUCT-TYPE
                   MOVE HDT-HOLD-DAYS (WS-HOLD-DAYS-SUB)
                       TO WS-HOLD-DAYS
               END-IF
           END-PERFORM
           IF WS-HOLD-DAYS = 0
               GO TO PLACE-DEPOSIT-HOLD-EXIT
           END-IF

           COMPUTE WS-HOLD-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   + WS-HOLD-DAYS
           MOVE SPACES TO WS-HOLD-WORK
           MOVE WS-GROUP-ACCOUNT      TO HWRK-ACCOUNT-NUMBER
           MOVE TRANS-AMOUNT          TO HWRK-AMOUNT
           COMPUTE HWRK-RELEASE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-HOLD-DATE-INTEGER)
           MOVE WS-BUSINESS-DATE      TO HWRK-DEPOSIT-DATE
           MOVE WS-TRANSACTIONS-PROCESSED TO HWRK-DEPOSIT-SEQ
           MOVE 'P'                   TO HWRK-ACTION
           PERFORM ADD-HOLD-ENTRY
           ADD TRANS-AMOUNT TO WS-GROUP-HELD-AMOUNT
           PERFORM BUFFER-HOLD-RECORD
           ADD 1 TO WS-HOLDS-PLACED

       PLACE-DEPOSIT-HOLD-EXIT.
           EXIT.

      *****************************************************************
      *    CANCEL-DEPOSIT-HOLD - A REVERSED DEPOSIT TAKES ITS HOLD
      *    WITH IT; OTHERWISE THE SAME MONEY WOULD BE REMOVED FROM
      *    THE AVAILABLE BALANCE TWICE UNTIL THE HOLD RELEASED.
      *****************************************************************
       CANCEL-DEPOSIT-HOLD SECTION.
           MOVE SPACES TO WS-HOLD-WORK
           MOVE RLT-ACCOUNT-NUMBER (WS-REV-LEG-SUB)
               TO HWRK-ACCOUNT-NUMBER
           MOVE RLT-POST-DATE (WS-REV-LEG-SUB)   TO HWRK-DEPOSIT-DATE
           MOVE RLT-SEQUENCE-NO (WS-REV-LEG-SUB) TO HWRK-DEPOSIT-SEQ
           PERFORM FIND-DEPOSIT-HOLD
           IF WS-HOLD-FOUND-SUB = 0
               GO TO CANCEL-DEPOSIT-HOLD-EXIT
           END-IF

           MOVE 'N' TO HLT-ACTIVE-FLAG (WS-HOLD-FOUND-SUB)
           IF HWRK-ACCOUNT-NUMBER = WS-GROUP-ACCOUNT
               SUBTRACT HLT-AMOUNT (WS-HOLD-FOUND-SUB)
                   FROM WS-GROUP-HELD-AMOUNT
           END-IF
           MOVE HLT-AMOUNT (WS-HOLD-FOUND-SUB) TO HWRK-AMOUNT
           MOVE HLT-RELEASE-DATE (WS-HOLD-FOUND-SUB)
               TO HWRK-RELEASE-DATE
           MOVE 'C' TO HWRK-ACTION
           PERFORM BUFFER-HOLD-RECORD

       CANCEL-DEPOSIT-HOLD-EXIT.
           EXIT.

       BUFFER-HOLD-RECORD SECTION.
           ADD 1 TO WS-HLD-BUFFER-COUNT
           MOVE WS-HOLD-WORK
               TO WS-HLD-BUFFER-REC (WS-HLD-BUFFER-COUNT).

      *****************************************************************
      *    LOAD-OUTBOUND-PARM - THE SETTLEMENT ACCOUNT IS NEEDED ONLY
      *    WHEN AN 'O' ARRIVES, SO A MISSING PARAMETER FILE DOES NOT
      *    STOP THE RUN; EACH OUTBOUND PAYMENT SIMPLY REJECTS.
      *****************************************************************
       LOAD-OUTBOUND-PARM SECTION.
           OPEN INPUT OUTBOUND-PARM-FILE
           READ OUTBOUND-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-OBPM-EOF-FLAG
           END-READ
           IF NOT OBPM-EOF
               MOVE OBPM-SETTLEMENT-ACCOUNT TO WS-SETTLEMENT-ACCOUNT
           END-IF
           CLOSE OUTBOUND-PARM-FILE.

      *****************************************************************
      *    LOAD-LEGAL-ORDERS - ONE FREEZE ENTRY PER ACTIVE ORDER WITH
      *    AN UNSATISFIED AMOUNT. AN ORDER LEGAL HAS RELEASED AS OF
      *    TONIGHT NO LONGER FREEZES ANYTHING, EVEN THOUGH LEGLPROC
      *    DOES NOT MARK IT CLOSED UNTIL LATER IN THE CYCLE.
      *****************************************************************
       LOAD-LEGAL-ORDERS SECTION.
           OPEN INPUT LEGAL-ORDER-FILE
           PERFORM UNTIL LGOR-EOF
               READ LEGAL-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-LGOR-EOF-FLAG
                   NOT AT END
                       IF LGOR-IS-ACTIVE
                           AND LGOR-AMOUNT-ORDERED
                               > LGOR-AMOUNT-SATISFIED
                           AND (LGOR-RELEASE-DATE = 0
                               OR LGOR-RELEASE-DATE
                                   > WS-BUSINESS-DATE)
                           PERFORM ADD-FREEZE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE.

       ADD-FREEZE-ENTRY SECTION.
           IF WS-FREEZE-COUNT >= WS-FREEZE-MAX
               DISPLAY 'Error: Legal order freeze table full - '
                   LGOR-ORDER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FREEZE-COUNT
           MOVE LGOR-ACCOUNT-NUMBER
               TO FZT-ACCOUNT-NUMBER (WS-FREEZE-COUNT)
           COMPUTE FZT-AMOUNT (WS-FREEZE-COUNT) =
               LGOR-AMOUNT-ORDERED - LGOR-AMOUNT-SATISFIED.

      *****************************************************************
      *    SUM-ACCOUNT-FREEZE - TOTAL FROZEN BY LEGAL ORDERS ON THE
      *    ACCOUNT IN WS-FREEZE-ACCOUNT, RETURNED IN WS-FREEZE-TOTAL.
      *****************************************************************
       SUM-ACCOUNT-FREEZE SECTION.
           MOVE 0 TO WS-FREEZE-TOTAL
           PERFORM VARYING WS-FREEZE-SUB FROM 1 BY 1
               UNTIL WS-FREEZE-SUB > WS-FREEZE-COUNT
               IF FZT-ACCOUNT-NUMBER (WS-FREEZE-SUB)
                       = WS-FREEZE-ACCOUNT
                   ADD FZT-AMOUNT (WS-FREEZE-SUB) TO WS-FREEZE-TOTAL
               END-IF
           END-PERFORM.

      *****************************************************************
      *    CHECK-LEGAL-FREEZE - A CUSTOMER DEBIT OF TRANS-AMOUNT FROM
      *    THE HELD ACCOUNT MUST LEAVE AT LEAST THE FROZEN TOTAL
      *    AVAILABLE ABOVE THE ACCOUNT'S DEPOSIT HOLDS. ONE THAT WOULD
      *    NOT IS REJECTED HERE AND FREEZE-REJECTED IS SET.
      *****************************************************************
       CHECK-LEGAL-FREEZE SECTION.
           MOVE 'N' TO WS-FREEZE-REJECT-FLAG
           IF WS-GROUP-FROZEN-AMOUNT > 0
               AND HELD-ACCOUNT-BALANCE - WS-GROUP-HELD-AMOUNT
                   - TRANS-AMOUNT < WS-GROUP-FROZEN-AMOUNT
               DISPLAY 'Error: Legal order freeze - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 11 TO RJT-REASON-CODE
               MOVE 'LEGAL ORDER FREEZE' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               MOVE 'Y' TO WS-FREEZE-REJECT-FLAG
           END-IF.

      *****************************************************************
      *    LOAD-REVERSAL-REQUESTS - A PASS OVER SORTEDTR AHEAD OF
      *    POSTING COLLECTS EVERY 'R' ITEM'S ORIGINAL REFERENCE. THE
      *    FILE IS CLOSED AGAIN SO THE POSTING PASS (AND THE RESTART
      *    SKIP) STILL START FROM ITS FIRST RECORD.
      *****************************************************************
       LOAD-REVERSAL-REQUESTS SECTION.
           OPEN INPUT SORTED-TRANS-FILE
           PERFORM UNTIL END-OF-FILE
               READ SORTED-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANS-IS-REVERSAL
                           PERFORM LOAD-ONE-REVERSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-TRANS-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-ONE-REVERSAL SECTION.
           IF WS-REVERSAL-COUNT >= WS-REVERSAL-MAX
               DISPLAY 'Error: Reversal table full - '
                   TRANS-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REVERSAL-COUNT
           MOVE TRANS-ACCOUNT-NUMBER
               TO RVT-ACCOUNT-NUMBER (WS-REVERSAL-COUNT)
           MOVE TRANS-REVERSAL-OF-DATE
               TO RVT-POST-DATE (WS-REVERSAL-COUNT)
           MOVE TRANS-REVERSAL-OF-SEQ
               TO RVT-SEQUENCE-NO (WS-REVERSAL-COUNT)
           MOVE 'N' TO RVT-REVERSED-FLAG (WS-REVERSAL-COUNT).

      *****************************************************************
      *    FIND-REVERSAL-ORIGINALS - THE ORIGINAL MAY STILL BE ON
      *    YESTERDAY'S TRANS-JOURNAL (NOT YET ARCHIVED) OR ALREADY IN
      *    THE JOURNAL HISTORY, SO BOTH ARE SCANNED. TRANS-JOURNAL IS
      *    READ HERE BEFORE THIS RUN OPENS IT FOR OUTPUT; A MISSING
      *    FILE SIMPLY CONTRIBUTES NOTHING. A RECORD SEEN IN BOTH
      *    PLACES IS KEPT ONCE. THE HISTORY IS KEYED BY ACCOUNT, BUT
      *    AN ORIGINAL'S OTHER LEGS AND ANY EARLIER 'R' LEGS CAN SIT
      *    UNDER ANY ACCOUNT, SO IT IS STILL READ END TO END.
      *****************************************************************
       FIND-REVERSAL-ORIGINALS SECTION.
           MOVE 'H' TO WS-SCAN-SOURCE-FLAG
           OPEN INPUT JOURNAL-HISTORY
           PERFORM UNTIL HIST-EOF
               READ JOURNAL-HISTORY
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       MOVE JHST-JOURNAL-IMAGE TO WS-SCAN-JOURNAL
                       PERFORM NOTE-REVERSAL-CANDIDATE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-HISTORY

           MOVE 'J' TO WS-SCAN-SOURCE-FLAG
           OPEN INPUT TRANS-JOURNAL
           IF WS-JRNL-STATUS = '00'
               PERFORM UNTIL REV-SCAN-EOF
                   READ TRANS-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-REV-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE JOURNAL-RECORD TO WS-SCAN-JOURNAL
                           PERFORM NOTE-REVERSAL-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE TRANS-JOURNAL
           END-IF.

      *****************************************************************
      *    NOTE-REVERSAL-CANDIDATE - AN EXISTING 'R' LEG MARKS ITS
      *    ORIGINAL AS ALREADY REVERSED. AN 'R' LEG STAMPED WITH
      *    TONIGHT'S BUSINESS DATE ON TRANS-JOURNAL IS THIS CYCLE'S
      *    OWN WORK FROM A RUN THAT CRASHED. IT IS PASSED OVER ONLY
      *    WHEN THIS RUN WILL POST IT AGAIN - ON A RESTART, A SEQUENCE
      *    PAST THE CHECKPOINT IS REPLAYED, AND ON A FRESH RUN THE
      *    JOURNAL IS REWRITTEN FROM THE START - SO IT DOES NOT BLOCK
      *    ITS OWN REPLAY. A LEG AT OR BEFORE THE CHECKPOINT WAS
      *    HARDENED AND IS NOT REPLAYED, SO IT STILL MARKS ITS
      *    ORIGINAL AND A SECOND REQUEST AGAINST THE SAME ENTRY IS
      *    REFUSED. ANY OTHER LEG WHOSE DATE AND SEQUENCE MATCH A
      *    REQUEST IS PART OF THAT ORIGINAL ENTRY.
      *****************************************************************
       NOTE-REVERSAL-CANDIDATE SECTION.
           IF SCAN-TRANS-TYPE = 'R'
               IF SCANNING-TRANS-JOURNAL
                   AND SCAN-POST-DATE = WS-BUSINESS-DATE
                   AND (NOT RESTARTED-RUN
                       OR SCAN-SEQUENCE-NO > WS-CHECKPOINT-COUNT)
                   GO TO NOTE-REVERSAL-CANDIDATE-EXIT
               END-IF
               PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
                   UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
                   IF RVT-POST-DATE (WS-REVERSAL-SUB)
                           = SCAN-REVERSAL-OF-DATE
                       AND RVT-SEQUENCE-NO (WS-REVERSAL-SUB)
                           = SCAN-REVERSAL-OF-SEQ
                       MOVE 'Y' TO RVT-REVERSED-FLAG (WS-REVERSAL-SUB)
                   END-IF
               END-PERFORM
               GO TO NOTE-REVERSAL-CANDIDATE-EXIT
           END-IF

           MOVE 0 TO WS-REVERSAL-FOUND-SUB
           PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
               UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
               OR WS-REVERSAL-FOUND-SUB > 0
               IF RVT-POST-DATE (WS-REVERSAL-SUB) = SCAN-POST-DATE
                   AND RVT-SEQUENCE-NO (WS-REVERSAL-SUB)
                       = SCAN-SEQUENCE-NO
                   MOVE WS-REVERSAL-SUB TO WS-REVERSAL-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-REVERSAL-FOUND-SUB = 0
               GO TO NOTE-REVERSAL-CANDIDATE-EXIT
           END-IF

           MOVE 0 TO WS-REV-LEG-FOUND-SUB
           PERFORM VARYING WS-REV-LEG-SUB FROM 1 BY 1
               UNTIL WS-REV-LEG-SUB > WS-REV-LEG-COUNT
               OR WS-REV-LEG-FOUND-SUB > 0
               IF RLT-POST-DATE (WS-REV-LEG-SUB) = SCAN-POST-DATE
                   AND RLT-SEQUENCE-NO (WS-REV-LEG-SUB)
                       = SCAN-SEQUENCE-NO
                   AND RLT-ACCOUNT-NUMBER (WS-REV-LEG-SUB)
                       = SCAN-ACCOUNT-NUMBER
                   AND RLT-TRANS-TYPE (WS-REV-LEG-SUB)
                       = SCAN-TRANS-TYPE
                   AND RLT-BALANCE-BEFORE (WS-REV-LEG-SUB)
                       = SCAN-BALANCE-BEFORE
                   AND RLT-BALANCE-AFTER (WS-REV-LEG-SUB)
                       = SCAN-BALANCE-AFTER
                   MOVE WS-REV-LEG-SUB TO WS-REV-LEG-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-REV-LEG-FOUND-SUB > 0
               GO TO NOTE-REVERSAL-CANDIDATE-EXIT
           END-IF

           IF WS-REV-LEG-COUNT >= WS-REV-LEG-MAX
               DISPLAY 'Error: Reversal leg table full - '
                   SCAN-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REV-LEG-COUNT
           MOVE SCAN-ACCOUNT-NUMBER
               TO RLT-ACCOUNT-NUMBER (WS-REV-LEG-COUNT)
           MOVE SCAN-TRANS-TYPE   TO RLT-TRANS-TYPE (WS-REV-LEG-COUNT)
           MOVE SCAN-AMOUNT       TO RLT-AMOUNT (WS-REV-LEG-COUNT)
           MOVE SCAN-BALANCE-BEFORE
               TO RLT-BALANCE-BEFORE (WS-REV-LEG-COUNT)
           MOVE SCAN-BALANCE-AFTER
               TO RLT-BALANCE-AFTER (WS-REV-LEG-COUNT)
           MOVE SCAN-POST-DATE    TO RLT-POST-DATE (WS-REV-LEG-COUNT)
           MOVE SCAN-SEQUENCE-NO
               TO RLT-SEQUENCE-NO (WS-REV-LEG-COUNT)

       NOTE-REVERSAL-CANDIDATE-EXIT.
           EXIT.

      *****************************************************************
      *    PROCESS-TRANSACTION - THE INPUT IS BANKEDIT'S SORTEDTR,
      *    SO EVERY TRANSACTION FOR AN ACCOUNT ARRIVES CONSECUTIVELY.
      *****************************************************************
           IF WS-OD-BUFFER-COUNT >= WS-OD-BUFFER-MAX
               OR WS-RJT-BUFFER-COUNT >= WS-RJT-BUFFER-MAX
               OR WS-HLD-BUFFER-COUNT >= WS-HLD-BUFFER-MAX
               OR WS-OBI-BUFFER-COUNT >= WS-OBI-BUFFER-MAX
               PERFORM HARDEN-GROUP-PROGRESS
           END-IF

               GO TO NEXT-TRANSACTION
           END-IF

      *****************************************************************
      *    A CLOSED ACCOUNT TAKES NO FURTHER ACTIVITY OF ANY KIND -
      *    CREDITS INCLUDED - SO NOTHING CAN REOPEN A BALANCE THAT HAS
      *    ALREADY BEEN PAID OUT. AN ACCOUNT STILL CLOSE-PENDING POSTS
      *    NORMALLY UNTIL ITS PAYOUT, WHICH SORTS LAST IN THE GROUP.
      *****************************************************************
           IF HELD-ACCT-IS-CLOSED
               DISPLAY 'Error: Account closed - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 09 TO RJT-REASON-CODE
               MOVE 'ACCOUNT CLOSED' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO NEXT-TRANSACTION
           END-IF

           IF TRANS-IS-TRANSFER
               PERFORM PROCESS-TRANSFER
               GO TO NEXT-TRANSACTION
           END-IF

           IF TRANS-IS-CLOSE-PAYOUT
               PERFORM PROCESS-CLOSE-PAYOUT
               GO TO NEXT-TRANSACTION
           END-IF

           IF TRANS-IS-OUTBOUND
               PERFORM PROCESS-OUTBOUND
               GO TO NEXT-TRANSACTION
           END-IF

           IF TRANS-IS-REVERSAL
               PERFORM PROCESS-REVERSAL
               GO TO NEXT-TRANSACTION
           END-IF

           MOVE HELD-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE

           EVALUATE TRANS-TYPE
               WHEN 'D'
                   ADD TRANS-AMOUNT TO HELD-ACCOUNT-BALANCE
                   IF TRANS-HOLD-FUNDS
                       PERFORM PLACE-DEPOSIT-HOLD
                   END-IF
               WHEN 'I'
                   ADD TRANS-AMOUNT TO HELD-ACCOUNT-BALANCE
               WHEN 'W'
                       PERFORM WRITE-REJECT
                       GO TO NEXT-TRANSACTION
                   END-IF
                   PERFORM CHECK-LEGAL-FREEZE
                   IF FREEZE-REJECTED
                       GO TO NEXT-TRANSACTION
                   END-IF
                   SUBTRACT TRANS-AMOUNT FROM HELD-ACCOUNT-BALANCE
                   ADD TRANS-AMOUNT TO HELD-ACCT-WITHDRAWN-TODAY
                   IF HELD-ACCOUNT-BALANCE < WS-GROUP-HELD-AMOUNT
                       MOVE 'Y' TO WS-COVER-NEEDED-FLAG
                   END-IF
               WHEN 'F'
                   SUBTRACT TRANS-AMOUNT FROM HELD-ACCOUNT-BALANCE
                   IF HELD-ACCOUNT-BALANCE < WS-GROUP-HELD-AMOUNT
                       MOVE 'Y' TO WS-COVER-NEEDED-FLAG
                   END-IF
               WHEN OTHER
           MOVE 'Y' TO WS-GROUP-ACTIVE-FLAG
           MOVE 'N' TO WS-GROUP-DIRTY-FLAG
           MOVE 'N' TO WS-GROUP-FOUND-FLAG
           MOVE 0   TO WS-GROUP-HELD-AMOUNT
           MOVE 0   TO WS-GROUP-FROZEN-AMOUNT

           MOVE TRANS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
                   MOVE ACCOUNT-RECORD TO HELD-ACCOUNT-RECORD
                   MOVE 'Y' TO WS-GROUP-FOUND-FLAG
                   DISPLAY 'Posting account: ' TRANS-ACCOUNT-NUMBER
           END-READ

           IF GROUP-ACCOUNT-FOUND
               MOVE TRANS-ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
               PERFORM SUM-ACCOUNT-HOLDS
               MOVE WS-HOLD-TOTAL TO WS-GROUP-HELD-AMOUNT
               MOVE TRANS-ACCOUNT-NUMBER TO WS-FREEZE-ACCOUNT
               PERFORM SUM-ACCOUNT-FREEZE
               MOVE WS-FREEZE-TOTAL TO WS-GROUP-FROZEN-AMOUNT
           END-IF.

       FINISH-ACCOUNT-GROUP SECTION.
           IF NOT GROUP-ACTIVE
      *    LEGS - AND NO OVERDRAFT RECORD IS WRITTEN, SO OVDRNOTE
      *    NEVER CHARGES THE FEE. ONLY WHEN NO LINK EXISTS, THE SWEEP
      *    WOULD EXCEED THE PER-SWEEP LIMIT, OR THE FUNDING ACCOUNT
      *    IS MISSING, HELD, CLOSED, OR SHORT DOES THE OVERDRAFT
      *    RECORD GO OUT AS BEFORE. THE SWEEP IS BANK-ORIGINATED
      *    PROTECTION, NOT CUSTOMER ACTIVITY: IT BYPASSES THE FUNDING
      *    ACCOUNT'S DAILY WITHDRAWAL LIMIT AND TOUCHES NO ACTIVITY
      *    DATE. THE FUNDING REWRITE IS ON FILE AT ONCE, SO THE GROUP
      *    IS HARDENED IMMEDIATELY, EXACTLY AS AFTER A TRANSFER.
      *    "NEGATIVE" AND "SHORT" ARE JUDGED ON AVAILABLE BALANCE:
      *    THE SWEEP COVERS THE SHORTFALL BELOW THE ACCOUNT'S ACTIVE
      *    DEPOSIT HOLDS, AND HELD FUNDS IN THE FUNDING ACCOUNT ARE
      *    NOT SWEPT. NEITHER ARE FUNDS FROZEN THERE BY A LEGAL ORDER.
      *****************************************************************
       COVER-OVERDRAWN-BALANCE SECTION.
           MOVE 0 TO WS-LINK-FOUND-SUB
               GO TO COVER-OVERDRAWN-BALANCE-EXIT
           END-IF

           COMPUTE WS-SWEEP-AMOUNT =
               WS-GROUP-HELD-AMOUNT - HELD-ACCOUNT-BALANCE

           IF LKT-FUNDING-ACCOUNT (WS-LINK-FOUND-SUB)
                   = WS-GROUP-ACCOUNT
                   GO TO COVER-OVERDRAWN-BALANCE-EXIT
           END-READ

           MOVE ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
           PERFORM SUM-ACCOUNT-HOLDS
           MOVE ACCOUNT-NUMBER TO WS-FREEZE-ACCOUNT
           PERFORM SUM-ACCOUNT-FREEZE
           IF ACCT-ON-HOLD
               OR ACCT-IS-CLOSED
               OR ACCOUNT-BALANCE - WS-HOLD-TOTAL - WS-FREEZE-TOTAL
                   < WS-SWEEP-AMOUNT
               PERFORM WRITE-HELD-OVERDRAFT
               GO TO COVER-OVERDRAWN-BALANCE-EXIT
           END-IF
      *****************************************************************
      *    PROCESS-TRANSFER - POSTS BOTH LEGS OF A 'T' TRANSACTION.
      *    THE FROM-ACCOUNT IS THE HELD GROUP RECORD AND IS VALIDATED
      *    (HOLD, DAILY LIMIT, LEGAL FREEZE) BEFORE EITHER LEG IS
      *    WRITTEN, SO A REJECTED TRANSFER NEVER LEAVES A CREDITED
      *    TO-ACCOUNT WITH NO OFFSETTING DEBIT. THE TO-ACCOUNT USES
      *    THE FILE RECORD AREA AND IS REWRITTEN AT ONCE; A TRANSFER
      *    BACK TO THE GROUP ACCOUNT ITSELF CREDITS THE HELD COPY
      *    INSTEAD. AFTER BOTH LEGS THE HELD RECORD IS HARDENED AND A
      *    CHECKPOINT TAKEN, SO A CRASH CAN NEVER REPLAY A TO-ACCOUNT
      *    CREDIT WHOSE FROM-ACCOUNT DEBIT IS ALREADY ON FILE.
      *****************************************************************
       PROCESS-TRANSFER SECTION.
           IF HELD-ACCT-ON-HOLD
               PERFORM WRITE-REJECT
               GO TO PROCESS-TRANSFER-EXIT
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF FREEZE-REJECTED
               GO TO PROCESS-TRANSFER-EXIT
           END-IF

           IF TRANS-TO-ACCOUNT-NUMBER = WS-GROUP-ACCOUNT
               MOVE HELD-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
                       PERFORM WRITE-REJECT
                       GO TO PROCESS-TRANSFER-EXIT
               END-READ
               IF ACCT-IS-CLOSED
                   DISPLAY 'Error: Transfer to-account closed - '
                       TRANS-TO-ACCOUNT-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 09 TO RJT-REASON-CODE
                   MOVE 'TO-ACCOUNT CLOSED' TO RJT-REASON-TEXT
                   PERFORM WRITE-REJECT
                   GO TO PROCESS-TRANSFER-EXIT
               END-IF
               MOVE ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
               ADD TRANS-AMOUNT TO ACCOUNT-BALANCE
               MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE HELD-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT TRANS-AMOUNT FROM HELD-ACCOUNT-BALANCE
           ADD TRANS-AMOUNT TO HELD-ACCT-WITHDRAWN-TODAY
           IF HELD-ACCOUNT-BALANCE < WS-GROUP-HELD-AMOUNT
               PERFORM WRITE-HELD-OVERDRAFT
           END-IF
           MOVE WS-BUSINESS-DATE TO HELD-ACCT-LAST-ACTIVITY-DATE
       PROCESS-TRANSFER-EXIT.
           EXIT.

      *****************************************************************
      *    PROCESS-REVERSAL - UNDOES EVERY JOURNAL LEG OF THE NAMED
      *    ORIGINAL ENTRY, SO A TRANSFER OR AN OVERDRAFT SWEEP COMES
      *    BACK OUT ON BOTH SIDES AT ONCE. THE REQUESTING ACCOUNT MUST
      *    HOLD ONE OF THE LEGS. EACH LEG'S OWN BALANCE MOVEMENT
      *    (AFTER MINUS BEFORE) IS TAKEN BACK OUT OF THAT ACCOUNT AND
      *    JOURNALED AS AN 'R' LEG LINKED TO THE ORIGINAL. EVERY LEG'S
      *    ACCOUNT IS CONFIRMED ON FILE BEFORE ANY LEG POSTS, SO A
      *    REVERSAL IS NEVER LEFT HALF APPLIED. A REVERSAL IS A BANK
      *    CORRECTION: HOLD AND DAILY LIMIT DO NOT APPLY, NO ACTIVITY
      *    DATE MOVES, AND NO OVERDRAFT RECORD IS RAISED - NO FEE
      *    MAY FOLLOW FROM AN ENTRY THAT SHOULD NEVER HAVE POSTED.
      *    LIKE A TRANSFER, THE GROUP IS HARDENED AT ONCE
      *    BECAUSE OTHER ACCOUNTS ARE ALREADY REWRITTEN.
      *****************************************************************
       PROCESS-REVERSAL SECTION.
           MOVE 0 TO WS-REVERSAL-FOUND-SUB
           PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
               UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
               OR WS-REVERSAL-FOUND-SUB > 0
               IF RVT-ACCOUNT-NUMBER (WS-REVERSAL-SUB)
                       = TRANS-ACCOUNT-NUMBER
                   AND RVT-POST-DATE (WS-REVERSAL-SUB)
                       = TRANS-REVERSAL-OF-DATE
                   AND RVT-SEQUENCE-NO (WS-REVERSAL-SUB)
                       = TRANS-REVERSAL-OF-SEQ
                   MOVE WS-REVERSAL-SUB TO WS-REVERSAL-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-REVERSAL-FOUND-SUB > 0
               IF RVT-REVERSED (WS-REVERSAL-FOUND-SUB)
                   DISPLAY 'Error: Original already reversed - '
                       TRANS-ACCOUNT-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 08 TO RJT-REASON-CODE
                   MOVE 'ORIGINAL ALREADY REVERSED' TO RJT-REASON-TEXT
                   PERFORM WRITE-REJECT
                   GO TO PROCESS-REVERSAL-EXIT
               END-IF
           END-IF

           MOVE 'N' TO WS-OWN-LEG-FLAG
           MOVE 'Y' TO WS-LEG-ACCOUNT-FLAG
           MOVE 'Y' TO WS-LEG-OPEN-FLAG
           MOVE 'N' TO WS-LEG-OUTBOUND-FLAG
           MOVE 'N' TO WS-LEG-SEIZURE-FLAG
           PERFORM VARYING WS-REV-LEG-SUB FROM 1 BY 1
               UNTIL WS-REV-LEG-SUB > WS-REV-LEG-COUNT
               IF RLT-POST-DATE (WS-REV-LEG-SUB)
                       = TRANS-REVERSAL-OF-DATE
                   AND RLT-SEQUENCE-NO (WS-REV-LEG-SUB)
                       = TRANS-REVERSAL-OF-SEQ
                   PERFORM CHECK-REVERSAL-LEG
               END-IF
           END-PERFORM

           IF WS-REVERSAL-FOUND-SUB = 0
               OR NOT OWN-LEG-FOUND
               DISPLAY 'Error: Original entry not found - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 07 TO RJT-REASON-CODE
               MOVE 'ORIGINAL ENTRY NOT FOUND' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-REVERSAL-EXIT
           END-IF

      *****************************************************************
      *    AN OUTBOUND PAYMENT HAS ALREADY GONE TO THE CORRESPONDENT
      *    BY THE TIME A REVERSAL CAN REACH IT. ITS MONEY COMES BACK
      *    ONLY AS A CORRESPONDENT RETURN, WHICH INTCONV RE-CREDITS;
      *    REVERSING IT HERE AS WELL WOULD REFUND THE CUSTOMER TWICE.
      *****************************************************************
           IF LEG-IS-OUTBOUND
               DISPLAY 'Error: Outbound payment not reversible - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 02 TO RJT-REASON-CODE
               MOVE 'SENT ITEM NOT REVERSIBLE' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-REVERSAL-EXIT
           END-IF

      *****************************************************************
      *    A LEGAL SEIZURE HAS BEEN REMITTED UNDER A COURT ORDER AND
      *    IS COUNTED AGAINST IT ON THE LEGAL ORDER FILE. SEIZED FUNDS
      *    COME BACK ONLY THROUGH THE LEGAL DEPARTMENT, NEVER BY A
      *    REVERSAL THE ORDER WOULD KNOW NOTHING ABOUT.
      *****************************************************************
           IF LEG-IS-SEIZURE
               DISPLAY 'Error: Legal seizure not reversible - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 02 TO RJT-REASON-CODE
               MOVE 'SEIZURE NOT REVERSIBLE' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-REVERSAL-EXIT
           END-IF

           IF NOT LEG-ACCOUNTS-PRESENT
               DISPLAY 'Error: Reversal leg account not found - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 07 TO RJT-REASON-CODE
               MOVE 'ORIGINAL LEG ACCT MISSING' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-REVERSAL-EXIT
           END-IF

           IF NOT LEG-ACCOUNTS-OPEN
               DISPLAY 'Error: Reversal leg account closed - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 09 TO RJT-REASON-CODE
               MOVE 'ORIGINAL LEG ACCT CLOSED' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-REVERSAL-EXIT
           END-IF

           MOVE TRANS-REVERSAL-OF-DATE TO WS-REVERSAL-OF-DATE
           MOVE TRANS-REVERSAL-OF-SEQ  TO WS-REVERSAL-OF-SEQ
           PERFORM VARYING WS-REV-LEG-SUB FROM 1 BY 1
               UNTIL WS-REV-LEG-SUB > WS-REV-LEG-COUNT
               IF RLT-POST-DATE (WS-REV-LEG-SUB)
                       = TRANS-REVERSAL-OF-DATE
                   AND RLT-SEQUENCE-NO (WS-REV-LEG-SUB)
                       = TRANS-REVERSAL-OF-SEQ
                   PERFORM POST-REVERSAL-LEG
               END-IF
           END-PERFORM
           MOVE 0     TO WS-REVERSAL-OF-DATE
           MOVE 0     TO WS-REVERSAL-OF-SEQ
           MOVE SPACE TO WS-REVERSAL-OF-TYPE

           PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
               UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
               IF RVT-POST-DATE (WS-REVERSAL-SUB)
                       = TRANS-REVERSAL-OF-DATE
                   AND RVT-SEQUENCE-NO (WS-REVERSAL-SUB)
                       = TRANS-REVERSAL-OF-SEQ
                   MOVE 'Y' TO RVT-REVERSED-FLAG (WS-REVERSAL-SUB)
               END-IF
           END-PERFORM

           ADD 1 TO WS-REVERSALS-POSTED
           DISPLAY 'Reversal posted: ' TRANS-ACCOUNT-NUMBER
               ' of ' TRANS-REVERSAL-OF-DATE '/' TRANS-REVERSAL-OF-SEQ

           PERFORM HARDEN-GROUP-PROGRESS

       PROCESS-REVERSAL-EXIT.
           EXIT.

       CHECK-REVERSAL-LEG SECTION.
           IF RLT-TRANS-TYPE (WS-REV-LEG-SUB) = 'O'
               MOVE 'Y' TO WS-LEG-OUTBOUND-FLAG
           END-IF
           IF RLT-TRANS-TYPE (WS-REV-LEG-SUB) = 'S'
               MOVE 'Y' TO WS-LEG-SEIZURE-FLAG
           END-IF
           IF RLT-ACCOUNT-NUMBER (WS-REV-LEG-SUB) = WS-GROUP-ACCOUNT
               MOVE 'Y' TO WS-OWN-LEG-FLAG
           ELSE
               MOVE RLT-ACCOUNT-NUMBER (WS-REV-LEG-SUB)
                   TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LEG-ACCOUNT-FLAG
                   NOT INVALID KEY
                       IF ACCT-IS-CLOSED
                           MOVE 'N' TO WS-LEG-OPEN-FLAG
                       END-IF
               END-READ
           END-IF.

       POST-REVERSAL-LEG SECTION.
           IF RLT-TRANS-TYPE (WS-REV-LEG-SUB) = 'D'
               PERFORM CANCEL-DEPOSIT-HOLD
           END-IF
           COMPUTE WS-REVERSAL-DELTA =
               RLT-BALANCE-AFTER (WS-REV-LEG-SUB)
                   - RLT-BALANCE-BEFORE (WS-REV-LEG-SUB)
           MOVE RLT-TRANS-TYPE (WS-REV-LEG-SUB) TO WS-REVERSAL-OF-TYPE

           IF RLT-ACCOUNT-NUMBER (WS-REV-LEG-SUB) = WS-GROUP-ACCOUNT
               MOVE HELD-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-REVERSAL-DELTA FROM HELD-ACCOUNT-BALANCE
               MOVE 'Y' TO WS-GROUP-DIRTY-FLAG
               MOVE HELD-ACCOUNT-BALANCE  TO JRNL-BALANCE-AFTER
               MOVE HELD-ACCT-BRANCH-CODE TO JRNL-BRANCH-CODE
           ELSE
               MOVE RLT-ACCOUNT-NUMBER (WS-REV-LEG-SUB)
                   TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
               MOVE ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-REVERSAL-DELTA FROM ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE ACCOUNT-BALANCE  TO JRNL-BALANCE-AFTER
               MOVE ACCT-BRANCH-CODE TO JRNL-BRANCH-CODE
           END-IF

           MOVE RLT-ACCOUNT-NUMBER (WS-REV-LEG-SUB)
               TO JRNL-ACCOUNT-NUMBER
           MOVE 'R'                     TO JRNL-TRANS-TYPE
           MOVE RLT-AMOUNT (WS-REV-LEG-SUB) TO JRNL-AMOUNT
           MOVE WS-BALANCE-BEFORE       TO JRNL-BALANCE-BEFORE
           MOVE WS-BUSINESS-DATE        TO JRNL-POST-DATE
           MOVE WS-TRANSACTIONS-PROCESSED TO JRNL-SEQUENCE-NO
           PERFORM WRITE-JOURNAL-RECORD.

      *****************************************************************
      *    PROCESS-CLOSE-PAYOUT - THE 'X' ACCTMAIN WROTE FOR A CLOSE
      *    REQUEST. IT SORTS AFTER EVERY OTHER TYPE, SO THE FINAL
      *    INTEREST AND ANY CLOSING FEE IN THE SAME GROUP HAVE ALREADY
      *    POSTED AND THE HELD BALANCE IS THE FINAL ONE. THAT WHOLE
      *    LEDGER BALANCE - DEPOSIT HOLDS DO NOT KEEP MONEY BACK FROM A
      *    CLOSE THE BANK HAS APPROVED - IS PAID TO THE NAMED PAYOUT
      *    ACCOUNT AS A TWO-LEG 'T', OR WITH NO PAYOUT ACCOUNT AS A
      *    SINGLE 'X' LEG THAT GLEXTRC POSTS TO THE OFFICIAL-CHECK GL.
      *    THE ACCOUNT IS THEN MARKED CLOSED AS OF THE BUSINESS DATE.
      *    A PAYOUT FOR AN ACCOUNT WITH NO CLOSE PENDING, ON HOLD,
      *    FROZEN BY A LEGAL ORDER, OR LEFT OVERDRAWN BY THE CLOSING
      *    ENTRIES IS REFUSED AND THE ACCOUNT STAYS PENDING FOR THE
      *    BRANCH TO RESOLVE.
      *****************************************************************
       PROCESS-CLOSE-PAYOUT SECTION.
           IF NOT HELD-ACCT-CLOSE-PENDING
               DISPLAY 'Error: No close pending - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 10 TO RJT-REASON-CODE
               MOVE 'NO CLOSE PENDING' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-CLOSE-PAYOUT-EXIT
           END-IF
           IF HELD-ACCT-ON-HOLD
               DISPLAY 'Error: Account on hold - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 03 TO RJT-REASON-CODE
               MOVE 'ACCOUNT ON HOLD' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-CLOSE-PAYOUT-EXIT
           END-IF
           IF WS-GROUP-FROZEN-AMOUNT > 0
               DISPLAY 'Error: Legal order freeze - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 11 TO RJT-REASON-CODE
               MOVE 'LEGAL ORDER FREEZE' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-CLOSE-PAYOUT-EXIT
           END-IF
           IF HELD-ACCOUNT-BALANCE < 0
               DISPLAY 'Error: Closing account overdrawn - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 12 TO RJT-REASON-CODE
               MOVE 'CLOSING BALANCE OVERDRAWN' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-CLOSE-PAYOUT-EXIT
           END-IF

           MOVE HELD-ACCOUNT-BALANCE TO WS-PAYOUT-AMOUNT

           IF WS-PAYOUT-AMOUNT > 0
               AND TRANS-TO-ACCOUNT-NUMBER NOT = SPACES
               MOVE TRANS-TO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY
                       DISPLAY 'Error: Payout account not found - '
                           TRANS-TO-ACCOUNT-NUMBER
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 05 TO RJT-REASON-CODE
                       MOVE 'TO-ACCOUNT NOT FOUND'
                           TO RJT-REASON-TEXT
                       PERFORM WRITE-REJECT
                       GO TO PROCESS-CLOSE-PAYOUT-EXIT
               END-READ
               IF ACCT-IS-CLOSED
                   OR ACCOUNT-NUMBER = WS-GROUP-ACCOUNT
                   DISPLAY 'Error: Payout account closed - '
                       TRANS-TO-ACCOUNT-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 09 TO RJT-REASON-CODE
                   MOVE 'TO-ACCOUNT CLOSED' TO RJT-REASON-TEXT
                   PERFORM WRITE-REJECT
                   GO TO PROCESS-CLOSE-PAYOUT-EXIT
               END-IF

               MOVE ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-PAYOUT-AMOUNT TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD

               MOVE ACCOUNT-NUMBER        TO JRNL-ACCOUNT-NUMBER
               MOVE 'T'                   TO JRNL-TRANS-TYPE
               MOVE WS-PAYOUT-AMOUNT      TO JRNL-AMOUNT
               MOVE WS-BALANCE-BEFORE     TO JRNL-BALANCE-BEFORE
               MOVE ACCOUNT-BALANCE       TO JRNL-BALANCE-AFTER
               MOVE WS-BUSINESS-DATE      TO JRNL-POST-DATE
               MOVE WS-TRANSACTIONS-PROCESSED TO JRNL-SEQUENCE-NO
               MOVE ACCT-BRANCH-CODE      TO JRNL-BRANCH-CODE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF

           IF WS-PAYOUT-AMOUNT > 0
               MOVE HELD-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-PAYOUT-AMOUNT FROM HELD-ACCOUNT-BALANCE

               MOVE WS-GROUP-ACCOUNT      TO JRNL-ACCOUNT-NUMBER
               IF TRANS-TO-ACCOUNT-NUMBER = SPACES
                   MOVE 'X'               TO JRNL-TRANS-TYPE
               ELSE
                   MOVE 'T'               TO JRNL-TRANS-TYPE
               END-IF
               MOVE WS-PAYOUT-AMOUNT      TO JRNL-AMOUNT
               MOVE WS-BALANCE-BEFORE     TO JRNL-BALANCE-BEFORE
               MOVE HELD-ACCOUNT-BALANCE  TO JRNL-BALANCE-AFTER
               MOVE WS-BUSINESS-DATE      TO JRNL-POST-DATE
               MOVE WS-TRANSACTIONS-PROCESSED TO JRNL-SEQUENCE-NO
               MOVE HELD-ACCT-BRANCH-CODE TO JRNL-BRANCH-CODE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF

           MOVE 'C'              TO HELD-ACCT-STATUS
           MOVE WS-BUSINESS-DATE TO HELD-ACCT-CLOSE-DATE
           MOVE 'Y' TO WS-GROUP-DIRTY-FLAG
           ADD 1 TO WS-ACCOUNTS-CLOSED
           DISPLAY 'Account closed: ' WS-GROUP-ACCOUNT

           PERFORM HARDEN-GROUP-PROGRESS

       PROCESS-CLOSE-PAYOUT-EXIT.
           EXIT.

      *****************************************************************
      *    PROCESS-OUTBOUND - POSTS AN 'O' PAYMENT TO ANOTHER BANK.
      *    IT IS CUSTOMER MONEY LEAVING LIKE A TRANSFER, SO THE SAME
      *    HOLD, DAILY LIMIT AND LEGAL FREEZE TESTS APPLY BEFORE
      *    EITHER LEG POSTS.
      *    THE SETTLEMENT ACCOUNT TAKES THE CREDIT LEG THROUGH THE
      *    FILE RECORD AREA AND IS REWRITTEN AT ONCE, THE CUSTOMER'S
      *    HELD RECORD TAKES THE DEBIT, AND THE ITEM IS BUFFERED FOR
      *    THE OUTBOUND ITEM FILE. THE GROUP IS THEN HARDENED, AS
      *    AFTER A TRANSFER, SO THE ITEM FILE, THE SETTLEMENT CREDIT
      *    AND THE CHECKPOINT ALWAYS AGREE ON RESTART.
      *****************************************************************
       PROCESS-OUTBOUND SECTION.
           IF HELD-ACCT-ON-HOLD
               DISPLAY 'Error: Account on hold - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 03 TO RJT-REASON-CODE
               MOVE 'ACCOUNT ON HOLD' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-OUTBOUND-EXIT
           END-IF
           IF HELD-ACCT-DAILY-WITHDRAWAL-LIMIT > 0
               AND (HELD-ACCT-WITHDRAWN-TODAY + TRANS-AMOUNT)
                   > HELD-ACCT-DAILY-WITHDRAWAL-LIMIT
               DISPLAY 'Error: Withdrawal limit exceeded - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 04 TO RJT-REASON-CODE
               MOVE 'WITHDRAWAL LIMIT EXCEEDED'
                   TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-OUTBOUND-EXIT
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF FREEZE-REJECTED
               GO TO PROCESS-OUTBOUND-EXIT
           END-IF

           IF WS-SETTLEMENT-ACCOUNT = SPACES
               OR WS-SETTLEMENT-ACCOUNT = WS-GROUP-ACCOUNT
               DISPLAY 'Error: No outbound settlement account - '
                   TRANS-ACCOUNT-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE 05 TO RJT-REASON-CODE
               MOVE 'SETTLEMENT ACCT NOT FOUND' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-OUTBOUND-EXIT
           END-IF

           MOVE WS-SETTLEMENT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY 'Error: Settlement account not found - '
                       WS-SETTLEMENT-ACCOUNT
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 05 TO RJT-REASON-CODE
                   MOVE 'SETTLEMENT ACCT NOT FOUND'
                       TO RJT-REASON-TEXT
                   PERFORM WRITE-REJECT
                   GO TO PROCESS-OUTBOUND-EXIT
           END-READ
           IF ACCT-IS-CLOSED
               DISPLAY 'Error: Settlement account closed - '
                   WS-SETTLEMENT-ACCOUNT
               ADD 1 TO WS-ERROR-COUNT
               MOVE 09 TO RJT-REASON-CODE
               MOVE 'SETTLEMENT ACCT CLOSED' TO RJT-REASON-TEXT
               PERFORM WRITE-REJECT
               GO TO PROCESS-OUTBOUND-EXIT
           END-IF

           MOVE ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
           ADD TRANS-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE ACCOUNT-NUMBER          TO JRNL-ACCOUNT-NUMBER
           MOVE TRANS-TYPE              TO JRNL-TRANS-TYPE
           MOVE TRANS-AMOUNT            TO JRNL-AMOUNT
           MOVE WS-BALANCE-BEFORE       TO JRNL-BALANCE-BEFORE
           MOVE ACCOUNT-BALANCE         TO JRNL-BALANCE-AFTER
           MOVE WS-BUSINESS-DATE        TO JRNL-POST-DATE
           MOVE WS-TRANSACTIONS-PROCESSED TO JRNL-SEQUENCE-NO
           MOVE ACCT-BRANCH-CODE        TO JRNL-BRANCH-CODE
           PERFORM WRITE-JOURNAL-RECORD

           MOVE HELD-ACCOUNT-BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT TRANS-AMOUNT FROM HELD-ACCOUNT-BALANCE
           ADD TRANS-AMOUNT TO HELD-ACCT-WITHDRAWN-TODAY
           IF HELD-ACCOUNT-BALANCE < WS-GROUP-HELD-AMOUNT
               PERFORM WRITE-HELD-OVERDRAFT
           END-IF
           MOVE WS-BUSINESS-DATE TO HELD-ACCT-LAST-ACTIVITY-DATE
           MOVE 'Y' TO WS-GROUP-DIRTY-FLAG

           MOVE TRANS-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER
           MOVE TRANS-TYPE           TO JRNL-TRANS-TYPE
           MOVE TRANS-AMOUNT         TO JRNL-AMOUNT
           MOVE WS-BALANCE-BEFORE    TO JRNL-BALANCE-BEFORE
           MOVE HELD-ACCOUNT-BALANCE TO JRNL-BALANCE-AFTER
           MOVE WS-BUSINESS-DATE     TO JRNL-POST-DATE
           MOVE WS-TRANSACTIONS-PROCESSED TO JRNL-SEQUENCE-NO
           MOVE HELD-ACCT-BRANCH-CODE TO JRNL-BRANCH-CODE
           PERFORM WRITE-JOURNAL-RECORD

           MOVE SPACES                   TO WS-OUTBOUND-WORK
           MOVE TRANS-ACCOUNT-NUMBER     TO OWRK-ACCOUNT-NUMBER
           MOVE TRANS-AMOUNT             TO OWRK-AMOUNT
           MOVE TRANS-EXT-ROUTING-NUMBER TO OWRK-ROUTING-NUMBER
           MOVE TRANS-EXT-ACCOUNT-NUMBER TO OWRK-EXT-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE         TO OWRK-POST-DATE
           MOVE WS-TRANSACTIONS-PROCESSED TO OWRK-SEQUENCE-NO
           MOVE HELD-ACCT-BRANCH-CODE    TO OWRK-BRANCH-CODE
           MOVE WS-SETTLEMENT-ACCOUNT    TO OWRK-SETTLEMENT-ACCOUNT
           ADD 1 TO WS-OBI-BUFFER-COUNT
           MOVE WS-OUTBOUND-WORK
               TO WS-OBI-BUFFER-REC (WS-OBI-BUFFER-COUNT)
           ADD 1 TO WS-OUTBOUND-POSTED

           PERFORM HARDEN-GROUP-PROGRESS

       PROCESS-OUTBOUND-EXIT.
           EXIT.

      *****************************************************************
      *    HARDEN-GROUP-PROGRESS - A TRANSFER'S TO-ACCOUNT CREDIT IS
      *    ALREADY ON FILE, SO THE HELD FROM-ACCOUNT STATE AND THE
           MOVE TRANS-AMOUNT            TO RJT-AMOUNT
           MOVE TRANS-TO-ACCOUNT-NUMBER TO RJT-TO-ACCOUNT-NUMBER
           MOVE TRANS-ORIGIN-REF        TO RJT-ORIGIN-REF
           MOVE TRANS-HOLD-FLAG         TO RJT-HOLD-FLAG
           ADD 1 TO WS-RJT-BUFFER-COUNT
           MOVE REJECT-RECORD
               TO WS-RJT-BUFFER-REC (WS-RJT-BUFFER-COUNT).
                   TO REJECT-RECORD
               WRITE REJECT-RECORD
           END-PERFORM
           MOVE 0 TO WS-RJT-BUFFER-COUNT

           PERFORM VARYING WS-HLD-BUFFER-SUB FROM 1 BY 1
               UNTIL WS-HLD-BUFFER-SUB > WS-HLD-BUFFER-COUNT
               MOVE WS-HLD-BUFFER-REC (WS-HLD-BUFFER-SUB)
                   TO HOLD-PLACEMENT-RECORD
               WRITE HOLD-PLACEMENT-RECORD
           END-PERFORM
           MOVE 0 TO WS-HLD-BUFFER-COUNT

           PERFORM VARYING WS-OBI-BUFFER-SUB FROM 1 BY 1
               UNTIL WS-OBI-BUFFER-SUB > WS-OBI-BUFFER-COUNT
               MOVE WS-OBI-BUFFER-REC (WS-OBI-BUFFER-SUB)
                   TO OUTBOUND-ITEM-RECORD
               WRITE OUTBOUND-ITEM-RECORD
           END-PERFORM
           MOVE 0 TO WS-OBI-BUFFER-COUNT.
