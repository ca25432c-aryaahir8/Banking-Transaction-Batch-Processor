               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DEPOSIT-HOLD-FILE
               ASSIGN TO DEPHOLDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-HOLD-WORK-FILE
               ASSIGN TO SRTHWORK.

           SELECT SORTED-HOLDS
               ASSIGN TO SRTHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT STATEMENT-REPORT
               ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL

       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       SD  SORT-JRNL-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-JRNL-WORK-RECORD.
           COPY JRNLREC.

       FD  SORTED-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-JOURNAL-RECORD.
           COPY JRNLREC.

       FD  DEPOSIT-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  DEPOSIT-HOLD-RECORD.
           COPY HOLDREC.

       SD  SORT-HOLD-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SORT-HOLD-WORK-RECORD.
           COPY HOLDREC.

       FD  SORTED-HOLDS
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  SORTED-HOLD-RECORD.
           COPY HOLDREC.

       FD  STATEMENT-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-STATEMENT-COUNT         PIC 9(06) VALUE 0.
       01  WS-NOT-DUE-COUNT           PIC 9(06) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(06) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(06) VALUE 0.
       01  WS-FINAL-COUNT             PIC 9(06) VALUE 0.
       01  WS-ACCOUNT-EOF-FLAG        PIC X VALUE 'N'.
           88  ACCOUNT-EOF            VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG           PIC X VALUE 'N'.
           88  JRNL-EOF               VALUE 'Y'.
       01  WS-HOLD-EOF-FLAG           PIC X VALUE 'N'.
           88  HOLD-EOF               VALUE 'Y'.

       01  WS-OPENING-BALANCE         PIC S9(12)V99 COMP-3.
       01  WS-ACCOUNT-HELD-AMOUNT     PIC S9(12)V99 COMP-3.
       01  WS-AVAILABLE-BALANCE       PIC S9(12)V99 COMP-3.
       01  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  STMT-HEADING-1.
           05  STD-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  STD-BALANCE-AFTER      PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *****************************************************************
      *    A REVERSAL PRINTS A SECOND LINE UNDER ITS DETAIL LINE
      *    NAMING THE ORIGINAL ENTRY IT TAKES BACK OUT.
      *****************************************************************
       01  STMT-REVERSAL-LINE.
           05  FILLER                 PIC X(13) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
               'REVERSAL OF '.
           05  STR-ORIGINAL-TYPE      PIC X(01).
           05  FILLER                 PIC X(07) VALUE
               ' DATED '.
           05  STR-ORIGINAL-DATE      PIC 9(08).
           05  FILLER                 PIC X(05) VALUE
               ' SEQ '.
           05  STR-ORIGINAL-SEQ       PIC 9(06).
      *****************************************************************
      *    THE CLOSING LINE SHOWS THE LEDGER BALANCE AND, BESIDE IT,
      *    THE AVAILABLE BALANCE - LEDGER LESS ANY DEPOSIT HOLDS STILL
      *    IN FORCE - SO THE CUSTOMER CAN SEE WHY A RECENT DEPOSIT
      *    CANNOT YET BE DRAWN AGAINST.
      *****************************************************************
       01  STMT-CLOSING-LINE.
           05  FILLER                 PIC X(20) VALUE
               'LEDGER BALANCE:     '.
           05  STH-CLOSING-BALANCE    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(19) VALUE
               'AVAILABLE BALANCE: '.
           05  STH-AVAILABLE-BALANCE  PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  STMT-FINAL-LINE.
           05  FILLER                 PIC X(33) VALUE
               'FINAL STATEMENT - ACCOUNT CLOSED '.
           05  STF-CLOSE-DATE         PIC 9(08).
       01  STMT-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  EXCP-HEADING-1             PIC X(40) VALUE
               USING TRANS-JOURNAL
               GIVING SORTED-JOURNAL

           SORT SORT-HOLD-WORK-FILE
               ON ASCENDING KEY HOLD-ACCOUNT-NUMBER OF
                   SORT-HOLD-WORK-RECORD
               USING DEPOSIT-HOLD-FILE
               GIVING SORTED-HOLDS

           OPEN INPUT ACCOUNTS-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT SORTED-JOURNAL
           OPEN INPUT SORTED-HOLDS
           OPEN OUTPUT STATEMENT-REPORT
           OPEN OUTPUT EXCEPTION-REPORT

                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
           END-READ

           READ SORTED-HOLDS
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-READ

           PERFORM UNTIL ACCOUNT-EOF
               PERFORM PRINT-ACCOUNT-STATEMENT
               READ ACCOUNTS-FILE NEXT RECORD
           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMER-FILE
           CLOSE SORTED-JOURNAL
           CLOSE SORTED-HOLDS
           CLOSE STATEMENT-REPORT
           CLOSE EXCEPTION-REPORT

           DISPLAY 'Statements printed: ' WS-STATEMENT-COUNT
           DISPLAY 'Accounts not due this cycle: ' WS-NOT-DUE-COUNT
           DISPLAY 'Accounts with no customer: ' WS-EXCEPTION-COUNT
           DISPLAY 'Final statements printed: ' WS-FINAL-COUNT
           DISPLAY 'Closed accounts skipped: ' WS-CLOSED-COUNT
           STOP RUN.

       CYCLE-START-CHECK SECTION.
      *    SKIP-ORPHANED-JOURNAL-RECORDS - BOTH FILES ARE IN ASCENDING
      *    ACCOUNT-NUMBER ORDER, SO A JOURNAL RECORD WHOSE ACCOUNT
      *    NUMBER IS LESS THAN THE ACCOUNT CURRENTLY BEING PRINTED CAN
      *    NEVER MATCH ANY ACCOUNT STILL TO COME (E.G. A CLOSED ACCOUNT
      *    ALREADY MOVED OFF ACCOUNTS-FILE TO CLOSED-ACCOUNT HISTORY BY
      *    CLOSARCH). WITHOUT THIS, THE SORTED-JOURNAL READ CURSOR
      *    WOULD STALL ON THAT RECORD FOREVER, SINCE NOTHING ELSE
      *    ADVANCES IT PAST A KEY THAT WILL NEVER MATCH - SILENTLY
      *    DROPPING EVERY SUBSEQUENT ACCOUNT'S DETAIL LINES.
      *    INSTEAD. JOURNAL RECORDS FOR A SKIPPED ACCOUNT ARE LEFT ON
      *    THE CURSOR - THE NEXT ACCOUNT'S ORPHAN SKIP PASSES OVER
      *    THEM, SINCE BOTH FILES ARE IN ASCENDING ACCOUNT ORDER.
      *    AN ACCOUNT CLOSED TODAY GETS ITS ONE FINAL STATEMENT
      *    WHATEVER ITS CYCLE DAY, SHOWING THE CLOSING ENTRIES DOWN TO
      *    A ZERO BALANCE; AN ACCOUNT CLOSED ON AN EARLIER DAY HAS HAD
      *    ITS FINAL STATEMENT AND IS NOT MAILED AGAIN.
      *****************************************************************
       PRINT-ACCOUNT-STATEMENT SECTION.
           PERFORM SKIP-ORPHANED-JOURNAL-RECORDS

           IF ACCT-IS-CLOSED
               AND ACCT-CLOSE-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-CLOSED-COUNT
               GO TO PRINT-ACCOUNT-STATEMENT-EXIT
           END-IF

           PERFORM READ-CUSTOMER-RECORD
           IF NOT CUSTOMER-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           IF CUST-STMT-CYCLE NOT = WS-BUS-DAY
               AND NOT ACCT-IS-CLOSED
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO PRINT-ACCOUNT-STATEMENT-EXIT
           END-IF
               MOVE JRNL-BALANCE-AFTER OF SORTED-JOURNAL-RECORD
                   TO STD-BALANCE-AFTER
               WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE
               IF JRNL-TRANS-TYPE OF SORTED-JOURNAL-RECORD = 'R'
                   MOVE JRNL-REVERSAL-OF-TYPE OF SORTED-JOURNAL-RECORD
                       TO STR-ORIGINAL-TYPE
                   MOVE JRNL-REVERSAL-OF-DATE OF SORTED-JOURNAL-RECORD
                       TO STR-ORIGINAL-DATE
                   MOVE JRNL-REVERSAL-OF-SEQ OF SORTED-JOURNAL-RECORD
                       TO STR-ORIGINAL-SEQ
                   WRITE STATEMENT-LINE FROM STMT-REVERSAL-LINE
               END-IF

               READ SORTED-JOURNAL
                   AT END
               END-READ
           END-PERFORM

           PERFORM ACCUMULATE-ACCOUNT-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCOUNT-BALANCE - WS-ACCOUNT-HELD-AMOUNT
           MOVE ACCOUNT-BALANCE TO STH-CLOSING-BALANCE
           MOVE WS-AVAILABLE-BALANCE TO STH-AVAILABLE-BALANCE
           WRITE STATEMENT-LINE FROM STMT-BLANK-LINE
           WRITE STATEMENT-LINE FROM STMT-CLOSING-LINE
           IF ACCT-IS-CLOSED
               MOVE ACCT-CLOSE-DATE TO STF-CLOSE-DATE
               WRITE STATEMENT-LINE FROM STMT-BLANK-LINE
               WRITE STATEMENT-LINE FROM STMT-FINAL-LINE
               ADD 1 TO WS-FINAL-COUNT
           END-IF
           ADD 1 TO WS-STATEMENT-COUNT

       PRINT-ACCOUNT-STATEMENT-EXIT.
           EXIT.

      *****************************************************************
      *    ACCUMULATE-ACCOUNT-HOLDS - THE SORTED HOLD FILE IS IN THE
      *    SAME ASCENDING ACCOUNT ORDER AS ACCOUNTS-FILE. HOLDS FOR
      *    ACCOUNTS BEFORE THIS ONE (NOT DUE A STATEMENT, OR CLOSED)
      *    ARE PASSED OVER; HOLDS FOR THIS ACCOUNT WHOSE RELEASE DATE
      *    IS STILL AHEAD OF THE BUSINESS DATE ARE TOTALLED.
      *****************************************************************
       ACCUMULATE-ACCOUNT-HOLDS SECTION.
           MOVE 0 TO WS-ACCOUNT-HELD-AMOUNT
           PERFORM UNTIL HOLD-EOF
               OR HOLD-ACCOUNT-NUMBER OF SORTED-HOLD-RECORD
                   > ACCOUNT-NUMBER
               IF HOLD-ACCOUNT-NUMBER OF SORTED-HOLD-RECORD
                       = ACCOUNT-NUMBER
                   AND HOLD-RELEASE-DATE OF SORTED-HOLD-RECORD
                       > WS-BUSINESS-DATE
                   ADD HOLD-AMOUNT OF SORTED-HOLD-RECORD
                       TO WS-ACCOUNT-HELD-AMOUNT
               END-IF
               READ SORTED-HOLDS
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
               END-READ
           END-PERFORM.

       READ-CUSTOMER-RECORD SECTION.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
