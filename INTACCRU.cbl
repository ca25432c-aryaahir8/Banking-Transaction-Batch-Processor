
       FD  INTEREST-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEREST-TRANS-RECORD.
           COPY TRANXREC.

       01  WS-HELD-COUNT              PIC 9(06) VALUE 0.
       01  WS-NEGATIVE-COUNT          PIC 9(06) VALUE 0.
       01  WS-NO-RATE-COUNT           PIC 9(06) VALUE 0.
       01  WS-CLOSING-COUNT           PIC 9(06) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(06) VALUE 0.
       01  WS-CAPITALIZE-TEXT         PIC X(30) VALUE SPACES.
       01  WS-TOTAL-CAPITALIZED       PIC S9(12)V99 COMP-3 VALUE 0.

       01  ACCRUAL-HEADING-1          PIC X(40) VALUE
           DISPLAY 'Accounts on hold: ' WS-HELD-COUNT
           DISPLAY 'Accounts overdrawn: ' WS-NEGATIVE-COUNT
           DISPLAY 'Accounts with no rate: ' WS-NO-RATE-COUNT
           DISPLAY 'Closing accounts settled: ' WS-CLOSING-COUNT
           DISPLAY 'Closed accounts skipped: ' WS-CLOSED-COUNT
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
      *    CREDIT REACHES THE BALANCE THROUGH BANKEDIT AND BANKUPD
      *    LIKE ANY OTHER TRANSACTION. HELD AND OVERDRAWN ACCOUNTS
      *    EARN NOTHING, AND AN ACCOUNT WHOSE PRODUCT TYPE IS NOT ON
      *    THE RATE SCHEDULE IS A NON-INTEREST PRODUCT. A CLOSED
      *    ACCOUNT EARNS NOTHING; ONE MARKED CLOSE PENDING TONIGHT HAS
      *    ITS FINAL INTEREST SETTLED NOW, WHATEVER THE DAY.
      *****************************************************************
       ACCRUE-ONE-ACCOUNT SECTION.
           ADD 1 TO WS-ACCOUNTS-READ

           IF ACCT-IS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF

           IF ACCT-CLOSE-PENDING
               AND ACCT-CLOSE-DATE = WS-BUSINESS-DATE
               PERFORM ACCRUE-FINAL-INTEREST
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF

           IF ACCT-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
               MOVE 0 TO ACCT-ACCRUED-INTEREST
           END-IF

           PERFORM ACCRUE-DAILY-INTEREST

           IF WS-BUS-DAY = RT-CAPITALIZE-DAY (WS-RATE-FOUND-SUB)
               AND ACCT-ACCRUED-INTEREST > 0
               MOVE 'INTEREST CAPITALIZED' TO WS-CAPITALIZE-TEXT
               PERFORM CAPITALIZE-INTEREST
           END-IF

           REWRITE ACCOUNT-RECORD

       ACCRUE-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    ACCRUE-FINAL-INTEREST - AN ACCOUNT MARKED CLOSE PENDING
      *    TONIGHT (CLOSE DATE = BUSINESS DATE) TAKES TODAY'S ACCRUAL
      *    (IF IT WOULD EARN ANY) AND THEN HAS ITS WHOLE ACCRUED
      *    BALANCE CAPITALIZED, SO THE FINAL 'I' POSTS AHEAD OF THE
      *    CLOSE PAYOUT IN TONIGHT'S GROUP AND IS PAID OUT WITH THE
      *    REST OF THE BALANCE. A HOLD DOES NOT STOP IT - THE INTEREST
      *    IS OWED WHETHER OR NOT THE ACCOUNT IS FROZEN. AN ACCOUNT
      *    STILL PENDING FROM AN EARLIER NIGHT (ITS PAYOUT WAS REFUSED)
      *    HAS HAD ITS FINAL INTEREST ALREADY AND ACCRUES AS A NORMAL
      *    OPEN ACCOUNT UNTIL THE CLOSE GOES THROUGH.
      *****************************************************************
       ACCRUE-FINAL-INTEREST SECTION.
           ADD 1 TO WS-CLOSING-COUNT
           IF ACCT-ACCRUED-INTEREST NOT NUMERIC
               MOVE 0 TO ACCT-ACCRUED-INTEREST
           END-IF

           PERFORM FIND-RATE
           IF WS-RATE-FOUND-SUB > 0
               AND ACCOUNT-BALANCE > 0
               PERFORM ACCRUE-DAILY-INTEREST
           END-IF

           IF ACCT-ACCRUED-INTEREST > 0
               MOVE 'FINAL INTEREST - CLOSING' TO WS-CAPITALIZE-TEXT
               PERFORM CAPITALIZE-INTEREST
           END-IF

           REWRITE ACCOUNT-RECORD.

       ACCRUE-DAILY-INTEREST SECTION.
           COMPUTE WS-DAILY-INTEREST ROUNDED =
               (ACCOUNT-BALANCE
                   * RT-ANNUAL-RATE (WS-RATE-FOUND-SUB)) / 36500
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ADD
           ADD 1 TO WS-ACCRUED-COUNT.

       FIND-RATE SECTION.
           MOVE 0 TO WS-RATE-FOUND-SUB
           MOVE ACCOUNT-NUMBER        TO ACD-ACCOUNT-NUMBER
           MOVE ACCT-PRODUCT-TYPE     TO ACD-PRODUCT-TYPE
           MOVE WS-CAPITALIZE-AMOUNT  TO ACD-AMOUNT
           MOVE WS-CAPITALIZE-TEXT    TO ACD-DISPOSITION
           WRITE ACCRUAL-REPORT-LINE FROM ACCRUAL-DETAIL-LINE

           MOVE 0 TO ACCT-ACCRUED-INTEREST
           MOVE WS-NO-RATE-COUNT TO ACC-COUNT
           WRITE ACCRUAL-REPORT-LINE FROM ACCRUAL-COUNT-LINE

           MOVE 'ACCOUNTS CLOSING' TO ACC-LABEL
           MOVE WS-CLOSING-COUNT TO ACC-COUNT
           WRITE ACCRUAL-REPORT-LINE FROM ACCRUAL-COUNT-LINE

           MOVE 'ACCOUNTS CLOSED' TO ACC-LABEL
           MOVE WS-CLOSED-COUNT TO ACC-COUNT
           WRITE ACCRUAL-REPORT-LINE FROM ACCRUAL-COUNT-LINE

           MOVE WS-TOTAL-CAPITALIZED TO ACT-AMOUNT
           WRITE ACCRUAL-REPORT-LINE FROM ACCRUAL-TOTAL-LINE.
