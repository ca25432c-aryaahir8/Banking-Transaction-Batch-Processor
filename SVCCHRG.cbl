
       FD  FEE-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FEE-TRANS-RECORD.
           COPY TRANXREC.

       01  WS-WAIVED-COUNT            PIC 9(06) VALUE 0.
       01  WS-NO-SCHEDULE-COUNT       PIC 9(06) VALUE 0.
       01  WS-NOT-DUE-COUNT           PIC 9(06) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(06) VALUE 0.
       01  WS-TOTAL-CHARGED           PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-CHARGE-AMOUNT           PIC S9(12)V99 COMP-3 VALUE 0.

       01  CHARGE-HEADING-1           PIC X(40) VALUE
           'MONTHLY SERVICE CHARGE REGISTER'.
           DISPLAY 'Accounts waived: ' WS-WAIVED-COUNT
           DISPLAY 'Accounts with no fee schedule: '
               WS-NO-SCHEDULE-COUNT
           DISPLAY 'Closed accounts: ' WS-CLOSED-COUNT
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
      *    WITH NO SCHEDULE ENTRY CARRIES NO MAINTENANCE FEE. BOTH
      *    CHARGED AND WAIVED ACCOUNTS PRINT, WITH THE REASON, SO THE
      *    REGISTER ANSWERS WHO WAS CHARGED AND WHO WAS NOT AND WHY.
      *    A CLOSED ACCOUNT IS NEVER CHARGED. AN ACCOUNT MARKED CLOSE
      *    PENDING TONIGHT (CLOSE DATE = BUSINESS DATE) WHOSE CHARGE
      *    DAY HAS NOT YET COME THIS MONTH OWES THIS MONTH'S FEE NOW,
      *    SO IT POSTS BEFORE THE CLOSE PAYOUT; THE CLOSING FEE NEVER
      *    TAKES MORE THAN THE BALANCE LEFT, SO IT CANNOT LEAVE THE
      *    ACCOUNT OVERDRAWN AND UNCLOSABLE. AN ACCOUNT STILL PENDING
      *    FROM AN EARLIER NIGHT (ITS PAYOUT WAS REFUSED) HAS ALREADY
      *    PAID THAT FEE AND FOLLOWS THE NORMAL CHARGE-DAY RULE.
      *****************************************************************
       CHARGE-ONE-ACCOUNT SECTION.
           ADD 1 TO WS-ACCOUNTS-READ

           IF ACCT-IS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO CHARGE-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM FIND-FEE-SCHEDULE
           IF WS-FEE-FOUND-SUB = 0
               ADD 1 TO WS-NO-SCHEDULE-COUNT
               GO TO CHARGE-ONE-ACCOUNT-EXIT
           END-IF

           IF ACCT-CLOSE-PENDING
               AND ACCT-CLOSE-DATE = WS-BUSINESS-DATE
               AND WS-BUS-DAY < FET-CHARGE-DAY (WS-FEE-FOUND-SUB)
               CONTINUE
           ELSE
               IF WS-BUS-DAY NOT = FET-CHARGE-DAY (WS-FEE-FOUND-SUB)
                   ADD 1 TO WS-NOT-DUE-COUNT
                   GO TO CHARGE-ONE-ACCOUNT-EXIT
               END-IF
           END-IF

           IF FET-WAIVER-MIN-BALANCE (WS-FEE-FOUND-SUB) > 0
               GO TO CHARGE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE FET-MONTHLY-AMOUNT (WS-FEE-FOUND-SUB)
               TO WS-CHARGE-AMOUNT
           IF ACCT-CLOSE-PENDING
               AND ACCT-CLOSE-DATE = WS-BUSINESS-DATE
               AND WS-CHARGE-AMOUNT > ACCOUNT-BALANCE
               MOVE ACCOUNT-BALANCE TO WS-CHARGE-AMOUNT
           END-IF
           IF WS-CHARGE-AMOUNT NOT > 0
               ADD 1 TO WS-WAIVED-COUNT
               MOVE ACCOUNT-NUMBER    TO CHD-ACCOUNT-NUMBER
               MOVE ACCT-PRODUCT-TYPE TO CHD-PRODUCT-TYPE
               MOVE FET-MONTHLY-AMOUNT (WS-FEE-FOUND-SUB)
                   TO CHD-AMOUNT
               MOVE 'WAIVED - CLOSING WITH NO BALANCE'
                   TO CHD-DISPOSITION
               WRITE CHARGE-REPORT-LINE FROM CHARGE-DETAIL-LINE
               GO TO CHARGE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE SPACES             TO FEE-TRANS-RECORD
           MOVE ACCOUNT-NUMBER     TO TRANS-ACCOUNT-NUMBER
           MOVE 'F'                TO TRANS-TYPE
           MOVE WS-CHARGE-AMOUNT   TO TRANS-AMOUNT
           MOVE SPACES             TO TRANS-TO-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE   TO TRANS-VALUE-DATE
           WRITE FEE-TRANS-RECORD

           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGED

           MOVE ACCOUNT-NUMBER    TO CHD-ACCOUNT-NUMBER
           MOVE ACCT-PRODUCT-TYPE TO CHD-PRODUCT-TYPE
           MOVE WS-CHARGE-AMOUNT  TO CHD-AMOUNT
           IF ACCT-CLOSE-PENDING
               AND ACCT-CLOSE-DATE = WS-BUSINESS-DATE
               MOVE 'CHARGED - FINAL FEE AT CLOSING'
                   TO CHD-DISPOSITION
           ELSE
               MOVE 'CHARGED - MONTHLY MAINTENANCE FEE'
                   TO CHD-DISPOSITION
           END-IF
           WRITE CHARGE-REPORT-LINE FROM CHARGE-DETAIL-LINE

       CHARGE-ONE-ACCOUNT-EXIT.
           MOVE WS-NO-SCHEDULE-COUNT TO CHC-COUNT
           WRITE CHARGE-REPORT-LINE FROM CHARGE-COUNT-LINE

           MOVE 'CLOSED ACCOUNTS' TO CHC-LABEL
           MOVE WS-CLOSED-COUNT TO CHC-COUNT
           WRITE CHARGE-REPORT-LINE FROM CHARGE-COUNT-LINE

           MOVE WS-TOTAL-CHARGED TO CHT-AMOUNT
           WRITE CHARGE-REPORT-LINE FROM CHARGE-TOTAL-LINE.
