
       FD  TELLER-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TELLER-TRANS-RECORD.
           COPY TRANXREC.

      *    ALREADY HANDED OVER THE CASH, SO THE ITEM MUST POST
      *    TONIGHT. AN ITEM WITH AN UNKNOWN CODE OR A BAD AMOUNT IS
      *    LISTED FOR THE BRANCH TO RE-ENTER AND THE RUN ENDS WITH A
      *    WARNING CODE. A DEPOSIT IS FLAGGED FOR AN UNCOLLECTED-
      *    FUNDS HOLD - A CHEQUE TAKEN AT THE WINDOW HAS NOT CLEARED.
      *****************************************************************
       UPLOAD-ONE-ITEM SECTION.
           ADD 1 TO WS-ITEMS-READ
           MOVE TLRA-AMOUNT            TO TRANS-AMOUNT
           MOVE TLRA-TO-ACCOUNT-NUMBER TO TRANS-TO-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE       TO TRANS-VALUE-DATE
           IF TLRA-IS-DEPOSIT
               MOVE 'Y'                TO TRANS-HOLD-FLAG
           END-IF
           WRITE TELLER-TRANS-RECORD

           ADD 1 TO WS-UPLOADED-COUNT
