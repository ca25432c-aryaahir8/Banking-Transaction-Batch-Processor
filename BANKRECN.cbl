
       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       01  WS-TOTAL-DEPOSITS          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-WITHDRAWALS       PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-TRANSFERS         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-OUTBOUND          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-SEIZURES          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-REVERSALS         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-COMPUTED-CLOSING        PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-VARIANCE                PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TIE-FLAG                PIC X VALUE 'Y'.
                   ADD JRNL-AMOUNT TO WS-TOTAL-WITHDRAWALS
               WHEN 'F'
                   ADD JRNL-AMOUNT TO WS-TOTAL-WITHDRAWALS
               WHEN 'X'
                   ADD JRNL-AMOUNT TO WS-TOTAL-WITHDRAWALS
               WHEN 'T'
                   ADD JRNL-AMOUNT TO WS-TOTAL-TRANSFERS
      *    AN OUTBOUND PAYMENT, LIKE A TRANSFER, MOVES MONEY BETWEEN
      *    TWO ACCOUNTS ON FILE - THE CUSTOMER AND THE SETTLEMENT
      *    ACCOUNT - SO IT IS VOLUME ONLY AND NETS TO ZERO.
               WHEN 'O'
                   ADD JRNL-AMOUNT TO WS-TOTAL-OUTBOUND
      *    A LEGAL SEIZURE IS A SINGLE LEG - THE MONEY LEAVES THE
      *    DEPOSIT BOOK FOR THE LEGAL-REMITTANCE GL - SO IT REDUCES
      *    THE CLOSING BALANCE LIKE A WITHDRAWAL.
               WHEN 'S'
                   ADD JRNL-AMOUNT TO WS-TOTAL-SEIZURES
      *    A REVERSAL LEG MAY MOVE THE BALANCE EITHER WAY, SO IT IS
      *    CARRIED AS ITS NET EFFECT RATHER THAN AS AN AMOUNT.
               WHEN 'R'
                   COMPUTE WS-TOTAL-REVERSALS = WS-TOTAL-REVERSALS
                       + JRNL-BALANCE-AFTER - JRNL-BALANCE-BEFORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CHECK-RECONCILIATION SECTION.
           COMPUTE WS-COMPUTED-CLOSING =
               WS-OPENING-TOTAL + WS-TOTAL-DEPOSITS
                   - WS-TOTAL-WITHDRAWALS - WS-TOTAL-SEIZURES
                   + WS-TOTAL-REVERSALS
           COMPUTE WS-VARIANCE =
               WS-CLOSING-TOTAL - WS-COMPUTED-CLOSING
           IF WS-VARIANCE NOT = 0
           MOVE WS-TOTAL-TRANSFERS TO RPT-AMOUNT
           WRITE RECON-REPORT-LINE FROM RPT-DETAIL-LINE

           MOVE 'TOTAL OUTBOUND PAYMENT VOLUME' TO RPT-LABEL
           MOVE WS-TOTAL-OUTBOUND TO RPT-AMOUNT
           WRITE RECON-REPORT-LINE FROM RPT-DETAIL-LINE

           MOVE 'TOTAL LEGAL SEIZURES' TO RPT-LABEL
           MOVE WS-TOTAL-SEIZURES TO RPT-AMOUNT
           WRITE RECON-REPORT-LINE FROM RPT-DETAIL-LINE

           MOVE 'NET REVERSAL ADJUSTMENTS' TO RPT-LABEL
           MOVE WS-TOTAL-REVERSALS TO RPT-AMOUNT
           WRITE RECON-REPORT-LINE FROM RPT-DETAIL-LINE

           MOVE 'COMPUTED CLOSING BALANCE' TO RPT-LABEL
           MOVE WS-COMPUTED-CLOSING TO RPT-AMOUNT
           WRITE RECON-REPORT-LINE FROM RPT-DETAIL-LINE
