
       FD  CONVERTED-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERTED-TRANS-RECORD.
           COPY TRANXREC.

       01  WS-ITEMS-READ              PIC 9(06) VALUE 0.
       01  WS-CONVERTED-COUNT         PIC 9(06) VALUE 0.
       01  WS-UNCONVERTED-COUNT       PIC 9(06) VALUE 0.
       01  WS-RETURNED-COUNT          PIC 9(06) VALUE 0.
       01  WS-TOTAL-CONVERTED         PIC S9(12)V99 COMP-3 VALUE 0.

       01  CONVERT-HEADING-1          PIC X(40) VALUE
           DISPLAY 'Interchange conversion complete'
           DISPLAY 'Items read: ' WS-ITEMS-READ
           DISPLAY 'Items converted: ' WS-CONVERTED-COUNT
           DISPLAY 'Outbound items returned: ' WS-RETURNED-COUNT
           DISPLAY 'Items not convertible: ' WS-UNCONVERTED-COUNT
           IF WS-UNCONVERTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
      *    REFERENCE SO A LATER REJECT CAN BE RETURNED. THE
      *    CORRESPONDENT'S VALUE DATE BECOMES THE TRANSACTION VALUE
      *    DATE, SO THEIR POST-DATED ITEMS WAREHOUSE LIKE OUR OWN.
      *    A DEPOSIT IS FLAGGED FOR AN UNCOLLECTED-FUNDS HOLD.
      *    A '60' RETURN OF ONE OF OUR OWN OUTBOUND PAYMENTS BECOMES A
      *    'D' RE-CREDIT TO THE ORIGINATING CUSTOMER: NO HOLD, SINCE
      *    THE MONEY WAS THE CUSTOMER'S OWN, AND NO ORIGIN REFERENCE,
      *    BECAUSE THE REFERENCE IS OURS - A RE-CREDIT THAT REJECTS
      *    MUST GO TO OUR OWN RECYCLING, NOT BACK TO THE CORRESPONDENT.
      *    OUR ORIGINAL REFERENCE AND THE RETURN REASON RIDE IN THE
      *    REFERENCE AREA INSTEAD.
      *    AN ITEM WITH AN UNKNOWN CODE OR A BAD AMOUNT NEVER ENTERS
      *    THE STREAM - IT IS LISTED FOR MANUAL HANDLING WITH THE
      *    CORRESPONDENT AND THE RUN ENDS WITH A WARNING CODE.
                   MOVE 'T' TO WS-MAPPED-TRANS-TYPE
               WHEN INTC-IS-FEE
                   MOVE 'F' TO WS-MAPPED-TRANS-TYPE
               WHEN INTC-IS-OUTBOUND-RETURN
                   MOVE 'D' TO WS-MAPPED-TRANS-TYPE
               WHEN OTHER
                   ADD 1 TO WS-UNCONVERTED-COUNT
                   MOVE 'NOT CONVERTED - UNKNOWN TRANS CODE'
           ELSE
               MOVE 0                  TO TRANS-VALUE-DATE
           END-IF
           IF INTC-IS-OUTBOUND-RETURN
               MOVE SPACES             TO TRANS-TO-ACCOUNT-NUMBER
               MOVE INTC-ORIGIN-REF    TO TRANS-RETURNED-ITEM-REF
               MOVE INTC-RETURN-REASON TO TRANS-RETURN-REASON
               ADD 1 TO WS-RETURNED-COUNT
           ELSE
               MOVE INTC-ORIGIN-REF    TO TRANS-ORIGIN-REF
           END-IF
           IF INTC-IS-DEPOSIT
               MOVE 'Y'                TO TRANS-HOLD-FLAG
           END-IF
           WRITE CONVERTED-TRANS-RECORD

           ADD 1 TO WS-CONVERTED-COUNT
           ADD INTC-AMOUNT TO WS-TOTAL-CONVERTED
           IF INTC-IS-OUTBOUND-RETURN
               MOVE 'CONVERTED - OUTBOUND RETURN RE-CREDIT'
                   TO CVD-DISPOSITION
           ELSE
               MOVE 'CONVERTED' TO CVD-DISPOSITION
           END-IF
           PERFORM WRITE-CONVERT-LINE

       CONVERT-ONE-ITEM-EXIT.
           MOVE WS-CONVERTED-COUNT TO CVC-COUNT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-COUNT-LINE

           MOVE 'OUTBOUND ITEMS RETURNED' TO CVC-LABEL
           MOVE WS-RETURNED-COUNT TO CVC-COUNT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-COUNT-LINE

           MOVE 'ITEMS NOT CONVERTIBLE' TO CVC-LABEL
           MOVE WS-UNCONVERTED-COUNT TO CVC-COUNT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-COUNT-LINE
