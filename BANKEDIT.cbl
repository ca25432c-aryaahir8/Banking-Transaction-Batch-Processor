               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PENDING-CUTOVER
               ASSIGN TO PENDCUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT PENDING-OUT
               ASSIGN TO PENDNEW
               ORGANIZATION IS SEQUENTIAL

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-RECORD.
           COPY TRANXREC.

       FD  PENDING-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-IN-RECORD           PIC X(80).

       FD  PENDING-CUTOVER
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  PENDING-CUTOVER-RECORD      PIC X(50).

       FD  PENDING-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-OUT-RECORD          PIC X(80).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-WORK-RECORD.
           COPY TRANXREC.

       FD  SORTED-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-TRANS-RECORD.
           COPY TRANXREC.

           88  KEYED-EOF              VALUE 'Y'.
       01  WS-PENDING-EOF-FLAG        PIC X VALUE 'N'.
           88  PENDING-EOF            VALUE 'Y'.
       01  WS-CUTOVER-EOF-FLAG        PIC X VALUE 'N'.
           88  CUTOVER-EOF            VALUE 'Y'.
       01  WS-FROM-PENDING-FLAG       PIC X VALUE 'N'.
           88  FROM-PENDING           VALUE 'Y'.
       01  WS-FIRST-RECORD-FLAG       PIC X VALUE 'Y'.
       01  WS-PREV-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-PREV-TO-ACCOUNT-NUMBER PIC X(10).
       01  WS-PREV-VALUE-DATE        PIC 9(08).
       01  WS-PREV-REFERENCE-AREA    PIC X(30).

       01  WS-RECORD-COUNT           PIC 9(6) VALUE 0.
       01  WS-BAD-AMOUNT-COUNT       PIC 9(6) VALUE 0.
       01  WS-BAD-ACCOUNT-COUNT      PIC 9(6) VALUE 0.
       01  WS-BAD-TO-ACCOUNT-COUNT   PIC 9(6) VALUE 0.
       01  WS-DUPLICATE-COUNT        PIC 9(6) VALUE 0.
       01  WS-BAD-REVERSAL-COUNT     PIC 9(6) VALUE 0.
       01  WS-BAD-OUTBOUND-COUNT     PIC 9(6) VALUE 0.
       01  WS-TOTAL-ERROR-COUNT      PIC 9(6) VALUE 0.
       01  WS-WAREHOUSED-COUNT       PIC 9(6) VALUE 0.
       01  WS-RELEASED-COUNT         PIC 9(6) VALUE 0.
               ON ASCENDING KEY TRANS-TO-ACCOUNT-NUMBER
                   OF SORT-WORK-RECORD
               ON ASCENDING KEY TRANS-VALUE-DATE OF SORT-WORK-RECORD
               ON ASCENDING KEY TRANS-REFERENCE-AREA
                   OF SORT-WORK-RECORD
               INPUT PROCEDURE IS GATHER-TRANSACTIONS
               GIVING SORTED-TRANS-FILE

      *    A WAREHOUSED ITEM RELEASES ON THE CYCLE WHOSE BUSINESS DATE
      *    IT CARRIES. THE WAREHOUSE IS REWRITTEN WHOLE EACH CYCLE
      *    (OLD IN, NEW OUT) SO NOTHING LINGERS UNACCOUNTED FOR.
      *    PENDCUT IS THE WAREHOUSE AS IT STOOD IN THE OLD 50-BYTE
      *    TRANSACTION LAYOUT. IT IS SUPPLIED ONCE, ON THE FIRST CYCLE
      *    AFTER THE LAYOUT GREW TO 80 BYTES, IN PLACE OF PENDOLD; ON
      *    EVERY OTHER NIGHT THE DD IS ABSENT AND NOTHING IS READ. THE
      *    SHORT RECORD IS PADDED WITH SPACES, SO THE FIELDS ADDED
      *    SINCE ARE EMPTY, AND ITS ITEMS GO TO PENDNEW IN THE NEW
      *    LAYOUT LIKE ANY OTHER WAREHOUSED ITEM.
      *****************************************************************
       GATHER-TRANSACTIONS SECTION.
           OPEN OUTPUT PENDING-OUT
           END-PERFORM
           CLOSE PENDING-IN

           OPEN INPUT PENDING-CUTOVER
           PERFORM UNTIL CUTOVER-EOF
               READ PENDING-CUTOVER
                   AT END
                       MOVE 'Y' TO WS-CUTOVER-EOF-FLAG
                   NOT AT END
                       MOVE PENDING-CUTOVER-RECORD TO WS-SCREEN-TRANS
                       PERFORM SCREEN-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE PENDING-CUTOVER

           CLOSE PENDING-OUT.

      *****************************************************************
       EDIT-ONE-RECORD SECTION.
           ADD 1 TO WS-RECORD-COUNT

      *****************************************************************
      *    A REVERSAL POSTS THE ORIGINAL ENTRY'S OWN AMOUNTS, SO ITS
      *    AMOUNT FIELD IS NOT EDITED - ITS ORIGINAL REFERENCE IS.
      *    A CLOSE PAYOUT PAYS WHATEVER BALANCE IS LEFT AT POSTING,
      *    SO ITS AMOUNT IS NOT EDITED EITHER.
      *****************************************************************
           IF TRANS-AMOUNT OF SORTED-TRANS-RECORD NOT > 0
               AND TRANS-TYPE OF SORTED-TRANS-RECORD NOT = 'R'
               AND TRANS-TYPE OF SORTED-TRANS-RECORD NOT = 'X'
               ADD 1 TO WS-BAD-AMOUNT-COUNT
               MOVE TRANS-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                   TO EDT-ACCOUNT-NUMBER
               WRITE EDIT-REPORT-LINE FROM EDIT-DETAIL-LINE
           END-IF

           IF TRANS-TYPE OF SORTED-TRANS-RECORD = 'X'
               AND TRANS-TO-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                   NOT = SPACES
               AND TRANS-TO-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                   IS NOT NUMERIC
               ADD 1 TO WS-BAD-TO-ACCOUNT-COUNT
               MOVE TRANS-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                   TO EDT-ACCOUNT-NUMBER
               MOVE TRANS-TYPE OF SORTED-TRANS-RECORD
                   TO EDT-TRANS-TYPE
               MOVE 'MALFORMED PAYOUT ACCOUNT NUMBER'
                   TO EDT-REASON
               WRITE EDIT-REPORT-LINE FROM EDIT-DETAIL-LINE
           END-IF

           IF TRANS-TYPE OF SORTED-TRANS-RECORD = 'R'
               AND (TRANS-REVERSAL-OF-DATE OF SORTED-TRANS-RECORD
                       IS NOT NUMERIC
                   OR TRANS-REVERSAL-OF-SEQ OF SORTED-TRANS-RECORD
                       IS NOT NUMERIC
                   OR TRANS-REVERSAL-OF-DATE OF SORTED-TRANS-RECORD
                       = 0
                   OR TRANS-REVERSAL-OF-SEQ OF SORTED-TRANS-RECORD
                       = 0)
               ADD 1 TO WS-BAD-REVERSAL-COUNT
               MOVE TRANS-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                   TO EDT-ACCOUNT-NUMBER
               MOVE TRANS-TYPE OF SORTED-TRANS-RECORD
                   TO EDT-TRANS-TYPE
               MOVE 'MALFORMED REVERSAL JOURNAL REFERENCE'
                   TO EDT-REASON
               WRITE EDIT-REPORT-LINE FROM EDIT-DETAIL-LINE
           END-IF

      *****************************************************************
      *    AN OUTBOUND PAYMENT LEAVES THE BANK FOR GOOD, SO THE PAYEE'S
      *    NINE-DIGIT ROUTING NUMBER AND ACCOUNT AT THE OTHER BANK MUST
      *    BOTH BE PRESENT BEFORE IT IS ALLOWED TO POST.
      *****************************************************************
           IF TRANS-TYPE OF SORTED-TRANS-RECORD = 'O'
               AND (TRANS-EXT-ROUTING-NUMBER OF SORTED-TRANS-RECORD
                       IS NOT NUMERIC
                   OR TRANS-EXT-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                       = SPACES)
               ADD 1 TO WS-BAD-OUTBOUND-COUNT
               MOVE TRANS-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                   TO EDT-ACCOUNT-NUMBER
               MOVE TRANS-TYPE OF SORTED-TRANS-RECORD
                   TO EDT-TRANS-TYPE
               MOVE 'MALFORMED OUTBOUND ROUTING OR ACCOUNT'
                   TO EDT-REASON
               WRITE EDIT-REPORT-LINE FROM EDIT-DETAIL-LINE
           END-IF

           IF FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-FLAG
           ELSE
                       = WS-PREV-TO-ACCOUNT-NUMBER
                   AND TRANS-VALUE-DATE OF SORTED-TRANS-RECORD
                       = WS-PREV-VALUE-DATE
                   AND TRANS-REFERENCE-AREA OF SORTED-TRANS-RECORD
                       = WS-PREV-REFERENCE-AREA
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE TRANS-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
                       TO EDT-ACCOUNT-NUMBER
           MOVE TRANS-TO-ACCOUNT-NUMBER OF SORTED-TRANS-RECORD
               TO WS-PREV-TO-ACCOUNT-NUMBER
           MOVE TRANS-VALUE-DATE OF SORTED-TRANS-RECORD
               TO WS-PREV-VALUE-DATE
           MOVE TRANS-REFERENCE-AREA OF SORTED-TRANS-RECORD
               TO WS-PREV-REFERENCE-AREA.

       WRITE-SUMMARY SECTION.
           COMPUTE WS-TOTAL-ERROR-COUNT =
               WS-BAD-AMOUNT-COUNT + WS-BAD-ACCOUNT-COUNT
                   + WS-BAD-TO-ACCOUNT-COUNT + WS-DUPLICATE-COUNT
                   + WS-BAD-REVERSAL-COUNT + WS-BAD-OUTBOUND-COUNT

           IF WS-TOTAL-ERROR-COUNT = 0
               MOVE 'Y' TO WS-EDIT-PASS-FLAG
