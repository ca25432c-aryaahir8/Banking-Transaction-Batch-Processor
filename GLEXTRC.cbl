               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL LOAN-GL-FILE
               ASSIGN TO LOANGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT GL-MAP-FILE
               ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL

       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       FD  LOAN-GL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-GL-RECORD.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==LNGL==.

       FD  GL-MAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           88  JRNL-EOF               VALUE 'Y'.
       01  WS-MAP-EOF-FLAG            PIC X VALUE 'N'.
           88  MAP-EOF                VALUE 'Y'.
       01  WS-LNGL-EOF-FLAG           PIC X VALUE 'N'.
           88  LOAN-GL-EOF            VALUE 'Y'.

      *****************************************************************
      *    GL-ENTRY - THE RECORD BEING EXTRACTED. JOURNAL RECORDS AND
      *    LOANSRV'S LOAN GL ENTRIES SHARE THE JOURNAL LAYOUT, SO
      *    EACH IS MOVED HERE AND EXTRACTED THE SAME WAY.
      *****************************************************************
       01  GL-ENTRY.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==GLE==.

       01  WS-MAP-COUNT               PIC 9(02) VALUE 0.
       01  WS-MAP-MAX                 PIC 9(02) VALUE 20.
       01  WS-MAP-SUB                 PIC 9(02) VALUE 0.
       01  WS-MAP-FOUND-SUB           PIC 9(02) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY           OCCURS 20 TIMES.
               10  MPT-TRANS-TYPE     PIC X(01).
               10  MPT-DEBIT-ACCOUNT  PIC X(08).
               10  MPT-CREDIT-ACCOUNT PIC X(08).
       01  WS-POSTING-BRANCH          PIC X(03).

       01  WS-JOURNAL-COUNT           PIC 9(06) VALUE 0.
       01  WS-LOAN-ENTRY-COUNT        PIC 9(06) VALUE 0.
       01  WS-OTHER-DATE-COUNT        PIC 9(06) VALUE 0.
       01  WS-TOTAL-DEPOSITS          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-WITHDRAWALS       PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-TRANSFERS         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-REVERSALS         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-LOAN-ENTRIES      PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-OUTBOUND          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-SEIZURES          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-JOURNAL-AMOUNT-TOTAL    PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DEBITS            PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC S9(12)V99 COMP-3 VALUE 0.
           05  FILLER                 PIC X(30) VALUE
               'JOURNAL RECORDS OTHER DATES'.
           05  PRF-SKIPPED-COUNT      PIC ZZZ,ZZ9.
       01  PRF-LOAN-COUNT-LINE.
           05  FILLER                 PIC X(30) VALUE
               'LOAN GL ENTRIES EXTRACTED'.
           05  PRF-LOAN-COUNT         PIC ZZZ,ZZ9.
       01  PRF-RESULT-LINE            PIC X(40).
       01  PRF-BLANK-LINE             PIC X(80) VALUE SPACES.

                       MOVE 'Y' TO WS-JRNL-EOF-FLAG
                   NOT AT END
                       IF JRNL-POST-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-JOURNAL-COUNT
                           MOVE JOURNAL-RECORD TO GL-ENTRY
                           PERFORM EXTRACT-ONE-RECORD
                       ELSE
                           ADD 1 TO WS-OTHER-DATE-COUNT
               END-READ
           END-PERFORM

           PERFORM EXTRACT-LOAN-ENTRIES

           PERFORM CHECK-GL-BALANCE
           PERFORM WRITE-GL-POSTINGS
           PERFORM PRINT-PROOF-REPORT

           DISPLAY 'GL extract complete'
           DISPLAY 'Journal records extracted: ' WS-JOURNAL-COUNT
           DISPLAY 'Loan GL entries extracted: ' WS-LOAN-ENTRY-COUNT
           DISPLAY 'GL accounts summarized: ' WS-SUMMARY-COUNT
           STOP RUN.

           MOVE GLM-CREDIT-ACCOUNT
               TO MPT-CREDIT-ACCOUNT (WS-MAP-COUNT).

      *****************************************************************
      *    EXTRACT-LOAN-ENTRIES - LOANSRV WRITES THE PRINCIPAL,
      *    INTEREST AND LATE FEES IT COLLECTED TONIGHT AS 'L', 'N' AND
      *    'E' ENTRIES IN JOURNAL LAYOUT. FINANCE MAPS EACH TYPE OUT OF
      *    LOAN CLEARING AND INTO THE LOAN BOOK, INTEREST INCOME AND
      *    FEE INCOME. NO FILE MEANS NO LOAN ACTIVITY.
      *****************************************************************
       EXTRACT-LOAN-ENTRIES SECTION.
           OPEN INPUT LOAN-GL-FILE
           PERFORM UNTIL LOAN-GL-EOF
               READ LOAN-GL-FILE
                   AT END
                       MOVE 'Y' TO WS-LNGL-EOF-FLAG
                   NOT AT END
                       IF LNGL-POST-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-LOAN-ENTRY-COUNT
                           MOVE LOAN-GL-RECORD TO GL-ENTRY
                           PERFORM EXTRACT-ONE-RECORD
                       ELSE
                           ADD 1 TO WS-OTHER-DATE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-GL-FILE.

      *****************************************************************
      *    EXTRACT-ONE-RECORD - EVERY POSTED JOURNAL RECORD GENERATES
      *    ONE DEBIT AND ONE CREDIT FOR ITS AMOUNT, TO THE GL ACCOUNT
      *    EXTRACT MUST NOT REACH THE CORPORATE LEDGER - STOP HARD.
      *****************************************************************
       EXTRACT-ONE-RECORD SECTION.
           MOVE 0 TO WS-MAP-FOUND-SUB
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               OR WS-MAP-FOUND-SUB > 0
               IF MPT-TRANS-TYPE (WS-MAP-SUB) = GLE-TRANS-TYPE
                   MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-MAP-FOUND-SUB = 0
               DISPLAY 'Error: No GL map entry for type - '
                   GLE-TRANS-TYPE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE GLE-BRANCH-CODE TO WS-POSTING-BRANCH

      *****************************************************************
      *    A REVERSAL LEG POSTS TO THE CORRECTION PAIR FINANCE MAPS
      *    UNDER TYPE 'R'. THE PAIR IS STATED FOR A LEG THAT TAKES
      *    MONEY BACK OUT OF THE CUSTOMER ACCOUNT; A LEG THAT PUTS
      *    MONEY BACK IN (THE REVERSAL OF A WITHDRAWAL OR FEE, OR OF
      *    A TRANSFER'S DEBIT LEG) POSTS THE SAME PAIR SIDES SWAPPED.
      *****************************************************************
           MOVE 'D' TO WS-POSTING-SIDE
           IF GLE-TRANS-TYPE = 'R'
               AND GLE-BALANCE-AFTER > GLE-BALANCE-BEFORE
               MOVE 'C' TO WS-POSTING-SIDE
           END-IF
           MOVE MPT-DEBIT-ACCOUNT (WS-MAP-FOUND-SUB)
               TO WS-POSTING-ACCOUNT
           PERFORM ADD-TO-SUMMARY

           MOVE 'C' TO WS-POSTING-SIDE
           IF GLE-TRANS-TYPE = 'R'
               AND GLE-BALANCE-AFTER > GLE-BALANCE-BEFORE
               MOVE 'D' TO WS-POSTING-SIDE
           END-IF
           MOVE MPT-CREDIT-ACCOUNT (WS-MAP-FOUND-SUB)
               TO WS-POSTING-ACCOUNT
           PERFORM ADD-TO-SUMMARY

           ADD GLE-AMOUNT TO WS-JOURNAL-AMOUNT-TOTAL
           EVALUATE GLE-TRANS-TYPE
               WHEN 'D'
                   ADD GLE-AMOUNT TO WS-TOTAL-DEPOSITS
               WHEN 'I'
                   ADD GLE-AMOUNT TO WS-TOTAL-DEPOSITS
               WHEN 'W'
                   ADD GLE-AMOUNT TO WS-TOTAL-WITHDRAWALS
               WHEN 'F'
                   ADD GLE-AMOUNT TO WS-TOTAL-WITHDRAWALS
               WHEN 'X'
                   ADD GLE-AMOUNT TO WS-TOTAL-WITHDRAWALS
               WHEN 'T'
                   ADD GLE-AMOUNT TO WS-TOTAL-TRANSFERS
               WHEN 'R'
                   ADD GLE-AMOUNT TO WS-TOTAL-REVERSALS
               WHEN 'O'
                   ADD GLE-AMOUNT TO WS-TOTAL-OUTBOUND
               WHEN 'S'
                   ADD GLE-AMOUNT TO WS-TOTAL-SEIZURES
               WHEN 'L'
               WHEN 'N'
               WHEN 'E'
                   ADD GLE-AMOUNT TO WS-TOTAL-LOAN-ENTRIES
           END-EVALUATE.

       ADD-TO-SUMMARY SECTION.
               MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-FOUND-SUB
           END-IF

           ADD GLE-AMOUNT TO SMT-AMOUNT (WS-SUMMARY-FOUND-SUB).

      *****************************************************************
      *    CHECK-GL-BALANCE - BY CONSTRUCTION DEBITS AND CREDITS ARE
           MOVE WS-TOTAL-TRANSFERS TO PRF-AMOUNT
           WRITE GL-PROOF-LINE FROM PRF-DETAIL-LINE

           MOVE 'TOTAL REVERSAL VOLUME' TO PRF-LABEL
           MOVE WS-TOTAL-REVERSALS TO PRF-AMOUNT
           WRITE GL-PROOF-LINE FROM PRF-DETAIL-LINE

           MOVE 'TOTAL OUTBOUND PAYMENT VOLUME' TO PRF-LABEL
           MOVE WS-TOTAL-OUTBOUND TO PRF-AMOUNT
           WRITE GL-PROOF-LINE FROM PRF-DETAIL-LINE

           MOVE 'TOTAL LEGAL SEIZURES' TO PRF-LABEL
           MOVE WS-TOTAL-SEIZURES TO PRF-AMOUNT
           WRITE GL-PROOF-LINE FROM PRF-DETAIL-LINE

           MOVE 'TOTAL LOAN SERVICING ENTRIES' TO PRF-LABEL
           MOVE WS-TOTAL-LOAN-ENTRIES TO PRF-AMOUNT
           WRITE GL-PROOF-LINE FROM PRF-DETAIL-LINE

           MOVE 'JOURNAL AND LOAN AMOUNT TOTAL' TO PRF-LABEL
           MOVE WS-JOURNAL-AMOUNT-TOTAL TO PRF-AMOUNT
           WRITE GL-PROOF-LINE FROM PRF-DETAIL-LINE


           MOVE WS-OTHER-DATE-COUNT TO PRF-SKIPPED-COUNT
           WRITE GL-PROOF-LINE FROM PRF-SKIPPED-LINE
           MOVE WS-LOAN-ENTRY-COUNT TO PRF-LOAN-COUNT
           WRITE GL-PROOF-LINE FROM PRF-LOAN-COUNT-LINE

           IF WS-TOTAL-DEBITS = WS-JOURNAL-AMOUNT-TOTAL
               AND WS-TOTAL-CREDITS = WS-JOURNAL-AMOUNT-TOTAL
