       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSRV.
       AUTHOR. Cascade.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER
               ASSIGN TO LOANOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-MASTER-OUT
               ASSIGN TO LOANNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT LOAN-PARM
               ASSIGN TO LOANPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT TRANS-JOURNAL
               ASSIGN TO TRANSJRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ACCOUNTS-FILE
               ASSIGN TO ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-TRANS-FILE
               ASSIGN TO LOANTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT LOAN-GL-FILE
               ASSIGN TO LOANGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT TRIAL-BALANCE-REPORT
               ASSIGN TO LOANTB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-DLQ-WORK-FILE
               ASSIGN TO SRTDWORK.

           SELECT SORTED-DELINQUENT
               ASSIGN TO SRTDLNQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT DELINQUENCY-REPORT
               ASSIGN TO LOANDLQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  LOAN-MASTER-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  LOAN-OUT-RECORD.
           COPY LOANREC REPLACING LEADING ==LOAN== BY ==LNNW==.

       FD  LOAN-PARM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-PARM-RECORD.
           COPY LNPMREC.

       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       FD  ACCOUNTS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  LOAN-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-TRANS-RECORD.
           COPY TRANXREC.

       FD  LOAN-GL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-GL-RECORD.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==LNGL==.

       FD  TRIAL-BALANCE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  TRIAL-BALANCE-LINE          PIC X(132).

       SD  SORT-DLQ-WORK-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  SORT-DLQ-WORK-RECORD.
           COPY LOANREC REPLACING LEADING ==LOAN== BY ==SRTL==.

       FD  SORTED-DELINQUENT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SORTED-DELINQUENT-RECORD.
           COPY LOANREC REPLACING LEADING ==LOAN== BY ==DLNQ==.

       FD  DELINQUENCY-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  DELINQUENCY-REPORT-LINE     PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS             PIC XX.
       01  WS-FILE-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  WS-BUSINESS-DATE-INTEGER   PIC S9(08) VALUE 0.
       01  CYCLCHK-PARMS.
           COPY CYCPARMS.

       01  WS-LOAN-EOF-FLAG           PIC X VALUE 'N'.
           88  LOAN-EOF               VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG           PIC X VALUE 'N'.
           88  JRNL-EOF               VALUE 'Y'.
       01  WS-PARM-EOF-FLAG           PIC X VALUE 'N'.
           88  PARM-EOF               VALUE 'Y'.
       01  WS-DLQ-EOF-FLAG            PIC X VALUE 'N'.
           88  DELINQUENT-EOF         VALUE 'Y'.
       01  WS-BILLING-DONE-FLAG       PIC X VALUE 'N'.
           88  BILLING-DONE           VALUE 'Y'.

       01  WS-CLEARING-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-LATE-FEE-AMOUNT         PIC S9(05)V99 COMP-3 VALUE 0.
       01  WS-GRACE-DAYS              PIC 9(03) VALUE 0.

      *****************************************************************
      *    POSTED PAYMENTS - ONE ENTRY PER TRANSFER BANKUPD CREDITED
      *    TO THE LOAN CLEARING ACCOUNT TONIGHT. THE PAYING ACCOUNT
      *    COMES FROM THE TRANSFER'S DEBIT LEG, WHICH CARRIES THE SAME
      *    JOURNAL SEQUENCE NUMBER. PMT-LOAN-NUMBER IS SET WHEN THE
      *    PAYMENT MATCHES THE COLLECTION A LOAN ASKED FOR, SO TWO
      *    LOANS REPAID FROM ONE ACCOUNT EACH GET THEIR OWN PAYMENT.
      *****************************************************************
       01  WS-PAYMENT-COUNT           PIC 9(04) VALUE 0.
       01  WS-PAYMENT-MAX             PIC 9(04) VALUE 2000.
       01  WS-PAYMENT-SUB             PIC 9(04) VALUE 0.
       01  WS-PAYMENT-FOUND-SUB       PIC 9(04) VALUE 0.
       01  WS-PAYMENT-TABLE.
           05  WS-PAYMENT-ENTRY       OCCURS 2000 TIMES.
               10  PMT-SEQUENCE-NO    PIC 9(06).
               10  PMT-AMOUNT         PIC S9(12)V99 COMP-3.
               10  PMT-FROM-ACCOUNT   PIC X(10).
               10  PMT-LOAN-NUMBER    PIC X(10).
               10  PMT-APPLIED-FLAG   PIC X(01).
                   88  PMT-APPLIED        VALUE 'Y'.

       01  WS-PAYMENT-REMAINING       PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-LOAN-OVERPAID           PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-INTEREST-DUE            PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-INTEREST-PAID           PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-FEES-PAID               PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-PRINCIPAL-PAID          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-PAYOFF-AMOUNT           PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-INSTALLMENT-AMOUNT      PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-COLLECT-AMOUNT          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-OWED-REMAINDER          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-ACCRUAL-AMOUNT          PIC S9(9)V9(4) COMP-3 VALUE 0.
       01  WS-ACCRUAL-DAYS            PIC S9(05) VALUE 0.
       01  WS-DAYS-SINCE-BILLED       PIC S9(05) VALUE 0.
       01  WS-DAYS-PAST-DUE           PIC S9(08) VALUE 0.
       01  WS-INSTALLMENTS-OWED       PIC 9(03) VALUE 0.
       01  WS-ROLL-BACK-COUNT         PIC 9(03) VALUE 0.
       01  WS-GL-TYPE                 PIC X(01).
       01  WS-GL-AMOUNT               PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-GL-SEQUENCE             PIC 9(06) VALUE 0.
       01  WS-DISPOSITION             PIC X(28).

       01  WS-DUE-DATE                PIC 9(08) VALUE 0.
       01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR            PIC 9(04).
           05  WS-DUE-MONTH           PIC 9(02).
           05  WS-DUE-DAY             PIC 9(02).
       01  WS-MONTH-END-DAY           PIC 9(02) VALUE 0.
       01  WS-LEAP-REMAINDER          PIC 9(04) VALUE 0.
       01  WS-LEAP-QUOTIENT           PIC 9(04) VALUE 0.

       01  WS-LOANS-READ              PIC 9(06) VALUE 0.
       01  WS-SERVICED-COUNT          PIC 9(06) VALUE 0.
       01  WS-PAID-OFF-COUNT          PIC 9(06) VALUE 0.
       01  WS-CLOSED-LOAN-COUNT       PIC 9(06) VALUE 0.
       01  WS-INVALID-COUNT           PIC 9(06) VALUE 0.
       01  WS-PAYMENTS-FOUND          PIC 9(06) VALUE 0.
       01  WS-PAYMENTS-APPLIED        PIC 9(06) VALUE 0.
       01  WS-UNAPPLIED-COUNT         PIC 9(06) VALUE 0.
       01  WS-OVERPAID-COUNT          PIC 9(06) VALUE 0.
       01  WS-BILLED-COUNT            PIC 9(06) VALUE 0.
       01  WS-FEES-ASSESSED-COUNT     PIC 9(06) VALUE 0.
       01  WS-COLLECTION-COUNT        PIC 9(06) VALUE 0.
       01  WS-NOT-COLLECTED-COUNT     PIC 9(06) VALUE 0.
       01  WS-PAST-DUE-COUNT          PIC 9(06) VALUE 0.
       01  WS-DELINQUENT-LISTED       PIC 9(06) VALUE 0.

       01  WS-PRINCIPAL-OPENING       PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-PRINCIPAL-CLOSING       PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-PRINCIPAL-PROOF         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PRINCIPAL-PAID    PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-INTEREST-PAID     PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-FEES-PAID         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-ACCRUED-TONIGHT   PIC S9(12)V9(4) COMP-3 VALUE 0.
       01  WS-TOTAL-ACCRUED           PIC S9(12)V9(4) COMP-3 VALUE 0.
       01  WS-TOTAL-FEES-ASSESSED     PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-FEES-DUE          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-AMOUNT-DUE        PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-BILLED            PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-COLLECTIONS       PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-UNAPPLIED         PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-OVERPAID          PIC S9(12)V99 COMP-3 VALUE 0.

      *****************************************************************
      *    DELINQUENCY BUCKETS - ENTRY 1 IS UNDER 30 DAYS, 2 IS 30-59,
      *    3 IS 60-89 AND 4 IS 90 DAYS AND OVER, SO THE SUBSCRIPT IS
      *    THE LOAN'S BUCKET DIVIDED BY 30, PLUS ONE.
      *****************************************************************
       01  WS-BUCKET-SUB              PIC 9(01) VALUE 0.
       01  WS-BUCKET-LABEL-TABLE.
           05  FILLER                 PIC X(13) VALUE 'UNDER 30 DAYS'.
           05  FILLER                 PIC X(13) VALUE '30-59 DAYS'.
           05  FILLER                 PIC X(13) VALUE '60-89 DAYS'.
           05  FILLER                 PIC X(13) VALUE '90+ DAYS'.
       01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-TABLE.
           05  WS-BUCKET-LABEL        PIC X(13) OCCURS 4 TIMES.
       01  WS-BUCKET-TOTAL-TABLE.
           05  WS-BUCKET-TOTAL        OCCURS 4 TIMES.
               10  BKT-BRANCH-COUNT   PIC 9(06).
               10  BKT-BRANCH-DUE     PIC S9(12)V99 COMP-3.
               10  BKT-GRAND-COUNT    PIC 9(06).
               10  BKT-GRAND-DUE      PIC S9(12)V99 COMP-3.
       01  WS-CURRENT-BRANCH          PIC X(03) VALUE SPACES.
       01  WS-BRANCH-SCOPE.
           05  FILLER                 PIC X(07) VALUE 'BRANCH '.
           05  WS-SCOPE-BRANCH        PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
       01  WS-SCOPE-COUNT             PIC 9(06) VALUE 0.
       01  WS-SCOPE-DUE               PIC S9(12)V99 COMP-3 VALUE 0.

       01  LTB-HEADING-1              PIC X(40) VALUE
           'LOAN TRIAL BALANCE'.
       01  LTB-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'BUSINESS DATE:  '.
           05  LTH-BUSINESS-DATE      PIC 9(08).
       01  LTB-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE 'LOAN NUMBER'.
           05  FILLER                 PIC X(12) VALUE 'REPAY ACCT'.
           05  FILLER                 PIC X(03) VALUE 'ST'.
           05  FILLER                 PIC X(19) VALUE
               '        PRINCIPAL'.
           05  FILLER                 PIC X(13) VALUE '   ACCRUED'.
           05  FILLER                 PIC X(12) VALUE '  FEES DUE'.
           05  FILLER                 PIC X(17) VALUE
               '     AMOUNT DUE'.
           05  FILLER                 PIC X(10) VALUE 'NEXT DUE'.
           05  FILLER                 PIC X(06) VALUE ' DAYS'.
           05  FILLER                 PIC X(28) VALUE 'DISPOSITION'.
       01  LTB-DETAIL-LINE.
           05  LTD-LOAN-NUMBER        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-REPAYMENT-ACCOUNT  PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-STATUS             PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-PRINCIPAL          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-ACCRUED            PIC ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-FEES-DUE           PIC ZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-AMOUNT-DUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-NEXT-DUE-DATE      PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-DAYS-PAST-DUE      PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTD-DISPOSITION        PIC X(28).
       01  LTB-UNAPPLIED-HEADING      PIC X(40) VALUE
           'UNAPPLIED LOAN PAYMENTS'.
       01  LTB-UNAPPLIED-LINE.
           05  FILLER                 PIC X(10) VALUE 'JRNL SEQ '.
           05  LTU-SEQUENCE-NO        PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTU-FROM-ACCOUNT       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTU-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTU-REASON             PIC X(40).
       01  LTB-COUNT-LINE.
           05  LTC-LABEL              PIC X(30).
           05  LTC-COUNT              PIC ZZZ,ZZ9.
       01  LTB-TOTAL-LINE.
           05  LTT-LABEL              PIC X(30).
           05  LTT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  LTB-RESULT-LINE            PIC X(50).
       01  LTB-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  DLQ-HEADING-1              PIC X(40) VALUE
           'LOAN DELINQUENCY REPORT BY BRANCH'.
       01  DLQ-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'BUSINESS DATE:  '.
           05  DLH-BUSINESS-DATE      PIC 9(08).
       01  DLQ-BRANCH-LINE.
           05  FILLER                 PIC X(08) VALUE 'BRANCH: '.
           05  DLH-BRANCH-CODE        PIC X(03).
       01  DLQ-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE 'LOAN NUMBER'.
           05  FILLER                 PIC X(12) VALUE 'REPAY ACCT'.
           05  FILLER                 PIC X(15) VALUE 'BUCKET'.
           05  FILLER                 PIC X(06) VALUE 'DAYS'.
           05  FILLER                 PIC X(10) VALUE 'OLDEST DUE'.
           05  FILLER                 PIC X(17) VALUE
               '     AMOUNT DUE'.
           05  FILLER                 PIC X(12) VALUE '  FEES DUE'.
           05  FILLER                 PIC X(19) VALUE
               '        PRINCIPAL'.
           05  FILLER                 PIC X(12) VALUE 'LAST PAID'.
       01  DLQ-DETAIL-LINE.
           05  DLD-LOAN-NUMBER        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-REPAYMENT-ACCOUNT  PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-BUCKET             PIC X(13).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-DAYS-PAST-DUE      PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-OLDEST-DUE-DATE    PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-AMOUNT-DUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-FEES-DUE           PIC ZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-PRINCIPAL          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLD-LAST-PAYMENT-DATE  PIC 9(08).
       01  DLQ-BUCKET-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLT-SCOPE              PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DLT-BUCKET             PIC X(13).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'LOANS: '.
           05  DLT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'AMOUNT DUE: '.
           05  DLT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  DLQ-COUNT-LINE.
           05  DLC-LABEL              PIC X(30).
           05  DLC-COUNT              PIC ZZZ,ZZ9.
       01  DLQ-NONE-LINE              PIC X(40) VALUE
           'NO LOANS PAST DUE'.
       01  DLQ-BLANK-LINE             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE
           PERFORM CYCLE-START-CHECK
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-POSTED-PAYMENTS
           PERFORM MATCH-PENDING-COLLECTIONS

           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'Error: Loan master file not available - '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error: Accounts file not available - '
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOAN-MASTER-OUT
           OPEN OUTPUT LOAN-TRANS-FILE
           OPEN OUTPUT LOAN-GL-FILE
           OPEN OUTPUT TRIAL-BALANCE-REPORT

           WRITE TRIAL-BALANCE-LINE FROM LTB-HEADING-1
           MOVE WS-BUSINESS-DATE TO LTH-BUSINESS-DATE
           WRITE TRIAL-BALANCE-LINE FROM LTB-DATE-LINE
           WRITE TRIAL-BALANCE-LINE FROM LTB-BLANK-LINE
           WRITE TRIAL-BALANCE-LINE FROM LTB-COLUMN-LINE

           MOVE 'N' TO WS-LOAN-EOF-FLAG
           PERFORM UNTIL LOAN-EOF
               READ LOAN-MASTER
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-FLAG
                   NOT AT END
                       PERFORM SERVICE-ONE-LOAN
                       WRITE LOAN-OUT-RECORD FROM LOAN-RECORD
               END-READ
           END-PERFORM

           PERFORM REPORT-UNAPPLIED-PAYMENTS
           PERFORM WRITE-TRIAL-BALANCE-TOTALS

           CLOSE LOAN-MASTER
           CLOSE LOAN-MASTER-OUT
           CLOSE ACCOUNTS-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE LOAN-GL-FILE
           CLOSE TRIAL-BALANCE-REPORT

           SORT SORT-DLQ-WORK-FILE
               ON ASCENDING KEY SRTL-BRANCH-CODE
               ON DESCENDING KEY SRTL-DAYS-PAST-DUE
               ON ASCENDING KEY SRTL-NUMBER
               INPUT PROCEDURE IS SELECT-DELINQUENT-LOANS
               GIVING SORTED-DELINQUENT

           PERFORM PRINT-DELINQUENCY-REPORT

           PERFORM CYCLE-END-MARK

           DISPLAY 'Loan servicing complete'
           DISPLAY 'Loans read: ' WS-LOANS-READ
           DISPLAY 'Loans serviced: ' WS-SERVICED-COUNT
           DISPLAY 'Loans paid off: ' WS-PAID-OFF-COUNT
           DISPLAY 'Loan records invalid: ' WS-INVALID-COUNT
           DISPLAY 'Payments applied: ' WS-PAYMENTS-APPLIED
           DISPLAY 'Payments unapplied: ' WS-UNAPPLIED-COUNT
           DISPLAY 'Installments billed: ' WS-BILLED-COUNT
           DISPLAY 'Late fees assessed: ' WS-FEES-ASSESSED-COUNT
           DISPLAY 'Collections generated: ' WS-COLLECTION-COUNT
           DISPLAY 'Collections not generated: '
               WS-NOT-COLLECTED-COUNT
           DISPLAY 'Loans past due: ' WS-PAST-DUE-COUNT
           IF WS-UNAPPLIED-COUNT > 0
               OR WS-OVERPAID-COUNT > 0
               OR WS-INVALID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CYCLE-START-CHECK SECTION.
           MOVE 'S'              TO CYCP-FUNCTION
           MOVE 'LOANSRV '       TO CYCP-STEP-NAME
           MOVE WS-BUSINESS-DATE TO CYCP-BUSINESS-DATE
           CALL 'CYCLCHK' USING CYCLCHK-PARMS
           IF CYCP-STEP-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CYCLE-END-MARK SECTION.
           MOVE 'E'              TO CYCP-FUNCTION
           MOVE 'LOANSRV '       TO CYCP-STEP-NAME
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
           COMPUTE WS-BUSINESS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           DISPLAY 'Servicing loans for business date: '
               WS-BUSINESS-DATE.

      *****************************************************************
      *    LOAD-PARAMETERS - WITHOUT A CLEARING ACCOUNT THERE IS
      *    NOWHERE TO COLLECT INTO AND NO WAY TO RECOGNIZE A PAYMENT,
      *    SO THE RUN STOPS. A ZERO LATE FEE SIMPLY ASSESSES NONE.
      *****************************************************************
       LOAD-PARAMETERS SECTION.
           OPEN INPUT LOAN-PARM
           READ LOAN-PARM
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ
           CLOSE LOAN-PARM

           IF PARM-EOF
               DISPLAY 'Error: Loan parameter record missing'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LNPM-CLEARING-ACCOUNT = SPACES
               DISPLAY 'Error: Loan clearing account missing'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LNPM-LATE-FEE-AMOUNT NOT NUMERIC
               OR LNPM-GRACE-DAYS NOT NUMERIC
               DISPLAY 'Error: Invalid late fee or grace days - '
                   LNPM-LATE-FEE-AMOUNT ' ' LNPM-GRACE-DAYS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LNPM-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
           MOVE LNPM-LATE-FEE-AMOUNT  TO WS-LATE-FEE-AMOUNT
           MOVE LNPM-GRACE-DAYS       TO WS-GRACE-DAYS.

      *****************************************************************
      *    LOAD-POSTED-PAYMENTS - A LOAN IS ONLY CREDITED WITH WHAT
      *    BANKUPD ACTUALLY POSTED, NEVER WITH WHAT WAS ASKED FOR: A
      *    COLLECTION REJECTED FOR A HOLD OR A LIMIT SIMPLY DOES NOT
      *    APPEAR HERE. THE FIRST PASS FINDS TONIGHT'S TRANSFER
      *    CREDITS TO THE CLEARING ACCOUNT; THE SECOND FINDS THE DEBIT
      *    LEG OF EACH ONE TO LEARN WHICH ACCOUNT PAID. A CUSTOMER'S
      *    OWN TRANSFER TO THE CLEARING ACCOUNT IS A PAYMENT TOO.
      *****************************************************************
       LOAD-POSTED-PAYMENTS SECTION.
           OPEN INPUT TRANS-JOURNAL
           MOVE 'N' TO WS-JRNL-EOF-FLAG
           PERFORM UNTIL JRNL-EOF
               READ TRANS-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF-FLAG
                   NOT AT END
                       PERFORM FIND-CLEARING-CREDIT
               END-READ
           END-PERFORM
           CLOSE TRANS-JOURNAL

           IF WS-PAYMENT-COUNT = 0
               GO TO LOAD-POSTED-PAYMENTS-EXIT
           END-IF

           OPEN INPUT TRANS-JOURNAL
           MOVE 'N' TO WS-JRNL-EOF-FLAG
           PERFORM UNTIL JRNL-EOF
               READ TRANS-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF-FLAG
                   NOT AT END
                       PERFORM FIND-PAYING-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE TRANS-JOURNAL

       LOAD-POSTED-PAYMENTS-EXIT.
           EXIT.

       FIND-CLEARING-CREDIT SECTION.
           IF JRNL-POST-DATE NOT = WS-BUSINESS-DATE
               OR JRNL-TRANS-TYPE NOT = 'T'
               OR JRNL-ACCOUNT-NUMBER NOT = WS-CLEARING-ACCOUNT
               OR JRNL-BALANCE-AFTER NOT > JRNL-BALANCE-BEFORE
               GO TO FIND-CLEARING-CREDIT-EXIT
           END-IF

           IF WS-PAYMENT-COUNT >= WS-PAYMENT-MAX
               DISPLAY 'Error: Loan payment table full - '
                   JRNL-SEQUENCE-NO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-PAYMENT-COUNT
           ADD 1 TO WS-PAYMENTS-FOUND
           MOVE JRNL-SEQUENCE-NO TO PMT-SEQUENCE-NO (WS-PAYMENT-COUNT)
           MOVE JRNL-AMOUNT      TO PMT-AMOUNT (WS-PAYMENT-COUNT)
           MOVE SPACES           TO PMT-FROM-ACCOUNT (WS-PAYMENT-COUNT)
           MOVE SPACES           TO PMT-LOAN-NUMBER (WS-PAYMENT-COUNT)
           MOVE 'N'              TO PMT-APPLIED-FLAG (WS-PAYMENT-COUNT)

       FIND-CLEARING-CREDIT-EXIT.
           EXIT.

       FIND-PAYING-ACCOUNT SECTION.
           IF JRNL-POST-DATE NOT = WS-BUSINESS-DATE
               OR JRNL-TRANS-TYPE NOT = 'T'
               OR JRNL-ACCOUNT-NUMBER = WS-CLEARING-ACCOUNT
               OR JRNL-BALANCE-AFTER NOT < JRNL-BALANCE-BEFORE
               GO TO FIND-PAYING-ACCOUNT-EXIT
           END-IF

           MOVE 0 TO WS-PAYMENT-FOUND-SUB
           PERFORM VARYING WS-PAYMENT-SUB FROM 1 BY 1
               UNTIL WS-PAYMENT-SUB > WS-PAYMENT-COUNT
               OR WS-PAYMENT-FOUND-SUB > 0
               IF PMT-SEQUENCE-NO (WS-PAYMENT-SUB) = JRNL-SEQUENCE-NO
                   AND PMT-FROM-ACCOUNT (WS-PAYMENT-SUB) = SPACES
                   MOVE WS-PAYMENT-SUB TO WS-PAYMENT-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-PAYMENT-FOUND-SUB > 0
               MOVE JRNL-ACCOUNT-NUMBER
                   TO PMT-FROM-ACCOUNT (WS-PAYMENT-FOUND-SUB)
           END-IF

       FIND-PAYING-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    MATCH-PENDING-COLLECTIONS - BEFORE ANY LOAN IS SERVICED,
      *    EACH LOAN THAT SENT A COLLECTION LAST NIGHT CLAIMS THE
      *    POSTED PAYMENT FROM ITS REPAYMENT ACCOUNT FOR EXACTLY THAT
      *    AMOUNT. WITHOUT THIS PASS THE FIRST OF TWO LOANS SHARING A
      *    REPAYMENT ACCOUNT WOULD TAKE BOTH PAYMENTS.
      *****************************************************************
       MATCH-PENDING-COLLECTIONS SECTION.
           IF WS-PAYMENT-COUNT = 0
               GO TO MATCH-PENDING-COLLECTIONS-EXIT
           END-IF

           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'Error: Loan master file not available - '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-LOAN-EOF-FLAG
           PERFORM UNTIL LOAN-EOF
               READ LOAN-MASTER
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-FLAG
                   NOT AT END
                       IF LOAN-IS-ACTIVE
                           AND LOAN-PENDING-AMOUNT NUMERIC
                           AND LOAN-PENDING-AMOUNT > 0
                           PERFORM CLAIM-PENDING-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER

       MATCH-PENDING-COLLECTIONS-EXIT.
           EXIT.

       CLAIM-PENDING-PAYMENT SECTION.
           MOVE 0 TO WS-PAYMENT-FOUND-SUB
           PERFORM VARYING WS-PAYMENT-SUB FROM 1 BY 1
               UNTIL WS-PAYMENT-SUB > WS-PAYMENT-COUNT
               OR WS-PAYMENT-FOUND-SUB > 0
               IF PMT-FROM-ACCOUNT (WS-PAYMENT-SUB)
                       = LOAN-REPAYMENT-ACCOUNT
                   AND PMT-AMOUNT (WS-PAYMENT-SUB)
                       = LOAN-PENDING-AMOUNT
                   AND PMT-LOAN-NUMBER (WS-PAYMENT-SUB) = SPACES
                   MOVE WS-PAYMENT-SUB TO WS-PAYMENT-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-PAYMENT-FOUND-SUB > 0
               MOVE LOAN-NUMBER
                   TO PMT-LOAN-NUMBER (WS-PAYMENT-FOUND-SUB)
           END-IF.

      *****************************************************************
      *    SERVICE-ONE-LOAN - THE ORDER MATTERS: PAYMENTS POSTED
      *    TONIGHT ARE APPLIED AGAINST THE INTEREST ACCRUED UP TO
      *    YESTERDAY, THEN TONIGHT'S INTEREST ACCRUES ON WHAT IS LEFT,
      *    THEN ANY INSTALLMENT COMING DUE IS BILLED, THE LOAN IS AGED
      *    AND CHARGED ANY LATE FEE, AND FINALLY WHATEVER IS OWED IS
      *    SENT FOR COLLECTION IN THE NEXT POSTING CYCLE. A LOAN
      *    ALREADY PAID OFF STAYS ON FILE UNTOUCHED UNTIL ORIGINATION
      *    REMOVES IT. EVERY LOAN, SERVICED OR NOT, IS CARRIED TO THE
      *    NEW MASTER LOANNEW; LAST NIGHT'S LOANOLD IS NEVER UPDATED,
      *    SO A RERUN AFTER A FAILURE STARTS AGAIN FROM IT AND CANNOT
      *    APPLY TONIGHT'S PAYMENTS TWICE.
      *****************************************************************
       SERVICE-ONE-LOAN SECTION.
           ADD 1 TO WS-LOANS-READ
           MOVE SPACES TO WS-DISPOSITION

           IF LOAN-IS-PAID-OFF
               ADD 1 TO WS-CLOSED-LOAN-COUNT
               GO TO SERVICE-ONE-LOAN-EXIT
           END-IF

           IF NOT LOAN-IS-ACTIVE
               OR LOAN-PRINCIPAL-BALANCE NOT NUMERIC
               OR LOAN-ACCRUED-INTEREST NOT NUMERIC
               OR LOAN-AMOUNT-DUE NOT NUMERIC
               OR LOAN-LATE-FEES-DUE NOT NUMERIC
               OR LOAN-ANNUAL-RATE NOT NUMERIC
               OR LOAN-PAYMENT-AMOUNT NOT NUMERIC
               OR LOAN-PAYMENT-AMOUNT NOT > 0
               OR LOAN-NEXT-DUE-DATE NOT NUMERIC
               OR LOAN-NEXT-DUE-DATE = 0
               OR LOAN-PAYMENT-DAY NOT NUMERIC
               OR LOAN-PAYMENT-DAY < 1
               OR LOAN-PAYMENT-DAY > 31
               ADD 1 TO WS-INVALID-COUNT
               MOVE 'SKIPPED - INVALID RECORD' TO WS-DISPOSITION
               PERFORM WRITE-TRIAL-BALANCE-LINE
               GO TO SERVICE-ONE-LOAN-EXIT
           END-IF

           ADD 1 TO WS-SERVICED-COUNT
           ADD LOAN-PRINCIPAL-BALANCE TO WS-PRINCIPAL-OPENING

           PERFORM APPLY-LOAN-PAYMENTS
           MOVE 0 TO LOAN-PENDING-AMOUNT

           IF LOAN-PRINCIPAL-BALANCE = 0
               AND LOAN-LATE-FEES-DUE = 0
               AND LOAN-ACCRUED-INTEREST < 0.005
               PERFORM MARK-LOAN-PAID-OFF
           ELSE
               PERFORM ACCRUE-LOAN-INTEREST
               PERFORM BILL-DUE-INSTALLMENTS
               PERFORM AGE-LOAN
               PERFORM ASSESS-LATE-FEE
               PERFORM GENERATE-COLLECTION
           END-IF

           ADD LOAN-PRINCIPAL-BALANCE TO WS-PRINCIPAL-CLOSING
           ADD LOAN-ACCRUED-INTEREST  TO WS-TOTAL-ACCRUED
           ADD LOAN-LATE-FEES-DUE     TO WS-TOTAL-FEES-DUE
           ADD LOAN-AMOUNT-DUE        TO WS-TOTAL-AMOUNT-DUE
           PERFORM WRITE-TRIAL-BALANCE-LINE

       SERVICE-ONE-LOAN-EXIT.
           EXIT.

      *****************************************************************
      *    APPLY-LOAN-PAYMENTS - A LOAN TAKES THE PAYMENT IT CLAIMED
      *    FOR ITS OWN COLLECTION, AND ANY OTHER UNCLAIMED PAYMENT FROM
      *    ITS REPAYMENT ACCOUNT (A CUSTOMER PAYING BY HAND).
      *****************************************************************
       APPLY-LOAN-PAYMENTS SECTION.
           MOVE 0 TO WS-LOAN-OVERPAID
           PERFORM VARYING WS-PAYMENT-SUB FROM 1 BY 1
               UNTIL WS-PAYMENT-SUB > WS-PAYMENT-COUNT
               IF NOT PMT-APPLIED (WS-PAYMENT-SUB)
                   AND PMT-FROM-ACCOUNT (WS-PAYMENT-SUB)
                       = LOAN-REPAYMENT-ACCOUNT
                   AND (PMT-LOAN-NUMBER (WS-PAYMENT-SUB) = LOAN-NUMBER
                     OR PMT-LOAN-NUMBER (WS-PAYMENT-SUB) = SPACES)
                   PERFORM APPLY-ONE-PAYMENT
               END-IF
           END-PERFORM.

      *****************************************************************
      *    APPLY-ONE-PAYMENT - THE PAYMENT GOES TO ACCRUED INTEREST
      *    FIRST, THEN TO LATE FEES, THEN TO PRINCIPAL. ONLY THE PART
      *    THAT WENT TO INTEREST AND PRINCIPAL REDUCES THE INSTALLMENT
      *    AMOUNT DUE. ANYTHING LEFT ONCE THE PRINCIPAL IS GONE IS AN
      *    OVERPAYMENT THAT STAYS IN THE CLEARING ACCOUNT TO BE
      *    REFUNDED. EACH PART IS WRITTEN TO THE LOAN GL FILE SO
      *    GLEXTRC CAN MOVE IT OUT OF LOAN CLEARING.
      *****************************************************************
       APPLY-ONE-PAYMENT SECTION.
           MOVE 'Y' TO PMT-APPLIED-FLAG (WS-PAYMENT-SUB)
           ADD 1 TO WS-PAYMENTS-APPLIED
           MOVE PMT-AMOUNT (WS-PAYMENT-SUB) TO WS-PAYMENT-REMAINING

           COMPUTE WS-INTEREST-DUE ROUNDED = LOAN-ACCRUED-INTEREST
           IF WS-INTEREST-DUE < 0
               MOVE 0 TO WS-INTEREST-DUE
           END-IF
           IF WS-PAYMENT-REMAINING < WS-INTEREST-DUE
               MOVE WS-PAYMENT-REMAINING TO WS-INTEREST-PAID
           ELSE
               MOVE WS-INTEREST-DUE TO WS-INTEREST-PAID
           END-IF
           SUBTRACT WS-INTEREST-PAID FROM LOAN-ACCRUED-INTEREST
           SUBTRACT WS-INTEREST-PAID FROM WS-PAYMENT-REMAINING

           IF WS-PAYMENT-REMAINING < LOAN-LATE-FEES-DUE
               MOVE WS-PAYMENT-REMAINING TO WS-FEES-PAID
           ELSE
               MOVE LOAN-LATE-FEES-DUE TO WS-FEES-PAID
           END-IF
           SUBTRACT WS-FEES-PAID FROM LOAN-LATE-FEES-DUE
           SUBTRACT WS-FEES-PAID FROM WS-PAYMENT-REMAINING

           IF WS-PAYMENT-REMAINING < LOAN-PRINCIPAL-BALANCE
               MOVE WS-PAYMENT-REMAINING TO WS-PRINCIPAL-PAID
           ELSE
               MOVE LOAN-PRINCIPAL-BALANCE TO WS-PRINCIPAL-PAID
           END-IF
           SUBTRACT WS-PRINCIPAL-PAID FROM LOAN-PRINCIPAL-BALANCE
           SUBTRACT WS-PRINCIPAL-PAID FROM WS-PAYMENT-REMAINING

           COMPUTE LOAN-AMOUNT-DUE = LOAN-AMOUNT-DUE
               - WS-INTEREST-PAID - WS-PRINCIPAL-PAID
           IF LOAN-AMOUNT-DUE < 0
               MOVE 0 TO LOAN-AMOUNT-DUE
           END-IF
           MOVE WS-BUSINESS-DATE TO LOAN-LAST-PAYMENT-DATE

           IF WS-PAYMENT-REMAINING > 0
               ADD 1 TO WS-OVERPAID-COUNT
               ADD WS-PAYMENT-REMAINING TO WS-TOTAL-OVERPAID
               ADD WS-PAYMENT-REMAINING TO WS-LOAN-OVERPAID
           END-IF

           ADD WS-INTEREST-PAID  TO WS-TOTAL-INTEREST-PAID
           ADD WS-FEES-PAID      TO WS-TOTAL-FEES-PAID
           ADD WS-PRINCIPAL-PAID TO WS-TOTAL-PRINCIPAL-PAID

           IF WS-PRINCIPAL-PAID > 0
               MOVE 'L' TO WS-GL-TYPE
               MOVE WS-PRINCIPAL-PAID TO WS-GL-AMOUNT
               PERFORM WRITE-LOAN-GL-ENTRY
           END-IF
           IF WS-INTEREST-PAID > 0
               MOVE 'N' TO WS-GL-TYPE
               MOVE WS-INTEREST-PAID TO WS-GL-AMOUNT
               PERFORM WRITE-LOAN-GL-ENTRY
           END-IF
           IF WS-FEES-PAID > 0
               MOVE 'E' TO WS-GL-TYPE
               MOVE WS-FEES-PAID TO WS-GL-AMOUNT
               PERFORM WRITE-LOAN-GL-ENTRY
           END-IF

           PERFORM FIND-OLDEST-DUE-DATE.

      *****************************************************************
      *    WRITE-LOAN-GL-ENTRY - LOAN GL ENTRIES USE THE JOURNAL
      *    LAYOUT SO GLEXTRC CAN MAP THEM LIKE ANY JOURNAL TYPE: 'L'
      *    PRINCIPAL, 'N' INTEREST AND 'E' LATE FEE COLLECTED. THE
      *    ACCOUNT IS THE LOAN NUMBER AND THE BALANCES ARE THE LOAN'S
      *    PRINCIPAL EITHER SIDE OF THE ENTRY.
      *****************************************************************
       WRITE-LOAN-GL-ENTRY SECTION.
           ADD 1 TO WS-GL-SEQUENCE
           MOVE SPACES                 TO LOAN-GL-RECORD
           MOVE LOAN-NUMBER            TO LNGL-ACCOUNT-NUMBER
           MOVE WS-GL-TYPE             TO LNGL-TRANS-TYPE
           MOVE WS-GL-AMOUNT           TO LNGL-AMOUNT
           MOVE LOAN-PRINCIPAL-BALANCE TO LNGL-BALANCE-AFTER
           MOVE LOAN-PRINCIPAL-BALANCE TO LNGL-BALANCE-BEFORE
           IF WS-GL-TYPE = 'L'
               ADD WS-GL-AMOUNT TO LNGL-BALANCE-BEFORE
           END-IF
           MOVE WS-BUSINESS-DATE       TO LNGL-POST-DATE
           MOVE WS-GL-SEQUENCE         TO LNGL-SEQUENCE-NO
           MOVE LOAN-BRANCH-CODE       TO LNGL-BRANCH-CODE
           MOVE 0                      TO LNGL-REVERSAL-OF-DATE
           MOVE 0                      TO LNGL-REVERSAL-OF-SEQ
           MOVE SPACE                  TO LNGL-REVERSAL-OF-TYPE
           WRITE LOAN-GL-RECORD.

      *****************************************************************
      *    FIND-OLDEST-DUE-DATE - PAYMENTS SETTLE THE OLDEST
      *    INSTALLMENTS FIRST, SO WHAT IS STILL DUE IS THE MOST RECENT
      *    ONES. COUNTING BACK FROM THE LAST BILLED DUE DATE BY THE
      *    NUMBER OF INSTALLMENTS STILL OWED (A PART-PAID ONE COUNTS)
      *    GIVES THE DUE DATE THE AGING RUNS FROM.
      *****************************************************************
       FIND-OLDEST-DUE-DATE SECTION.
           IF LOAN-AMOUNT-DUE = 0
               OR LOAN-LAST-BILLED-DATE = 0
               MOVE 0 TO LOAN-OLDEST-DUE-DATE
               GO TO FIND-OLDEST-DUE-DATE-EXIT
           END-IF

           DIVIDE LOAN-AMOUNT-DUE BY LOAN-PAYMENT-AMOUNT
               GIVING WS-INSTALLMENTS-OWED
               REMAINDER WS-OWED-REMAINDER
           IF WS-OWED-REMAINDER > 0
               ADD 1 TO WS-INSTALLMENTS-OWED
           END-IF
           IF WS-INSTALLMENTS-OWED > LOAN-INSTALLMENTS-BILLED
               MOVE LOAN-INSTALLMENTS-BILLED TO WS-INSTALLMENTS-OWED
           END-IF
           IF WS-INSTALLMENTS-OWED < 1
               MOVE 1 TO WS-INSTALLMENTS-OWED
           END-IF

           MOVE LOAN-LAST-BILLED-DATE TO WS-DUE-DATE
           COMPUTE WS-ROLL-BACK-COUNT = WS-INSTALLMENTS-OWED - 1
           PERFORM ROLL-BACK-ONE-MONTH WS-ROLL-BACK-COUNT TIMES
           MOVE WS-DUE-DATE TO LOAN-OLDEST-DUE-DATE

       FIND-OLDEST-DUE-DATE-EXIT.
           EXIT.

       MARK-LOAN-PAID-OFF SECTION.
           MOVE 'P' TO LOAN-STATUS
           MOVE 0   TO LOAN-ACCRUED-INTEREST
           MOVE 0   TO LOAN-AMOUNT-DUE
           MOVE 0   TO LOAN-OLDEST-DUE-DATE
           MOVE 0   TO LOAN-DAYS-PAST-DUE
           MOVE 0   TO LOAN-DELINQ-BUCKET
           ADD 1 TO WS-PAID-OFF-COUNT
           IF WS-LOAN-OVERPAID > 0
               MOVE 'PAID OFF - REFUND DUE' TO WS-DISPOSITION
           ELSE
               MOVE 'PAID OFF' TO WS-DISPOSITION
           END-IF.

      *****************************************************************
      *    ACCRUE-LOAN-INTEREST - INTEREST ACCRUES FOR EVERY CALENDAR
      *    DAY SINCE THE LAST ACCRUAL, SO WEEKENDS AND HOLIDAYS WITH
      *    NO CYCLE ARE NOT LOST, AND A SECOND RUN FOR THE SAME
      *    BUSINESS DATE ACCRUES NOTHING. A LOAN BOARDED WITHOUT AN
      *    ACCRUAL DATE STARTS ACCRUING FROM TONIGHT.
      *****************************************************************
       ACCRUE-LOAN-INTEREST SECTION.
           IF LOAN-LAST-ACCRUAL-DATE NOT NUMERIC
               OR LOAN-LAST-ACCRUAL-DATE = 0
               MOVE WS-BUSINESS-DATE TO LOAN-LAST-ACCRUAL-DATE
               GO TO ACCRUE-LOAN-INTEREST-EXIT
           END-IF

           IF LOAN-LAST-ACCRUAL-DATE NOT < WS-BUSINESS-DATE
               GO TO ACCRUE-LOAN-INTEREST-EXIT
           END-IF

           COMPUTE WS-ACCRUAL-DAYS = WS-BUSINESS-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(LOAN-LAST-ACCRUAL-DATE)

           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               (LOAN-PRINCIPAL-BALANCE * LOAN-ANNUAL-RATE
                   * WS-ACCRUAL-DAYS) / 36500
               ON SIZE ERROR
                   DISPLAY 'Error: Loan accrual overflow - '
                       LOAN-NUMBER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           ADD WS-ACCRUAL-AMOUNT TO LOAN-ACCRUED-INTEREST
               ON SIZE ERROR
                   DISPLAY 'Error: Loan accrued interest overflow - '
                       LOAN-NUMBER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ADD
           ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUED-TONIGHT
           MOVE WS-BUSINESS-DATE TO LOAN-LAST-ACCRUAL-DATE

       ACCRUE-LOAN-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      *    BILL-DUE-INSTALLMENTS - LIKE STNDORD, A DUE DATE MISSED
      *    WHILE THE CYCLE WAS DOWN IS CAUGHT UP RATHER THAN LOST.
      *    BILLING STOPS ONCE EVERYTHING OWED ON THE LOAN HAS BEEN
      *    BILLED.
      *****************************************************************
       BILL-DUE-INSTALLMENTS SECTION.
           MOVE 'N' TO WS-BILLING-DONE-FLAG
           PERFORM UNTIL LOAN-NEXT-DUE-DATE > WS-BUSINESS-DATE
               OR BILLING-DONE
               PERFORM BILL-ONE-INSTALLMENT
           END-PERFORM.

      *****************************************************************
      *    BILL-ONE-INSTALLMENT - AN INSTALLMENT IS THE SCHEDULED
      *    PAYMENT, BUT NEVER MORE THAN IT TAKES TO PAY THE LOAN OFF,
      *    AND THE LAST INSTALLMENT OF THE TERM BILLS THE WHOLE PAYOFF
      *    SO ROUNDING IN THE SCHEDULE CANNOT LEAVE A TAIL.
      *****************************************************************
       BILL-ONE-INSTALLMENT SECTION.
           COMPUTE WS-INTEREST-DUE ROUNDED = LOAN-ACCRUED-INTEREST
           COMPUTE WS-PAYOFF-AMOUNT =
               LOAN-PRINCIPAL-BALANCE + WS-INTEREST-DUE
           COMPUTE WS-INSTALLMENT-AMOUNT =
               WS-PAYOFF-AMOUNT - LOAN-AMOUNT-DUE
           IF WS-INSTALLMENT-AMOUNT NOT > 0
               MOVE 'Y' TO WS-BILLING-DONE-FLAG
               GO TO BILL-ONE-INSTALLMENT-EXIT
           END-IF

           IF LOAN-INSTALLMENTS-BILLED + 1 < LOAN-TERM-MONTHS
               AND LOAN-PAYMENT-AMOUNT < WS-INSTALLMENT-AMOUNT
               MOVE LOAN-PAYMENT-AMOUNT TO WS-INSTALLMENT-AMOUNT
           END-IF

           ADD WS-INSTALLMENT-AMOUNT TO LOAN-AMOUNT-DUE
           IF LOAN-OLDEST-DUE-DATE = 0
               MOVE LOAN-NEXT-DUE-DATE TO LOAN-OLDEST-DUE-DATE
           END-IF
           MOVE LOAN-NEXT-DUE-DATE TO LOAN-LAST-BILLED-DATE
           ADD 1 TO LOAN-INSTALLMENTS-BILLED
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-INSTALLMENT-AMOUNT TO WS-TOTAL-BILLED

           PERFORM ROLL-NEXT-DUE-DATE

       BILL-ONE-INSTALLMENT-EXIT.
           EXIT.

      *****************************************************************
      *    ROLL-NEXT-DUE-DATE / ROLL-BACK-ONE-MONTH - INSTALLMENTS
      *    FALL ON THE LOAN'S PAYMENT DAY, CLAMPED TO THE LAST DAY OF
      *    A SHORTER MONTH. THE DAY IS TAKEN FROM THE LOAN EACH TIME,
      *    SO A 31ST PAYMENT DAY RETURNS TO THE 31ST AFTER FEBRUARY.
      *****************************************************************
       ROLL-NEXT-DUE-DATE SECTION.
           MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE
           IF WS-DUE-MONTH = 12
               MOVE 01 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           PERFORM SET-PAYMENT-DAY
           MOVE WS-DUE-DATE TO LOAN-NEXT-DUE-DATE.

       ROLL-BACK-ONE-MONTH SECTION.
           IF WS-DUE-MONTH = 01
               MOVE 12 TO WS-DUE-MONTH
               SUBTRACT 1 FROM WS-DUE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-DUE-MONTH
           END-IF
           PERFORM SET-PAYMENT-DAY.

       SET-PAYMENT-DAY SECTION.
           MOVE LOAN-PAYMENT-DAY TO WS-DUE-DAY
           PERFORM FIND-MONTH-END-DAY
           IF WS-DUE-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-DUE-DAY
           END-IF.

       FIND-MONTH-END-DAY SECTION.
           EVALUATE WS-DUE-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 02
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-DUE-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-DUE-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 29 TO WS-MONTH-END-DAY
                       ELSE
                           DIVIDE WS-DUE-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-MONTH-END-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE.

      *****************************************************************
      *    AGE-LOAN - DAYS PAST DUE RUN FROM THE OLDEST UNPAID DUE
      *    DATE. THE BUCKET IS 30, 60 OR 90 ONCE THAT MANY DAYS HAVE
      *    PASSED, AND 00 FOR A LOAN UNDER 30 DAYS PAST DUE.
      *****************************************************************
       AGE-LOAN SECTION.
           MOVE 0 TO LOAN-DAYS-PAST-DUE
           MOVE 0 TO LOAN-DELINQ-BUCKET
           IF LOAN-AMOUNT-DUE = 0
               OR LOAN-OLDEST-DUE-DATE = 0
               OR LOAN-OLDEST-DUE-DATE NOT < WS-BUSINESS-DATE
               GO TO AGE-LOAN-EXIT
           END-IF

           COMPUTE WS-DAYS-PAST-DUE = WS-BUSINESS-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(LOAN-OLDEST-DUE-DATE)
           IF WS-DAYS-PAST-DUE > 9999
               MOVE 9999 TO WS-DAYS-PAST-DUE
           END-IF
           MOVE WS-DAYS-PAST-DUE TO LOAN-DAYS-PAST-DUE
           ADD 1 TO WS-PAST-DUE-COUNT

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 90
                   MOVE 90 TO LOAN-DELINQ-BUCKET
               WHEN WS-DAYS-PAST-DUE >= 60
                   MOVE 60 TO LOAN-DELINQ-BUCKET
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE 30 TO LOAN-DELINQ-BUCKET
               WHEN OTHER
                   MOVE 00 TO LOAN-DELINQ-BUCKET
           END-EVALUATE

       AGE-LOAN-EXIT.
           EXIT.

      *****************************************************************
      *    ASSESS-LATE-FEE - ONE FEE PER INSTALLMENT: THE MOST RECENT
      *    INSTALLMENT IS STILL UNPAID, ITS GRACE PERIOD HAS RUN OUT,
      *    AND NO FEE HAS BEEN CHARGED SINCE IT WAS BILLED.
      *****************************************************************
       ASSESS-LATE-FEE SECTION.
           IF LOAN-AMOUNT-DUE = 0
               OR WS-LATE-FEE-AMOUNT = 0
               OR LOAN-LAST-BILLED-DATE = 0
               OR LOAN-LAST-FEE-DATE NOT < LOAN-LAST-BILLED-DATE
               GO TO ASSESS-LATE-FEE-EXIT
           END-IF

           COMPUTE WS-DAYS-SINCE-BILLED = WS-BUSINESS-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(LOAN-LAST-BILLED-DATE)
           IF WS-DAYS-SINCE-BILLED NOT > WS-GRACE-DAYS
               GO TO ASSESS-LATE-FEE-EXIT
           END-IF

           ADD WS-LATE-FEE-AMOUNT TO LOAN-LATE-FEES-DUE
           MOVE WS-BUSINESS-DATE TO LOAN-LAST-FEE-DATE
           ADD 1 TO WS-FEES-ASSESSED-COUNT
           ADD WS-LATE-FEE-AMOUNT TO WS-TOTAL-FEES-ASSESSED

       ASSESS-LATE-FEE-EXIT.
           EXIT.

      *****************************************************************
      *    GENERATE-COLLECTION - EVERYTHING OWED (INSTALLMENTS AND
      *    FEES) IS ASKED FOR AS ONE 'T' FROM THE REPAYMENT ACCOUNT TO
      *    THE CLEARING ACCOUNT, WITH NO VALUE DATE SO IT POSTS IN THE
      *    CYCLE THAT EDITS IT. A 'T' IS NOT REFUSED FOR INSUFFICIENT
      *    FUNDS - IT WOULD OVERDRAW - SO THE BALANCE IS CHECKED HERE
      *    AND A LOAN THE ACCOUNT CANNOT COVER IS LEFT TO AGE. THE
      *    LOAN NUMBER RIDES IN THE REFERENCE AREA SO TWO LOANS ON ONE
      *    ACCOUNT FOR THE SAME AMOUNT ARE NOT TAKEN AS DUPLICATES.
      *****************************************************************
       GENERATE-COLLECTION SECTION.
           COMPUTE WS-COLLECT-AMOUNT =
               LOAN-AMOUNT-DUE + LOAN-LATE-FEES-DUE
           IF WS-COLLECT-AMOUNT NOT > 0
               GO TO GENERATE-COLLECTION-EXIT
           END-IF

           MOVE LOAN-REPAYMENT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-COLLECTED-COUNT
                   MOVE 'NOT COLLECTED - NO ACCOUNT' TO WS-DISPOSITION
                   GO TO GENERATE-COLLECTION-EXIT
           END-READ

           IF ACCT-IS-CLOSED OR ACCT-CLOSE-PENDING
               ADD 1 TO WS-NOT-COLLECTED-COUNT
               MOVE 'NOT COLLECTED - ACCT CLOSED' TO WS-DISPOSITION
               GO TO GENERATE-COLLECTION-EXIT
           END-IF

           IF ACCT-ON-HOLD
               ADD 1 TO WS-NOT-COLLECTED-COUNT
               MOVE 'NOT COLLECTED - ACCT ON HOLD' TO WS-DISPOSITION
               GO TO GENERATE-COLLECTION-EXIT
           END-IF

           IF ACCOUNT-BALANCE < WS-COLLECT-AMOUNT
               ADD 1 TO WS-NOT-COLLECTED-COUNT
               MOVE 'NOT COLLECTED - NSF' TO WS-DISPOSITION
               GO TO GENERATE-COLLECTION-EXIT
           END-IF

           MOVE SPACES                 TO LOAN-TRANS-RECORD
           MOVE LOAN-REPAYMENT-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           MOVE 'T'                    TO TRANS-TYPE
           MOVE WS-COLLECT-AMOUNT      TO TRANS-AMOUNT
           MOVE WS-CLEARING-ACCOUNT    TO TRANS-TO-ACCOUNT-NUMBER
           MOVE 0                      TO TRANS-VALUE-DATE
           MOVE LOAN-NUMBER            TO TRANS-LOAN-NUMBER
           WRITE LOAN-TRANS-RECORD

           MOVE WS-COLLECT-AMOUNT TO LOAN-PENDING-AMOUNT
           ADD 1 TO WS-COLLECTION-COUNT
           ADD WS-COLLECT-AMOUNT TO WS-TOTAL-COLLECTIONS
           MOVE 'COLLECTION GENERATED' TO WS-DISPOSITION

       GENERATE-COLLECTION-EXIT.
           EXIT.

       WRITE-TRIAL-BALANCE-LINE SECTION.
           MOVE LOAN-NUMBER            TO LTD-LOAN-NUMBER
           MOVE LOAN-REPAYMENT-ACCOUNT TO LTD-REPAYMENT-ACCOUNT
           MOVE LOAN-STATUS            TO LTD-STATUS
           MOVE LOAN-PRINCIPAL-BALANCE TO LTD-PRINCIPAL
           MOVE LOAN-ACCRUED-INTEREST  TO LTD-ACCRUED
           MOVE LOAN-LATE-FEES-DUE     TO LTD-FEES-DUE
           MOVE LOAN-AMOUNT-DUE        TO LTD-AMOUNT-DUE
           MOVE LOAN-NEXT-DUE-DATE     TO LTD-NEXT-DUE-DATE
           MOVE LOAN-DAYS-PAST-DUE     TO LTD-DAYS-PAST-DUE
           MOVE WS-DISPOSITION         TO LTD-DISPOSITION
           WRITE TRIAL-BALANCE-LINE FROM LTB-DETAIL-LINE.

      *****************************************************************
      *    REPORT-UNAPPLIED-PAYMENTS - MONEY THAT REACHED THE CLEARING
      *    ACCOUNT BUT MATCHED NO ACTIVE LOAN. IT STAYS IN CLEARING
      *    UNTIL OPERATIONS APPLIES OR RETURNS IT.
      *****************************************************************
       REPORT-UNAPPLIED-PAYMENTS SECTION.
           PERFORM VARYING WS-PAYMENT-SUB FROM 1 BY 1
               UNTIL WS-PAYMENT-SUB > WS-PAYMENT-COUNT
               IF NOT PMT-APPLIED (WS-PAYMENT-SUB)
                   IF WS-UNAPPLIED-COUNT = 0
                       WRITE TRIAL-BALANCE-LINE FROM LTB-BLANK-LINE
                       WRITE TRIAL-BALANCE-LINE
                           FROM LTB-UNAPPLIED-HEADING
                   END-IF
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   ADD PMT-AMOUNT (WS-PAYMENT-SUB)
                       TO WS-TOTAL-UNAPPLIED
                   MOVE PMT-SEQUENCE-NO (WS-PAYMENT-SUB)
                       TO LTU-SEQUENCE-NO
                   MOVE PMT-FROM-ACCOUNT (WS-PAYMENT-SUB)
                       TO LTU-FROM-ACCOUNT
                   MOVE PMT-AMOUNT (WS-PAYMENT-SUB) TO LTU-AMOUNT
                   IF PMT-FROM-ACCOUNT (WS-PAYMENT-SUB) = SPACES
                       MOVE 'PAYING ACCOUNT NOT FOUND IN JOURNAL'
                           TO LTU-REASON
                   ELSE
                       MOVE 'NO ACTIVE LOAN FOR PAYING ACCOUNT'
                           TO LTU-REASON
                   END-IF
                   WRITE TRIAL-BALANCE-LINE FROM LTB-UNAPPLIED-LINE
               END-IF
           END-PERFORM.

      *****************************************************************
      *    WRITE-TRIAL-BALANCE-TOTALS - PRINCIPAL BROUGHT FORWARD LESS
      *    PRINCIPAL COLLECTED MUST EQUAL PRINCIPAL CARRIED FORWARD;
      *    THE COLLECTED FIGURE IS THE SAME AMOUNT WRITTEN TO THE LOAN
      *    GL FILE AS 'L' ENTRIES, SO THE LOAN BOOK TIES TO THE LEDGER.
      *    ACCRUED INTEREST AND UNPAID FEES ARE MEMO ITEMS: THEY REACH
      *    THE LEDGER ONLY WHEN COLLECTED.
      *****************************************************************
       WRITE-TRIAL-BALANCE-TOTALS SECTION.
           WRITE TRIAL-BALANCE-LINE FROM LTB-BLANK-LINE

           MOVE 'LOANS READ' TO LTC-LABEL
           MOVE WS-LOANS-READ TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'LOANS SERVICED' TO LTC-LABEL
           MOVE WS-SERVICED-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'LOANS PAID OFF TONIGHT' TO LTC-LABEL
           MOVE WS-PAID-OFF-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'PAID-OFF LOANS ON FILE' TO LTC-LABEL
           MOVE WS-CLOSED-LOAN-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'LOAN RECORDS INVALID' TO LTC-LABEL
           MOVE WS-INVALID-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'PAYMENTS FOUND IN JOURNAL' TO LTC-LABEL
           MOVE WS-PAYMENTS-FOUND TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'PAYMENTS APPLIED' TO LTC-LABEL
           MOVE WS-PAYMENTS-APPLIED TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'PAYMENTS UNAPPLIED' TO LTC-LABEL
           MOVE WS-UNAPPLIED-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'PAYMENTS OVERPAID' TO LTC-LABEL
           MOVE WS-OVERPAID-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'INSTALLMENTS BILLED' TO LTC-LABEL
           MOVE WS-BILLED-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'LATE FEES ASSESSED' TO LTC-LABEL
           MOVE WS-FEES-ASSESSED-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'COLLECTIONS GENERATED' TO LTC-LABEL
           MOVE WS-COLLECTION-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'COLLECTIONS NOT GENERATED' TO LTC-LABEL
           MOVE WS-NOT-COLLECTED-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           MOVE 'LOANS PAST DUE' TO LTC-LABEL
           MOVE WS-PAST-DUE-COUNT TO LTC-COUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-COUNT-LINE

           WRITE TRIAL-BALANCE-LINE FROM LTB-BLANK-LINE

           MOVE 'PRINCIPAL BROUGHT FORWARD' TO LTT-LABEL
           MOVE WS-PRINCIPAL-OPENING TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'PRINCIPAL COLLECTED' TO LTT-LABEL
           MOVE WS-TOTAL-PRINCIPAL-PAID TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'PRINCIPAL CARRIED FORWARD' TO LTT-LABEL
           MOVE WS-PRINCIPAL-CLOSING TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'INTEREST ACCRUED TONIGHT' TO LTT-LABEL
           MOVE WS-TOTAL-ACCRUED-TONIGHT TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'INTEREST COLLECTED' TO LTT-LABEL
           MOVE WS-TOTAL-INTEREST-PAID TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'ACCRUED INTEREST (MEMO)' TO LTT-LABEL
           MOVE WS-TOTAL-ACCRUED TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'LATE FEES ASSESSED' TO LTT-LABEL
           MOVE WS-TOTAL-FEES-ASSESSED TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'LATE FEES COLLECTED' TO LTT-LABEL
           MOVE WS-TOTAL-FEES-PAID TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'LATE FEES DUE (MEMO)' TO LTT-LABEL
           MOVE WS-TOTAL-FEES-DUE TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'INSTALLMENTS BILLED' TO LTT-LABEL
           MOVE WS-TOTAL-BILLED TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'INSTALLMENTS DUE UNPAID' TO LTT-LABEL
           MOVE WS-TOTAL-AMOUNT-DUE TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'COLLECTIONS GENERATED' TO LTT-LABEL
           MOVE WS-TOTAL-COLLECTIONS TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'UNAPPLIED PAYMENTS' TO LTT-LABEL
           MOVE WS-TOTAL-UNAPPLIED TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           MOVE 'OVERPAYMENTS TO REFUND' TO LTT-LABEL
           MOVE WS-TOTAL-OVERPAID TO LTT-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM LTB-TOTAL-LINE

           COMPUTE WS-PRINCIPAL-PROOF =
               WS-PRINCIPAL-OPENING - WS-TOTAL-PRINCIPAL-PAID
           IF WS-PRINCIPAL-PROOF = WS-PRINCIPAL-CLOSING
               MOVE '*** LOAN PRINCIPAL PROVES ***' TO LTB-RESULT-LINE
           ELSE
               MOVE '*** LOAN PRINCIPAL DOES NOT PROVE - REVIEW ***'
                   TO LTB-RESULT-LINE
           END-IF
           WRITE TRIAL-BALANCE-LINE FROM LTB-RESULT-LINE.

      *****************************************************************
      *    SELECT-DELINQUENT-LOANS - THE NEW MASTER CARRIES TONIGHT'S
      *    AGING, SO IT IS READ BACK AND EVERY ACTIVE LOAN PAST DUE
      *    GOES TO THE SORT BY BRANCH, WORST FIRST.
      *****************************************************************
       SELECT-DELINQUENT-LOANS SECTION.
           OPEN INPUT LOAN-MASTER-OUT
           MOVE 'N' TO WS-LOAN-EOF-FLAG
           PERFORM UNTIL LOAN-EOF
               READ LOAN-MASTER-OUT
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-FLAG
                   NOT AT END
                       IF LNNW-IS-ACTIVE
                           AND LNNW-DAYS-PAST-DUE NUMERIC
                           AND LNNW-DAYS-PAST-DUE > 0
                           RELEASE SORT-DLQ-WORK-RECORD
                               FROM LOAN-OUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-OUT.

       PRINT-DELINQUENCY-REPORT SECTION.
           OPEN INPUT SORTED-DELINQUENT
           OPEN OUTPUT DELINQUENCY-REPORT

           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-HEADING-1
           MOVE WS-BUSINESS-DATE TO DLH-BUSINESS-DATE
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-DATE-LINE

           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE 0 TO BKT-GRAND-COUNT (WS-BUCKET-SUB)
               MOVE 0 TO BKT-GRAND-DUE (WS-BUCKET-SUB)
           END-PERFORM

           READ SORTED-DELINQUENT
               AT END
                   MOVE 'Y' TO WS-DLQ-EOF-FLAG
           END-READ

           IF DELINQUENT-EOF
               WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BLANK-LINE
               WRITE DELINQUENCY-REPORT-LINE FROM DLQ-NONE-LINE
           END-IF

           PERFORM UNTIL DELINQUENT-EOF
               PERFORM PRINT-ONE-BRANCH
           END-PERFORM

           PERFORM PRINT-DELINQUENCY-TOTALS

           CLOSE SORTED-DELINQUENT
           CLOSE DELINQUENCY-REPORT.

      *****************************************************************
      *    PRINT-ONE-BRANCH - CONTROL BREAK ON BRANCH: A HEADING, ONE
      *    LINE PER PAST-DUE LOAN, THEN THE BRANCH'S COUNT AND AMOUNT
      *    DUE IN EACH BUCKET.
      *****************************************************************
       PRINT-ONE-BRANCH SECTION.
           MOVE DLNQ-BRANCH-CODE TO WS-CURRENT-BRANCH
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE 0 TO BKT-BRANCH-COUNT (WS-BUCKET-SUB)
               MOVE 0 TO BKT-BRANCH-DUE (WS-BUCKET-SUB)
           END-PERFORM

           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BLANK-LINE
           MOVE WS-CURRENT-BRANCH TO DLH-BRANCH-CODE
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BRANCH-LINE
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-COLUMN-LINE

           PERFORM UNTIL DELINQUENT-EOF
               OR DLNQ-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               PERFORM PRINT-DELINQUENT-LOAN
               READ SORTED-DELINQUENT
                   AT END
                       MOVE 'Y' TO WS-DLQ-EOF-FLAG
               END-READ
           END-PERFORM

           MOVE WS-CURRENT-BRANCH TO WS-SCOPE-BRANCH
           MOVE WS-BRANCH-SCOPE TO DLT-SCOPE
           MOVE 0 TO WS-SCOPE-COUNT
           MOVE 0 TO WS-SCOPE-DUE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO DLT-BUCKET
               MOVE BKT-BRANCH-COUNT (WS-BUCKET-SUB) TO DLT-COUNT
               MOVE BKT-BRANCH-DUE (WS-BUCKET-SUB) TO DLT-AMOUNT
               WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BUCKET-LINE
               ADD BKT-BRANCH-COUNT (WS-BUCKET-SUB) TO WS-SCOPE-COUNT
               ADD BKT-BRANCH-DUE (WS-BUCKET-SUB) TO WS-SCOPE-DUE
           END-PERFORM
           MOVE 'ALL BUCKETS' TO DLT-BUCKET
           MOVE WS-SCOPE-COUNT TO DLT-COUNT
           MOVE WS-SCOPE-DUE TO DLT-AMOUNT
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BUCKET-LINE.

       PRINT-DELINQUENT-LOAN SECTION.
           COMPUTE WS-BUCKET-SUB = DLNQ-DELINQ-BUCKET / 30 + 1
           IF WS-BUCKET-SUB < 1 OR WS-BUCKET-SUB > 4
               MOVE 4 TO WS-BUCKET-SUB
           END-IF

           MOVE DLNQ-NUMBER            TO DLD-LOAN-NUMBER
           MOVE DLNQ-REPAYMENT-ACCOUNT TO DLD-REPAYMENT-ACCOUNT
           MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO DLD-BUCKET
           MOVE DLNQ-DAYS-PAST-DUE     TO DLD-DAYS-PAST-DUE
           MOVE DLNQ-OLDEST-DUE-DATE   TO DLD-OLDEST-DUE-DATE
           MOVE DLNQ-AMOUNT-DUE        TO DLD-AMOUNT-DUE
           MOVE DLNQ-LATE-FEES-DUE     TO DLD-FEES-DUE
           MOVE DLNQ-PRINCIPAL-BALANCE TO DLD-PRINCIPAL
           MOVE DLNQ-LAST-PAYMENT-DATE TO DLD-LAST-PAYMENT-DATE
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-DETAIL-LINE

           ADD 1 TO WS-DELINQUENT-LISTED
           ADD 1 TO BKT-BRANCH-COUNT (WS-BUCKET-SUB)
           ADD 1 TO BKT-GRAND-COUNT (WS-BUCKET-SUB)
           ADD DLNQ-AMOUNT-DUE TO BKT-BRANCH-DUE (WS-BUCKET-SUB)
           ADD DLNQ-AMOUNT-DUE TO BKT-GRAND-DUE (WS-BUCKET-SUB).

       PRINT-DELINQUENCY-TOTALS SECTION.
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BLANK-LINE
           MOVE 'ALL BRANCHES' TO DLT-SCOPE
           MOVE 0 TO WS-SCOPE-COUNT
           MOVE 0 TO WS-SCOPE-DUE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO DLT-BUCKET
               MOVE BKT-GRAND-COUNT (WS-BUCKET-SUB) TO DLT-COUNT
               MOVE BKT-GRAND-DUE (WS-BUCKET-SUB) TO DLT-AMOUNT
               WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BUCKET-LINE
               ADD BKT-GRAND-COUNT (WS-BUCKET-SUB) TO WS-SCOPE-COUNT
               ADD BKT-GRAND-DUE (WS-BUCKET-SUB) TO WS-SCOPE-DUE
           END-PERFORM
           MOVE 'ALL BUCKETS' TO DLT-BUCKET
           MOVE WS-SCOPE-COUNT TO DLT-COUNT
           MOVE WS-SCOPE-DUE TO DLT-AMOUNT
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BUCKET-LINE

           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-BLANK-LINE
           MOVE 'PAST-DUE LOANS LISTED' TO DLC-LABEL
           MOVE WS-DELINQUENT-LISTED TO DLC-COUNT
           WRITE DELINQUENCY-REPORT-LINE FROM DLQ-COUNT-LINE.
