      *****************************************************************
      *    LOANREC - LOAN-RECORD LAYOUT FOR THE LOAN MASTER FILE.
      *    ONE RECORD PER LOAN, BOARDED BY LOAN ORIGINATION AND
      *    SERVICED NIGHTLY BY LOANSRV. THE REPAYMENT ACCOUNT IS THE
      *    DEPOSIT ACCOUNT EACH INSTALLMENT IS COLLECTED FROM.
      *    LOAN-AMOUNT-DUE IS THE BILLED INSTALLMENTS NOT YET PAID;
      *    LOAN-OLDEST-DUE-DATE IS THE DUE DATE OF THE OLDEST OF THEM
      *    (ZERO WHEN THE LOAN IS CURRENT) AND DRIVES THE AGING;
      *    THE BUCKET IS 00 FOR A LOAN UNDER 30 DAYS PAST DUE.
      *    ACCRUED INTEREST IS CARRIED TO FOUR DECIMALS AND ROUNDED
      *    TO THE CENT ONLY WHEN IT IS BILLED OR PAID.
      *    LOAN-PENDING-AMOUNT IS THE COLLECTION LOANSRV SENT INTO THE
      *    NEXT POSTING CYCLE, SO THE NEXT RUN CAN MATCH WHAT BANKUPD
      *    ACTUALLY POSTED BACK TO THE LOAN THAT ASKED FOR IT
      *****************************************************************
           05  LOAN-NUMBER            PIC X(10).
           05  LOAN-BRANCH-CODE       PIC X(03).
           05  LOAN-REPAYMENT-ACCOUNT PIC X(10).
           05  LOAN-STATUS            PIC X(01).
               88  LOAN-IS-ACTIVE         VALUE SPACE 'A'.
               88  LOAN-IS-PAID-OFF       VALUE 'P'.
           05  LOAN-ORIGINAL-PRINCIPAL
                                      PIC S9(12)V99 COMP-3.
           05  LOAN-PRINCIPAL-BALANCE PIC S9(12)V99 COMP-3.
           05  LOAN-ANNUAL-RATE       PIC 9(02)V9(04).
           05  LOAN-TERM-MONTHS       PIC 9(03).
           05  LOAN-INSTALLMENTS-BILLED
                                      PIC 9(03).
           05  LOAN-PAYMENT-AMOUNT    PIC S9(12)V99 COMP-3.
           05  LOAN-PAYMENT-DAY       PIC 9(02).
           05  LOAN-NEXT-DUE-DATE     PIC 9(08).
           05  LOAN-ACCRUED-INTEREST  PIC S9(9)V9(4) COMP-3.
           05  LOAN-LAST-ACCRUAL-DATE PIC 9(08).
           05  LOAN-AMOUNT-DUE        PIC S9(12)V99 COMP-3.
           05  LOAN-OLDEST-DUE-DATE   PIC 9(08).
           05  LOAN-LAST-BILLED-DATE  PIC 9(08).
           05  LOAN-LATE-FEES-DUE     PIC S9(7)V99 COMP-3.
           05  LOAN-LAST-FEE-DATE     PIC 9(08).
           05  LOAN-DAYS-PAST-DUE     PIC 9(04).
           05  LOAN-DELINQ-BUCKET     PIC 9(02).
               88  LOAN-UNDER-30-DAYS     VALUE 00.
               88  LOAN-30-DAYS-PAST-DUE  VALUE 30.
               88  LOAN-60-DAYS-PAST-DUE  VALUE 60.
               88  LOAN-90-DAYS-PAST-DUE  VALUE 90.
           05  LOAN-PENDING-AMOUNT    PIC S9(12)V99 COMP-3.
           05  LOAN-LAST-PAYMENT-DATE PIC 9(08).
           05  FILLER                 PIC X(06).
