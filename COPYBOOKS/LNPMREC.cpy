      *****************************************************************
      *    LNPMREC - LOAN-PARM-RECORD LAYOUT FOR THE LOANSRV PARAMETER
      *    FILE. NAMES THE INTERNAL DEPOSIT ACCOUNT INSTALLMENTS ARE
      *    COLLECTED INTO (FINANCE SETTLES IT AGAINST THE LOAN GL),
      *    THE FLAT LATE FEE, AND THE DAYS OF GRACE AFTER A DUE DATE
      *    BEFORE AN UNPAID INSTALLMENT IS CHARGED THE FEE
      *****************************************************************
           05  LNPM-CLEARING-ACCOUNT  PIC X(10).
           05  LNPM-LATE-FEE-AMOUNT   PIC 9(05)V99.
           05  LNPM-GRACE-DAYS        PIC 9(03).
           05  FILLER                 PIC X(60).
