      *    CYCLE. FIXED DISPLAY FORMAT WITH SEPARATE LEADING SIGNS,
      *    AS THE TELLER VENDOR'S IMPORT REQUIRES. THE WITHDRAWAL
      *    HEADROOM IS THE DAILY LIMIT LESS TODAY'S WITHDRAWALS; AN
      *    ACCOUNT WITH NO DAILY LIMIT SHOWS ALL NINES. THE AVAILABLE
      *    BALANCE IS THE LEDGER BALANCE LESS DEPOSIT HOLDS STILL IN
      *    FORCE - THE FIGURE A TELLER SHOULD PAY CASH AGAINST
      *****************************************************************
           05  TLRD-ACCOUNT-NUMBER    PIC X(10).
           05  TLRD-ACCOUNT-NAME      PIC X(30).
                                      PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
           05  TLRD-BRANCH-CODE       PIC X(03).
           05  TLRD-AVAILABLE-BALANCE PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(14).
