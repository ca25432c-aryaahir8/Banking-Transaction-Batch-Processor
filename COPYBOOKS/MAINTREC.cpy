      *****************************************************************
      *    MAINTREC - MAINT-RECORD LAYOUT FOR ACCOUNT MAINTENANCE FILE
      *    USED BY ACCTMAIN TO ADD, CLOSE, AND CORRECT ACCOUNTS-FILE.
      *    MAINT-PAYOUT-ACCOUNT NAMES THE ACCOUNT A CLOSING BALANCE IS
      *    PAID TO; SPACES PAY IT OUT BY OFFICIAL CHECK. EVERY REQUEST
      *    CARRIES THE MAKER WHO KEYED IT; THE DUAL-CONTROL TYPES ALSO
      *    NEED A DIFFERENT CHECKER WHO APPROVED IT
      *****************************************************************
           05  MAINT-TYPE              PIC X.
               88  MAINT-IS-ADD            VALUE 'A'.
               88  MAINT-IS-HOLD           VALUE 'H'.
               88  MAINT-IS-PRODUCT        VALUE 'P'.
               88  MAINT-IS-BRANCH         VALUE 'B'.
               88  MAINT-IS-DUAL-CONTROL   VALUE 'A' 'C' 'N' 'H'.
               88  MAINT-IS-SINGLE-CONTROL VALUE 'P' 'B'.
           05  MAINT-ACCOUNT-NUMBER    PIC X(10).
           05  MAINT-ACCOUNT-NAME      PIC X(30).
           05  MAINT-OPENING-BALANCE   PIC S9(12)V99 COMP-3.
           05  MAINT-PRODUCT-TYPE      PIC X(01).
           05  MAINT-BRANCH-CODE       PIC X(03).
           05  FILLER                  PIC X(02).
           05  MAINT-PAYOUT-ACCOUNT    PIC X(10).
           05  MAINT-MAKER-ID          PIC X(08).
           05  MAINT-CHECKER-ID        PIC X(08).
           05  FILLER                  PIC X(10).
