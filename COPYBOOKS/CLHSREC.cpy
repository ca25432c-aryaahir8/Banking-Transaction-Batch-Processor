      *****************************************************************
      *    CLHSREC - CLOSED-HISTORY-RECORD LAYOUT FOR THE CLOSED-
      *    ACCOUNT HISTORY FILE WRITTEN BY CLOSARCH. THE ACCOUNT
      *    RECORD IS KEPT EXACTLY AS IT STOOD ON ACCOUNTS-FILE, WITH
      *    THE BUSINESS DATE IT WAS ARCHIVED. THE FILE IS PERMANENT -
      *    NOTHING IS EVER PURGED FROM IT
      *****************************************************************
           05  CLHS-ACCOUNT-IMAGE     PIC X(90).
           05  CLHS-ARCHIVED-DATE     PIC 9(08).
           05  FILLER                 PIC X(02).
