      *****************************************************************
      *    ACCTREC - ACCOUNT-RECORD LAYOUT FOR ACCOUNTS-FILE
      *    SHARED BY BANKUPD AND ALL DOWNSTREAM ACCOUNT PROGRAMS.
      *    A CLOSED ACCOUNT STAYS ON FILE WITH ACCT-STATUS 'C' AND
      *    ITS CLOSE DATE UNTIL CLOSARCH MOVES IT TO CLOSED-ACCOUNT
      *    HISTORY; 'P' MEANS A CLOSE HAS BEEN REQUESTED AND THE
      *    CLOSING ENTRIES ARE STILL TO POST. THE CLOSE DATE IS KEPT
      *    PACKED SO BOTH FIT IN THE RECORD'S OLD FILLER
      *****************************************************************
           05  ACCOUNT-NUMBER         PIC X(10).
           05  ACCOUNT-NAME           PIC X(30).
           05  ACCT-LAST-ACTIVITY-DATE
                                      PIC 9(08).
           05  ACCT-BRANCH-CODE       PIC X(03).
           05  ACCT-STATUS            PIC X(01).
               88  ACCT-IS-OPEN           VALUE SPACE 'O'.
               88  ACCT-CLOSE-PENDING     VALUE 'P'.
               88  ACCT-IS-CLOSED         VALUE 'C'.
           05  ACCT-CLOSE-DATE        PIC 9(08) COMP-3.
           05  FILLER                 PIC X(01).
