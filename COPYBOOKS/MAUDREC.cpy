      *****************************************************************
      *    MAUDREC - MAINT-AUDIT-RECORD LAYOUT FOR THE PERMANENT
      *    ACCOUNT MAINTENANCE AUDIT FILE. ACCTMAIN APPENDS ONE RECORD
      *    FOR EVERY CHANGE IT APPLIES TO ACCOUNTS-FILE, WITH THE
      *    ACCOUNT RECORD AS IT STOOD BEFORE AND AFTER THE CHANGE (THE
      *    BEFORE IMAGE IS SPACES FOR AN ACCOUNT OPENING). NOTHING IS
      *    EVER PURGED FROM IT
      *****************************************************************
           05  MAUD-BUSINESS-DATE     PIC 9(08).
           05  MAUD-ACCOUNT-NUMBER    PIC X(10).
           05  MAUD-MAINT-TYPE        PIC X(01).
           05  MAUD-MAKER-ID          PIC X(08).
           05  MAUD-CHECKER-ID        PIC X(08).
           05  MAUD-REQUEST-SEQ       PIC 9(06).
           05  MAUD-BEFORE-IMAGE      PIC X(90).
           05  MAUD-AFTER-IMAGE       PIC X(90).
           05  FILLER                 PIC X(29).
