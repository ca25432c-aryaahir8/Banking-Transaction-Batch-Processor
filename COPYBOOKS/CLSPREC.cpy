      *****************************************************************
      *    CLSPREC - CLOSED-PARM-RECORD LAYOUT FOR THE CLOSARCH
      *    PARAMETER FILE. CARRIES THE NUMBER OF DAYS A CLOSED ACCOUNT
      *    STAYS ON ACCOUNTS-FILE BEFORE IT MOVES TO CLOSED-ACCOUNT
      *    HISTORY, SO THE RETENTION POLICY CAN CHANGE WITHOUT A
      *    RECOMPILE
      *****************************************************************
           05  CLSP-RETENTION-DAYS    PIC 9(05).
           05  FILLER                 PIC X(15).
