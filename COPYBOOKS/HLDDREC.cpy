      *****************************************************************
      *    HLDDREC - HOLD-DAYS-RECORD LAYOUT FOR THE DEPOSIT HOLD
      *    SCHEDULE FILE. ONE RECORD PER PRODUCT TYPE, GIVING THE
      *    NUMBER OF DAYS A DEPOSIT FROM THE CORRESPONDENT OR THE
      *    TELLER PLATFORM IS HELD BEFORE IT BECOMES AVAILABLE. A
      *    PRODUCT TYPE WITH NO RECORD (OR ZERO DAYS) IS NOT HELD
      *****************************************************************
           05  HLDD-PRODUCT-TYPE      PIC X(01).
           05  HLDD-HOLD-DAYS         PIC 9(03).
           05  FILLER                 PIC X(16).
