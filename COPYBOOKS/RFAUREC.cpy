      *****************************************************************
      *    RFAUREC - REFERENCE-AUDIT-RECORD LAYOUT FOR THE PERMANENT
      *    REFERENCE-CHANGE AUDIT FILE WRITTEN BY REFMAINT. ONE RECORD
      *    PER APPLIED CHANGE, STAMPED WITH THE BUSINESS DATE AND THE
      *    REQUESTER, HOLDING THE TABLE RECORD AS IT STOOD BEFORE AND
      *    AFTER (SPACES BEFORE AN ADD AND AFTER A DELETE). THE FILE
      *    IS ONLY EVER EXTENDED - NOTHING IS PURGED FROM IT
      *****************************************************************
           05  RFAU-BUSINESS-DATE     PIC 9(08).
           05  RFAU-REQUESTER-ID      PIC X(08).
           05  RFAU-TABLE-ID          PIC X(04).
           05  RFAU-ACTION            PIC X(01).
           05  RFAU-REQUEST-SEQ       PIC 9(06).
           05  RFAU-BEFORE-IMAGE      PIC X(60).
           05  RFAU-AFTER-IMAGE       PIC X(60).
           05  FILLER                 PIC X(03).
