      *    SUSPREC - SUSPENSE-RECORD LAYOUT FOR THE REJECT SUSPENSE
      *    FILE. SAME TRANSACTION FIELDS AS REJCTREC PLUS THE DATE THE
      *    ITEM WAS FIRST REJECTED, SO REJRECYC CAN AGE UNRESOLVED
      *    ITEMS ACROSS RUNS INSTEAD OF LOSING THEM AFTER ONE DAY.
      *    SUS-HOLD-FLAG KEEPS THE REJECT'S HOLD FLAG FOR RESUBMISSION
      *****************************************************************
           05  SUS-ACCOUNT-NUMBER     PIC X(10).
           05  SUS-TRANS-TYPE         PIC X.
           05  SUS-REASON-CODE        PIC 9(02).
           05  SUS-REASON-TEXT        PIC X(25).
           05  SUS-DATE-REJECTED      PIC 9(08).
           05  SUS-HOLD-FLAG          PIC X(01).
           05  FILLER                 PIC X(05).
