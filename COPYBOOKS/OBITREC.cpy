      *****************************************************************
      *    OBITREC - OUTBOUND-ITEM-RECORD LAYOUT FOR THE NIGHTLY FILE
      *    OF OUTBOUND PAYMENTS BANKUPD HAS POSTED. ONE RECORD PER 'O'
      *    TRANSACTION, WRITTEN ONLY AFTER BOTH JOURNAL LEGS, AND
      *    CARRYING THE JOURNAL POST DATE AND SEQUENCE THE LEGS SHARE
      *    SO OUTBSEND CAN TIE THE ITEM BACK TO THE JOURNAL
      *****************************************************************
           05  OBIT-ACCOUNT-NUMBER    PIC X(10).
           05  OBIT-AMOUNT            PIC S9(12)V99 COMP-3.
           05  OBIT-ROUTING-NUMBER    PIC X(09).
           05  OBIT-EXT-ACCOUNT-NUMBER PIC X(17).
           05  OBIT-POST-DATE         PIC 9(08).
           05  OBIT-SEQUENCE-NO       PIC 9(06).
           05  OBIT-BRANCH-CODE       PIC X(03).
           05  OBIT-SETTLEMENT-ACCOUNT PIC X(10).
           05  FILLER                 PIC X(09).
