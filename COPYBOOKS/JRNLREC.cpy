      *****************************************************************
      *    JRNLREC - JOURNAL-RECORD LAYOUT FOR TRANS-JOURNAL
      *    WRITTEN BY BANKUPD FOR EVERY SUCCESSFULLY POSTED TRANSACTION
      *    JRNL-REVERSAL-LINK IS SET ONLY ON AN 'R' REVERSAL LEG: IT
      *    NAMES THE POST DATE, SEQUENCE AND TYPE OF THE ORIGINAL
      *    ENTRY THE LEG UNDOES (ZEROS AND SPACE ON EVERY OTHER TYPE)
      *****************************************************************
           05  JRNL-ACCOUNT-NUMBER    PIC X(10).
           05  JRNL-TRANS-TYPE        PIC X.
           05  JRNL-POST-DATE         PIC 9(08).
           05  JRNL-SEQUENCE-NO       PIC 9(06).
           05  JRNL-BRANCH-CODE       PIC X(03).
           05  JRNL-REVERSAL-LINK.
               10  JRNL-REVERSAL-OF-DATE  PIC 9(08).
               10  JRNL-REVERSAL-OF-SEQ   PIC 9(06).
               10  JRNL-REVERSAL-OF-TYPE  PIC X(01).
           05  FILLER                 PIC X(13).
