      *****************************************************************
      *    JHSTREC - JOURNAL-HISTORY-RECORD LAYOUT FOR THE KEYED
      *    JOURNAL HISTORY FILE LOADED NIGHTLY BY JRNLARCH. THE
      *    JOURNAL RECORD IS KEPT EXACTLY AS BANKUPD WROTE IT, BEHIND
      *    A KEY OF ACCOUNT, POST DATE AND SEQUENCE, SO RESEARCH CAN
      *    START AT ONE ACCOUNT AND DATE AND READ FORWARD. EVERY LEG
      *    OF ONE TRANSACTION SHARES ITS SEQUENCE NUMBER, AND MORE
      *    THAN ONE LEG CAN FALL ON THE SAME ACCOUNT, SO JHST-LEG-NO
      *    NUMBERS AN ACCOUNT'S LEGS WITHIN A SEQUENCE IN THE ORDER
      *    THEY WERE JOURNALED AND KEEPS THE KEY UNIQUE
      *****************************************************************
           05  JHST-KEY.
               10  JHST-ACCOUNT-NUMBER    PIC X(10).
               10  JHST-POST-DATE         PIC 9(08).
               10  JHST-SEQUENCE-NO       PIC 9(06).
               10  JHST-LEG-NO            PIC 9(02).
           05  JHST-JOURNAL-IMAGE     PIC X(80).
           05  FILLER                 PIC X(04).
