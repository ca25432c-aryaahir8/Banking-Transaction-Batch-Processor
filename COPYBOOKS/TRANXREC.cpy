      *    TRANS-ORIGIN-REF IS THE CORRESPONDENT'S ITEM REFERENCE FOR
      *    EXTERNALLY ORIGINATED ITEMS (SPACES FOR IN-HOUSE ITEMS);
      *    IT RIDES THROUGH TO THE REJECT FILE SO A REJECTED EXTERNAL
      *    ITEM CAN BE RETURNED TO THE CORRESPONDENT.
      *    TRANS-HOLD-FLAG MARKS A DEPOSIT WHOSE FUNDS ARE NOT YET
      *    COLLECTED (CORRESPONDENT AND TELLER DEPOSITS); BANKUPD
      *    PLACES AN UNCOLLECTED-FUNDS HOLD WHEN IT POSTS ONE.
      *    TRANS-REFERENCE-AREA CARRIES TYPE-SPECIFIC DETAIL; FOR AN
      *    'R' REVERSAL IT NAMES THE ORIGINAL JOURNAL ENTRY BY ITS
      *    POST DATE AND SEQUENCE NUMBER; FOR A LOAN INSTALLMENT
      *    COLLECTION 'T' WRITTEN BY LOANSRV IT CARRIES THE LOAN
      *    NUMBER; FOR AN 'O' OUTBOUND PAYMENT IT CARRIES THE PAYEE'S
      *    ROUTING NUMBER AND ACCOUNT AT THE OTHER BANK; FOR A 'D'
      *    RE-CREDIT OF AN OUTBOUND ITEM THE CORRESPONDENT RETURNED IT
      *    CARRIES OUR ORIGINAL ITEM REFERENCE AND THE RETURN REASON.
      *    SPACES FOR OTHER TYPES.
      *    AN 'X' CLOSE PAYOUT IS WRITTEN BY ACCTMAIN FOR AN ACCOUNT
      *    BEING CLOSED: BANKUPD PAYS OUT WHATEVER BALANCE IS LEFT
      *    (THE AMOUNT FIELD IS ONLY THE BALANCE AT REQUEST TIME) TO
      *    TRANS-TO-ACCOUNT-NUMBER, OR BY OFFICIAL CHECK WHEN THAT IS
      *    SPACES, AND MARKS THE ACCOUNT CLOSED.
      *    AN 'O' OUTBOUND PAYMENT DEBITS THE CUSTOMER AND CREDITS THE
      *    OUTBOUND SETTLEMENT ACCOUNT; OUTBSEND SENDS IT TO THE
      *    CORRESPONDENT. TRANS-TO-ACCOUNT-NUMBER IS NOT USED
      *****************************************************************
           05  TRANS-ACCOUNT-NUMBER   PIC X(10).
           05  TRANS-TYPE             PIC X.
               88  TRANS-IS-TRANSFER      VALUE 'T'.
               88  TRANS-IS-FEE           VALUE 'F'.
               88  TRANS-IS-INTEREST      VALUE 'I'.
               88  TRANS-IS-REVERSAL      VALUE 'R'.
               88  TRANS-IS-CLOSE-PAYOUT  VALUE 'X'.
               88  TRANS-IS-OUTBOUND      VALUE 'O'.
           05  TRANS-AMOUNT           PIC S9(12)V99 COMP-3.
           05  TRANS-TO-ACCOUNT-NUMBER PIC X(10).
           05  TRANS-VALUE-DATE       PIC 9(08).
           05  TRANS-ORIGIN-REF       PIC X(12).
           05  TRANS-HOLD-FLAG        PIC X(01).
               88  TRANS-HOLD-FUNDS       VALUE 'Y'.
           05  TRANS-REFERENCE-AREA   PIC X(30).
           05  TRANS-REVERSAL-REF REDEFINES TRANS-REFERENCE-AREA.
               10  TRANS-REVERSAL-OF-DATE PIC 9(08).
               10  TRANS-REVERSAL-OF-SEQ  PIC 9(06).
               10  FILLER                 PIC X(16).
           05  TRANS-LOAN-REF REDEFINES TRANS-REFERENCE-AREA.
               10  TRANS-LOAN-NUMBER      PIC X(10).
               10  FILLER                 PIC X(20).
           05  TRANS-OUTBOUND-REF REDEFINES TRANS-REFERENCE-AREA.
               10  TRANS-EXT-ROUTING-NUMBER PIC X(09).
               10  TRANS-EXT-ACCOUNT-NUMBER PIC X(17).
               10  FILLER                 PIC X(04).
           05  TRANS-RETURN-REF REDEFINES TRANS-REFERENCE-AREA.
               10  TRANS-RETURNED-ITEM-REF PIC X(12).
               10  TRANS-RETURN-REASON    PIC X(03).
               10  FILLER                 PIC X(15).
