      *    BANK'S INBOUND ITEM FILE, AS FIXED BY THE INTERCHANGE
      *    AGREEMENT. INTCONV MAPS THESE TO TRANXREC RECORDS FOR THE
      *    EDIT. THE TRANSACTION CODES ARE THE CORRESPONDENT'S:
      *    '10' DEPOSIT, '20' WITHDRAWAL, '30' TRANSFER, '40' FEE,
      *    '60' RETURN OF ONE OF OUR OWN OUTBOUND ITEMS. ON A RETURN
      *    THE ORIGIN REFERENCE IS THE ONE WE SENT, THE ACCOUNT IS OUR
      *    ORIGINATING CUSTOMER AND INTC-RETURN-REASON SAYS WHY
      *****************************************************************
           05  INTC-ORIGIN-REF        PIC X(12).
           05  INTC-ACCOUNT-NUMBER    PIC X(10).
               88  INTC-IS-WITHDRAWAL     VALUE '20'.
               88  INTC-IS-TRANSFER       VALUE '30'.
               88  INTC-IS-FEE            VALUE '40'.
               88  INTC-IS-OUTBOUND-RETURN VALUE '60'.
           05  INTC-AMOUNT            PIC 9(11)V99.
           05  INTC-TO-ACCOUNT-NUMBER PIC X(10).
           05  INTC-VALUE-DATE        PIC 9(08).
           05  INTC-RETURN-REASON     PIC X(03).
           05  FILLER                 PIC X(02).
