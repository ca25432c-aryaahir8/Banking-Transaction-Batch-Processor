      *****************************************************************
      *    OBNDREC - OUTBOUND-INTERCHANGE-RECORD LAYOUT FOR THE FILE
      *    OF PAYMENTS SENT TO THE CORRESPONDENT BANK, AS FIXED BY THE
      *    INTERCHANGE AGREEMENT. ONE 'D' DETAIL RECORD PER PAYMENT,
      *    THEN ONE 'T' TRAILER WITH THE ITEM COUNT AND TOTAL. THE
      *    ORIGIN REFERENCE IS OURS - THE POST DATE AS YYMMDD AND THE
      *    JOURNAL SEQUENCE - AND THE CORRESPONDENT QUOTES IT BACK ON
      *    A '60' RETURN. '50' IS THE AGREED OUTBOUND CREDIT CODE
      *****************************************************************
           05  OBND-RECORD-TYPE       PIC X(01).
               88  OBND-IS-DETAIL         VALUE 'D'.
               88  OBND-IS-TRAILER        VALUE 'T'.
           05  OBND-DETAIL.
               10  OBND-ORIGIN-REF    PIC X(12).
               10  OBND-TRANS-CODE    PIC X(02).
               10  OBND-ROUTING-NUMBER
                                      PIC X(09).
               10  OBND-BENEFICIARY-ACCOUNT
                                      PIC X(17).
               10  OBND-ORIGINATOR-ACCOUNT
                                      PIC X(10).
               10  OBND-AMOUNT        PIC 9(11)V99.
               10  OBND-VALUE-DATE    PIC 9(08).
               10  FILLER             PIC X(08).
           05  OBND-TRAILER REDEFINES OBND-DETAIL.
               10  OBND-ORIGINATOR-ROUTING
                                      PIC X(09).
               10  OBND-FILE-DATE     PIC 9(08).
               10  OBND-ITEM-COUNT    PIC 9(06).
               10  OBND-TOTAL-AMOUNT  PIC 9(13)V99.
               10  FILLER             PIC X(41).
