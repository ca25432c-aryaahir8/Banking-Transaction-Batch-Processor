      *****************************************************************
      *    LGORREC - LEGAL-ORDER-RECORD LAYOUT FOR THE LEGAL ORDER
      *    FILE. ONE RECORD PER GARNISHMENT, LEVY OR FREEZE ORDER
      *    SERVED ON A DEPOSIT ACCOUNT, BOARDED BY THE LEGAL
      *    DEPARTMENT AND WORKED NIGHTLY BY LEGLPROC.
      *    THE UNSATISFIED AMOUNT (ORDERED LESS SATISFIED) OF EVERY
      *    ACTIVE ORDER IS FROZEN: BANKUPD LETS CUSTOMER DEBITS TAKE
      *    THE ACCOUNT DOWN TO IT AND NO FURTHER. A GARNISHMENT OR
      *    LEVY IS ALSO SEIZED BY LEGLPROC FROM WHATEVER IS AVAILABLE
      *    ABOVE LGOR-PROTECTED-AMOUNT, THE MINIMUM THE CUSTOMER MUST
      *    BE LEFT; A FREEZE-ONLY ORDER IS NEVER SEIZED. LEGAL SETS
      *    LGOR-RELEASE-DATE WHEN THE COURT LIFTS AN ORDER AND THE
      *    ORDER CLOSES AS RELEASED ON THAT BUSINESS DATE; ONE SEIZED
      *    IN FULL CLOSES AS SATISFIED
      *****************************************************************
           05  LGOR-ORDER-ID          PIC X(10).
           05  LGOR-ACCOUNT-NUMBER    PIC X(10).
           05  LGOR-ORDER-TYPE        PIC X(01).
               88  LGOR-IS-GARNISHMENT    VALUE 'G'.
               88  LGOR-IS-LEVY           VALUE 'L'.
               88  LGOR-IS-FREEZE-ONLY    VALUE 'F'.
               88  LGOR-TYPE-VALID        VALUE 'G' 'L' 'F'.
           05  LGOR-CASE-NUMBER       PIC X(20).
           05  LGOR-ISSUER-NAME       PIC X(30).
           05  LGOR-AMOUNT-ORDERED    PIC S9(12)V99 COMP-3.
           05  LGOR-AMOUNT-SATISFIED  PIC S9(12)V99 COMP-3.
           05  LGOR-PROTECTED-AMOUNT  PIC S9(12)V99 COMP-3.
           05  LGOR-STATUS            PIC X(01).
               88  LGOR-IS-ACTIVE         VALUE SPACE 'A'.
               88  LGOR-IS-SATISFIED      VALUE 'S'.
               88  LGOR-IS-RELEASED       VALUE 'R'.
           05  LGOR-RECEIVED-DATE     PIC 9(08).
           05  LGOR-RELEASE-DATE      PIC 9(08).
           05  LGOR-CLOSE-DATE        PIC 9(08).
           05  LGOR-LAST-SEIZURE-DATE PIC 9(08).
           05  FILLER                 PIC X(22).
