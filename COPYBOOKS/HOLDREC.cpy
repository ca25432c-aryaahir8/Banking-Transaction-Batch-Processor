      *****************************************************************
      *    HOLDREC - DEPOSIT-HOLD-RECORD LAYOUT FOR THE UNCOLLECTED
      *    FUNDS HOLD FILES. ONE RECORD PER HELD DEPOSIT, NAMING THE
      *    ACCOUNT, THE AMOUNT NOT YET AVAILABLE AND THE BUSINESS DATE
      *    ON WHICH IT BECOMES AVAILABLE. HOLD-DEPOSIT-DATE AND
      *    HOLD-DEPOSIT-SEQ ARE THE DEPOSIT'S OWN JOURNAL POST DATE
      *    AND SEQUENCE, SO A REVERSAL OF THE DEPOSIT CAN FIND ITS
      *    HOLD. ON THE NIGHTLY PLACEMENT FILE A 'C' ACTION CANCELS
      *    THE HOLD OF A DEPOSIT THAT WAS REVERSED
      *****************************************************************
           05  HOLD-ACCOUNT-NUMBER    PIC X(10).
           05  HOLD-AMOUNT            PIC S9(12)V99 COMP-3.
           05  HOLD-RELEASE-DATE      PIC 9(08).
           05  HOLD-DEPOSIT-DATE      PIC 9(08).
           05  HOLD-DEPOSIT-SEQ       PIC 9(06).
           05  HOLD-ACTION            PIC X(01).
               88  HOLD-IS-PLACED         VALUE 'P'.
               88  HOLD-IS-CANCELLED      VALUE 'C'.
           05  FILLER                 PIC X(09).
