      *****************************************************************
      *    OBPMREC - OUTBOUND-PARM-RECORD LAYOUT FOR THE OUTBOUND
      *    PAYMENT PARAMETER FILE. NAMES THE INTERNAL DEPOSIT ACCOUNT
      *    BANKUPD CREDITS FOR EVERY 'O' PAYMENT (FINANCE SETTLES IT
      *    WITH THE CORRESPONDENT) AND OUR OWN ROUTING NUMBER, WHICH
      *    OUTBSEND PLACES ON THE OUTBOUND FILE AS THE ORIGINATOR
      *****************************************************************
           05  OBPM-SETTLEMENT-ACCOUNT PIC X(10).
           05  OBPM-ROUTING-NUMBER    PIC X(09).
           05  FILLER                 PIC X(61).
