      *****************************************************************
      *    TAXXREC - TAX-EXTRACT-RECORD LAYOUT FOR THE 1099-INT
      *    FILING EXTRACT WRITTEN BY INT1099 IN THE GOVERNMENT FIXED
      *    FORMAT: ONE 'A' PAYER RECORD, ONE 'B' PAYEE RECORD PER
      *    REPORTABLE RECIPIENT, AND ONE 'C' CONTROL TOTAL RECORD.
      *    AMOUNTS ARE UNSIGNED ZONED DECIMAL AS THE FORMAT REQUIRES
      *****************************************************************
           05  TAXX-RECORD-TYPE       PIC X(01).
               88  TAXX-IS-PAYER          VALUE 'A'.
               88  TAXX-IS-PAYEE          VALUE 'B'.
               88  TAXX-IS-CONTROL        VALUE 'C'.
           05  TAXX-TAX-YEAR          PIC 9(04).
           05  TAXX-DETAIL-AREA       PIC X(195).
           05  TAXX-PAYER-DETAIL REDEFINES TAXX-DETAIL-AREA.
               10  TAXX-PAYER-TIN     PIC X(09).
               10  TAXX-PAYER-NAME    PIC X(40).
               10  TAXX-RETURN-TYPE   PIC X(02).
               10  FILLER             PIC X(144).
           05  TAXX-PAYEE-DETAIL REDEFINES TAXX-DETAIL-AREA.
               10  TAXX-PAYEE-TIN     PIC X(09).
               10  TAXX-PAYEE-TIN-TYPE
                                      PIC X(01).
               10  TAXX-PAYEE-ACCOUNT PIC X(10).
               10  TAXX-PAYEE-NAME    PIC X(30).
               10  TAXX-PAYEE-ADDR-1  PIC X(30).
               10  TAXX-PAYEE-ADDR-2  PIC X(30).
               10  TAXX-PAYEE-ADDR-3  PIC X(30).
               10  TAXX-INTEREST-INCOME
                                      PIC 9(10)V99.
               10  TAXX-TAX-WITHHELD  PIC 9(10)V99.
               10  TAXX-BACKUP-WITHHOLDING
                                      PIC X(01).
               10  TAXX-TIN-MISSING   PIC X(01).
               10  FILLER             PIC X(29).
           05  TAXX-CONTROL-DETAIL REDEFINES TAXX-DETAIL-AREA.
               10  TAXX-PAYEE-COUNT   PIC 9(08).
               10  TAXX-TOTAL-INTEREST
                                      PIC 9(13)V99.
               10  TAXX-TOTAL-WITHHELD
                                      PIC 9(13)V99.
               10  FILLER             PIC X(157).
