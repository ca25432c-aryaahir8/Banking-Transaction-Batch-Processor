      *****************************************************************
      *    TAXPREC - TAX-PARM-RECORD LAYOUT FOR THE INT1099 PARAMETER
      *    FILE. CARRIES THE TAX YEAR BEING REPORTED, THE MINIMUM
      *    INTEREST THAT MUST BE REPORTED TO A RECIPIENT, AND THE
      *    BANK'S OWN PAYER NAME AND TAXPAYER ID FOR THE FILING
      *****************************************************************
           05  TAXP-TAX-YEAR          PIC 9(04).
           05  TAXP-REPORT-THRESHOLD  PIC 9(05)V99.
           05  TAXP-PAYER-TIN         PIC X(09).
           05  TAXP-PAYER-NAME        PIC X(40).
           05  FILLER                 PIC X(20).
