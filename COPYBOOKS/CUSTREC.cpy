      *    CUSTREC - CUSTOMER-RECORD LAYOUT FOR THE CUSTOMER MASTER
      *    FILE. KEYED BY ACCOUNT NUMBER, ONE RECORD PER ACCOUNT,
      *    CARRYING THE MAILING NAME AND ADDRESS AND THE STATEMENT
      *    CYCLE (DAY OF MONTH THE ACCOUNT'S STATEMENT IS DUE).
      *    THE TAXPAYER ID IS KEPT PACKED SO IT AND ITS TYPE AND THE
      *    BACKUP WITHHOLDING FLAG FIT IN THE RECORD'S OLD FILLER; A
      *    ZERO OR NON-NUMERIC TIN MEANS NONE HAS BEEN CERTIFIED
      *****************************************************************
           05  CUST-ACCOUNT-NUMBER    PIC X(10).
           05  CUST-NAME              PIC X(30).
           05  CUST-ADDR-LINE-2       PIC X(30).
           05  CUST-ADDR-LINE-3       PIC X(30).
           05  CUST-STMT-CYCLE        PIC 9(02).
           05  CUST-TIN               PIC 9(09) COMP-3.
           05  CUST-TIN-TYPE          PIC X(01).
               88  CUST-TIN-IS-SSN        VALUE 'S'.
               88  CUST-TIN-IS-EIN        VALUE 'E'.
           05  CUST-WITHHOLDING-FLAG  PIC X(01).
               88  CUST-BACKUP-WITHHOLDING VALUE 'Y'.
           05  FILLER                 PIC X(01).
