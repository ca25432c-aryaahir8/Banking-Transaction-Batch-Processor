      *****************************************************************
      *    REFQREC - REFERENCE-REQUEST-RECORD LAYOUT FOR THE REFMAINT
      *    CHANGE REQUEST FILE. ONE ADD, CHANGE OR DELETE AGAINST ONE
      *    REFERENCE TABLE, CARRYING THE REQUESTER'S ID AND THE NEW
      *    RECORD IMAGE EXACTLY AS IT IS LAID OUT IN THAT TABLE'S OWN
      *    COPYBOOK. A DELETE NEEDS ONLY THE KEY FIELDS OF THE IMAGE
      *****************************************************************
           05  REFQ-TABLE-ID          PIC X(04).
               88  REFQ-IS-RATE           VALUE 'RATE'.
               88  REFQ-IS-FEES           VALUE 'FEES'.
               88  REFQ-IS-GLMAP          VALUE 'GLMP'.
               88  REFQ-IS-MONITOR        VALUE 'MONP'.
               88  REFQ-IS-LINK           VALUE 'LINK'.
               88  REFQ-IS-STANDING       VALUE 'STND'.
               88  REFQ-IS-DORMANCY       VALUE 'DORM'.
               88  REFQ-IS-ARCHIVE        VALUE 'ARCH'.
               88  REFQ-IS-RECYCLE        VALUE 'RCYP'.
               88  REFQ-IS-CLOSED-PARM    VALUE 'CLSP'.
               88  REFQ-IS-HOLD-DAYS      VALUE 'HLDD'.
               88  REFQ-IS-LOAN-PARM      VALUE 'LNPM'.
               88  REFQ-IS-OUTBOUND-PARM  VALUE 'OBPM'.
               88  REFQ-IS-TAX-PARM       VALUE 'TAXP'.
           05  REFQ-ACTION            PIC X(01).
               88  REFQ-IS-ADD            VALUE 'A'.
               88  REFQ-IS-CHANGE         VALUE 'C'.
               88  REFQ-IS-DELETE         VALUE 'D'.
           05  REFQ-REQUESTER-ID      PIC X(08).
           05  REFQ-RECORD-IMAGE      PIC X(60).
           05  FILLER                 PIC X(07).
