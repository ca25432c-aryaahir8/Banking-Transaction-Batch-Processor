      *    SAME TRANSACTION LAYOUT AS TRANXREC PLUS A REASON CODE.
      *    RJT-ORIGIN-REF CARRIES THE CORRESPONDENT'S ITEM REFERENCE
      *    FOR EXTERNALLY ORIGINATED ITEMS, SO INTRTRN CAN RETURN
      *    THEM INSTEAD OF LEAVING THEM IN REJRECYC SUSPENSE.
      *    RJT-HOLD-FLAG CARRIES TRANS-HOLD-FLAG, SO A REJECTED
      *    UNCOLLECTED DEPOSIT IS STILL HELD WHEN REJRECYC RESUBMITS IT
      *****************************************************************
           05  RJT-ACCOUNT-NUMBER     PIC X(10).
           05  RJT-TRANS-TYPE         PIC X.
               88  RJT-WITHDRAWAL-LIMIT-EXCD VALUE 04.
               88  RJT-TO-ACCOUNT-NOT-FOUND  VALUE 05.
               88  RJT-FROM-ACCOUNT-NOT-FND  VALUE 06.
               88  RJT-ORIGINAL-NOT-FOUND    VALUE 07.
               88  RJT-ALREADY-REVERSED      VALUE 08.
               88  RJT-ACCOUNT-CLOSED        VALUE 09.
               88  RJT-CLOSE-NOT-PENDING     VALUE 10.
               88  RJT-LEGAL-ORDER-FREEZE    VALUE 11.
               88  RJT-CLOSE-BAL-OVERDRAWN   VALUE 12.
           05  RJT-REASON-TEXT        PIC X(25).
           05  RJT-ORIGIN-REF         PIC X(12).
           05  RJT-HOLD-FLAG          PIC X(01).
               88  RJT-HOLD-FUNDS         VALUE 'Y'.
