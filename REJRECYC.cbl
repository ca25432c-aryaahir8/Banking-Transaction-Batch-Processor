
       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 69 CHARACTERS.
       01  REJECT-RECORD.
           COPY REJCTREC.


       FD  RECYCLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RECYCLE-TRANS-RECORD.
           COPY TRANXREC.

           05  WRK-REASON-CODE        PIC 9(02).
           05  WRK-REASON-TEXT        PIC X(25).
           05  WRK-DATE-REJECTED      PIC 9(08).
           05  WRK-HOLD-FLAG          PIC X(01).

       01  WS-RUN-DATE-INTEGER        PIC S9(08) VALUE 0.
       01  WS-REJECT-DATE-INTEGER     PIC S9(08) VALUE 0.
               TO WRK-REASON-TEXT
           MOVE SUS-DATE-REJECTED OF SUSPENSE-IN-RECORD
               TO WRK-DATE-REJECTED
           MOVE SUS-HOLD-FLAG OF SUSPENSE-IN-RECORD
               TO WRK-HOLD-FLAG
           IF WRK-DATE-REJECTED = 0
               MOVE WS-RUN-DATE TO WRK-DATE-REJECTED
           END-IF
               GO TO DISPOSE-REJECT-ITEM-EXIT
           END-IF

      *****************************************************************
      *    A REJECTED REVERSAL CANNOT BE REPAIRED BY AN ACCOUNT OR
      *    TYPE CORRECTION - ITS JOURNAL REFERENCE DOES NOT TRAVEL ON
      *    THE REJECT RECORD, AND AN ORIGINAL THAT IS MISSING OR
      *    ALREADY REVERSED STAYS THAT WAY. IT IS LISTED FOR
      *    OPERATIONS TO RE-KEY IF NEED BE, NOT CARRIED IN SUSPENSE.
      *    AN OUTBOUND PAYMENT IS THE SAME: THE PAYEE'S ROUTING NUMBER
      *    AND ACCOUNT DO NOT TRAVEL ON THE REJECT RECORD EITHER.
      *****************************************************************
           IF RJT-TRANS-TYPE = 'O'
               ADD 1 TO WS-ITEMS-READ
               ADD 1 TO WS-DROPPED-COUNT
               MOVE RJT-ACCOUNT-NUMBER TO RCD-ACCOUNT-NUMBER
               MOVE RJT-TRANS-TYPE     TO RCD-TRANS-TYPE
               MOVE RJT-AMOUNT         TO RCD-AMOUNT
               MOVE 'OUTBOUND REJECTED - RE-KEY IF VALID'
                   TO RCD-DISPOSITION
               WRITE RECYCLE-REPORT-LINE FROM RECYCLE-DETAIL-LINE
               GO TO DISPOSE-REJECT-ITEM-EXIT
           END-IF

           IF RJT-TRANS-TYPE = 'R'
               ADD 1 TO WS-ITEMS-READ
               ADD 1 TO WS-DROPPED-COUNT
               MOVE RJT-ACCOUNT-NUMBER TO RCD-ACCOUNT-NUMBER
               MOVE RJT-TRANS-TYPE     TO RCD-TRANS-TYPE
               MOVE RJT-AMOUNT         TO RCD-AMOUNT
               MOVE 'REVERSAL REJECTED - RE-KEY IF VALID'
                   TO RCD-DISPOSITION
               WRITE RECYCLE-REPORT-LINE FROM RECYCLE-DETAIL-LINE
               GO TO DISPOSE-REJECT-ITEM-EXIT
           END-IF

           MOVE RJT-ACCOUNT-NUMBER    TO WRK-ACCOUNT-NUMBER
           MOVE RJT-TRANS-TYPE        TO WRK-TRANS-TYPE
           MOVE RJT-AMOUNT            TO WRK-AMOUNT
           MOVE RJT-REASON-CODE       TO WRK-REASON-CODE
           MOVE RJT-REASON-TEXT       TO WRK-REASON-TEXT
           MOVE WS-RUN-DATE           TO WRK-DATE-REJECTED
           MOVE RJT-HOLD-FLAG         TO WRK-HOLD-FLAG
           PERFORM DISPOSE-WORK-ITEM

       DISPOSE-REJECT-ITEM-EXIT.
               END-IF
           END-PERFORM.

      *****************************************************************
      *    WRITE-RECYCLED-TRANSACTION - A DEPOSIT THAT WAS HELD AS
      *    UNCOLLECTED FUNDS WHEN IT WAS REJECTED IS STILL UNCOLLECTED,
      *    SO IT GOES BACK WITH ITS HOLD FLAG AND BANKUPD PLACES THE
      *    HOLD WHEN IT FINALLY POSTS.
      *****************************************************************
       WRITE-RECYCLED-TRANSACTION SECTION.
           MOVE SPACES                TO RECYCLE-TRANS-RECORD
           MOVE WRK-ACCOUNT-NUMBER    TO TRANS-ACCOUNT-NUMBER
           MOVE WRK-TRANS-TYPE        TO TRANS-TYPE
           MOVE WRK-AMOUNT            TO TRANS-AMOUNT
           MOVE WRK-TO-ACCOUNT-NUMBER TO TRANS-TO-ACCOUNT-NUMBER
           IF WRK-TRANS-TYPE = 'D'
               AND WRK-HOLD-FLAG = 'Y'
               MOVE 'Y' TO TRANS-HOLD-FLAG
           END-IF
           WRITE RECYCLE-TRANS-RECORD
           ADD 1 TO WS-RESUBMITTED-COUNT.

               TO SUS-REASON-TEXT OF SUSPENSE-OUT-RECORD
           MOVE WRK-DATE-REJECTED
               TO SUS-DATE-REJECTED OF SUSPENSE-OUT-RECORD
           MOVE WRK-HOLD-FLAG
               TO SUS-HOLD-FLAG OF SUSPENSE-OUT-RECORD
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO WS-SUSPENDED-COUNT

