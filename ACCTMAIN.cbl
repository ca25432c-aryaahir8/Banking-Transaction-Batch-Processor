               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CLOSE-TRANS-FILE
               ASSIGN TO CLOSTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT MAINT-PENDING-FILE
               ASSIGN TO MAINTPND
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL MAINT-AUDIT-FILE
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL

       FD  MAINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  MAINT-RECORD.
           COPY MAINTREC.

           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-LINE           PIC X(80).

       FD  CLOSE-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-TRANS-RECORD.
           COPY TRANXREC.

       FD  MAINT-PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  MAINT-PENDING-RECORD        PIC X(100).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  MAINT-AUDIT-RECORD.
           COPY MAUDREC.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.

       01  WS-ADD-COUNT               PIC 9(4) VALUE 0.
       01  WS-CLOSE-COUNT             PIC 9(4) VALUE 0.
       01  WS-CLOSE-PENDING-COUNT     PIC 9(4) VALUE 0.
       01  WS-NAME-CHANGE-COUNT       PIC 9(4) VALUE 0.
       01  WS-HOLD-COUNT              PIC 9(4) VALUE 0.
       01  WS-PRODUCT-COUNT           PIC 9(4) VALUE 0.
       01  WS-BRANCH-COUNT            PIC 9(4) VALUE 0.
       01  WS-MAINT-ERROR-COUNT       PIC 9(4) VALUE 0.
       01  WS-PARKED-COUNT            PIC 9(4) VALUE 0.
       01  WS-AUDIT-COUNT             PIC 9(4) VALUE 0.
       01  WS-MAINT-READ-COUNT        PIC 9(06) VALUE 0.
       01  WS-BEFORE-IMAGE            PIC X(90) VALUE SPACES.

       01  WS-PAYOUT-OK-FLAG          PIC X VALUE 'N'.
           88  PAYOUT-ACCOUNT-OK      VALUE 'Y'.

       01  MAINT-DETAIL-LINE.
           05  MDT-ACCOUNT-NUMBER     PIC X(10).
           OPEN INPUT MAINT-FILE
           OPEN I-O ACCOUNTS-FILE
           OPEN OUTPUT MAINT-REPORT
           OPEN OUTPUT CLOSE-TRANS-FILE
           OPEN OUTPUT MAINT-PENDING-FILE
           OPEN EXTEND MAINT-AUDIT-FILE

           PERFORM UNTIL MAINT-EOF
               READ MAINT-FILE
           CLOSE MAINT-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE MAINT-REPORT
           CLOSE CLOSE-TRANS-FILE
           CLOSE MAINT-PENDING-FILE
           CLOSE MAINT-AUDIT-FILE

           DISPLAY 'Account maintenance run complete'
           DISPLAY 'Accounts added: ' WS-ADD-COUNT
           DISPLAY 'Accounts closed: ' WS-CLOSE-COUNT
           DISPLAY 'Closes pending payout: ' WS-CLOSE-PENDING-COUNT
           DISPLAY 'Name corrections: ' WS-NAME-CHANGE-COUNT
           DISPLAY 'Hold/limit updates: ' WS-HOLD-COUNT
           DISPLAY 'Product type updates: ' WS-PRODUCT-COUNT
           DISPLAY 'Branch code updates: ' WS-BRANCH-COUNT
           DISPLAY 'Maintenance errors: ' WS-MAINT-ERROR-COUNT
           DISPLAY 'Parked for approval: ' WS-PARKED-COUNT
           DISPLAY 'Audit records written: ' WS-AUDIT-COUNT
           IF WS-PARKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
           MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
           CLOSE BUSINESS-DATE-FILE.

      *****************************************************************
      *    PROCESS-MAINTENANCE - NO CHANGE REACHES ACCOUNTS-FILE ON ONE
      *    PERSON'S SAY-SO. EVERY REQUEST MUST NAME ITS MAKER, AND AN
      *    OPENING, CLOSE, NAME CHANGE OR HOLD/LIMIT CHANGE MUST ALSO
      *    NAME A CHECKER WHO IS NOT THE MAKER. A REQUEST THAT FAILS
      *    IS NOT DROPPED: IT IS PARKED UNCHANGED ON THE PENDING FILE,
      *    TO BE RESUBMITTED WITH THE NEXT RUN'S INPUT ONCE APPROVED.
      *****************************************************************
       PROCESS-MAINTENANCE SECTION.
           ADD 1 TO WS-MAINT-READ-COUNT
           IF MAINT-IS-DUAL-CONTROL OR MAINT-IS-SINGLE-CONTROL
               PERFORM CHECK-DUAL-CONTROL
               IF MDT-ACTION NOT = SPACES
                   PERFORM PARK-MAINTENANCE
                   GO TO PROCESS-MAINTENANCE-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN MAINT-IS-ADD
                   PERFORM ADD-ACCOUNT
                       TO MDT-ACTION
                   MOVE ZERO TO MDT-BALANCE
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
           END-EVALUATE

       PROCESS-MAINTENANCE-EXIT.
           EXIT.

       CHECK-DUAL-CONTROL SECTION.
           MOVE SPACES TO MDT-ACTION
           EVALUATE TRUE
               WHEN MAINT-MAKER-ID = SPACES
                   MOVE 'PARKED - MAKER ID MISSING' TO MDT-ACTION
               WHEN MAINT-IS-SINGLE-CONTROL
                   CONTINUE
               WHEN MAINT-CHECKER-ID = SPACES
                   MOVE 'PARKED - CHECKER ID MISSING' TO MDT-ACTION
               WHEN MAINT-CHECKER-ID = MAINT-MAKER-ID
                   MOVE 'PARKED - MAKER AND CHECKER SAME'
                       TO MDT-ACTION
           END-EVALUATE.

       PARK-MAINTENANCE SECTION.
           WRITE MAINT-PENDING-RECORD FROM MAINT-RECORD
           ADD 1 TO WS-PARKED-COUNT
           MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
           MOVE ZERO TO MDT-BALANCE
           WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE.

      *****************************************************************
      *    WRITE-MAINT-AUDIT - CALLED AFTER EVERY WRITE OR REWRITE OF
      *    ACCOUNT-RECORD, WHICH STILL HOLDS THE AFTER IMAGE. EACH
      *    CHANGE SECTION SAVES THE BEFORE IMAGE RIGHT AFTER ITS READ.
      *****************************************************************
       WRITE-MAINT-AUDIT SECTION.
           MOVE SPACES               TO MAINT-AUDIT-RECORD
           MOVE WS-BUSINESS-DATE     TO MAUD-BUSINESS-DATE
           MOVE ACCOUNT-NUMBER       TO MAUD-ACCOUNT-NUMBER
           MOVE MAINT-TYPE           TO MAUD-MAINT-TYPE
           MOVE MAINT-MAKER-ID       TO MAUD-MAKER-ID
           MOVE MAINT-CHECKER-ID     TO MAUD-CHECKER-ID
           MOVE WS-MAINT-READ-COUNT  TO MAUD-REQUEST-SEQ
           MOVE WS-BEFORE-IMAGE      TO MAUD-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD       TO MAUD-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

       ADD-ACCOUNT SECTION.
           MOVE MAINT-ACCOUNT-NUMBER  TO ACCOUNT-NUMBER
           MOVE MAINT-ACCOUNT-NAME    TO ACCOUNT-NAME
           MOVE 0                     TO ACCT-ACCRUED-INTEREST
           MOVE WS-BUSINESS-DATE      TO ACCT-LAST-ACTIVITY-DATE
           MOVE MAINT-BRANCH-CODE     TO ACCT-BRANCH-CODE
           MOVE SPACE                 TO ACCT-STATUS
           MOVE 0                     TO ACCT-CLOSE-DATE

           WRITE ACCOUNT-RECORD
               INVALID KEY
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
                   MOVE 'ACCOUNT OPENED' TO MDT-ACTION
                   MOVE ACCOUNT-BALANCE TO MDT-BALANCE
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
           END-WRITE.

      *****************************************************************
      *    CLOSE-ACCOUNT - A CLOSED ACCOUNT IS NEVER DELETED: IT STAYS
      *    ON FILE WITH STATUS 'C' AND ITS CLOSE DATE SO STATEMENTS,
      *    RESEARCH, AND REPORTING CAN STILL FIND IT, UNTIL CLOSARCH
      *    MOVES IT TO CLOSED-ACCOUNT HISTORY AFTER THE RETENTION
      *    PERIOD. AN ACCOUNT WITH NOTHING IN IT AND NOTHING ACCRUED
      *    CLOSES AT ONCE. OTHERWISE IT IS MARKED CLOSE-PENDING AND
      *    AN 'X' CLOSE PAYOUT GOES INTO TONIGHT'S STREAM: WITH THE
      *    ACCOUNT PENDING, INTACCRU CAPITALIZES THE FINAL ACCRUED
      *    INTEREST AND SVCCHRG CHARGES ANY FEE STILL DUE THIS MONTH,
      *    AND BANKUPD POSTS THE PAYOUT LAST IN THE ACCOUNT'S GROUP -
      *    TO THE NAMED PAYOUT ACCOUNT, OR TO THE OFFICIAL-CHECK GL -
      *    AND CLOSES THE ACCOUNT. THIS RUN MUST THEREFORE COME AHEAD
      *    OF INTACCRU AND SVCCHRG IN THE NIGHTLY SCHEDULE. A HELD OR
      *    OVERDRAWN ACCOUNT CANNOT BE CLOSED UNTIL THAT IS RESOLVED.
      *****************************************************************
       CLOSE-ACCOUNT SECTION.
           IF MAINT-PAYOUT-ACCOUNT NOT = SPACES
               PERFORM CHECK-PAYOUT-ACCOUNT
               IF NOT PAYOUT-ACCOUNT-OK
                   ADD 1 TO WS-MAINT-ERROR-COUNT
                   MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
                   MOVE 'REJECTED - INVALID PAYOUT ACCOUNT'
                       TO MDT-ACTION
                   MOVE ZERO TO MDT-BALANCE
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                   GO TO CLOSE-ACCOUNT-EXIT
               END-IF
           END-IF

           READ ACCOUNTS-FILE
               KEY IS MAINT-ACCOUNT-NUMBER
               INVALID KEY
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                   GO TO CLOSE-ACCOUNT-EXIT
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE

           MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
           MOVE ACCOUNT-BALANCE TO MDT-BALANCE
           EVALUATE TRUE
               WHEN ACCT-IS-CLOSED
                   MOVE 'REJECTED - ACCOUNT ALREADY CLOSED'
                       TO MDT-ACTION
               WHEN ACCT-CLOSE-PENDING
                   MOVE 'REJECTED - CLOSE ALREADY PENDING'
                       TO MDT-ACTION
               WHEN ACCT-ON-HOLD
                   MOVE 'REJECTED - ACCOUNT ON HOLD'
                       TO MDT-ACTION
               WHEN ACCOUNT-BALANCE < 0
                   MOVE 'REJECTED - ACCOUNT OVERDRAWN'
                       TO MDT-ACTION
               WHEN OTHER
                   MOVE SPACES TO MDT-ACTION
           END-EVALUATE
           IF MDT-ACTION NOT = SPACES
               ADD 1 TO WS-MAINT-ERROR-COUNT
               WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF

           IF ACCT-ACCRUED-INTEREST NOT NUMERIC
               MOVE 0 TO ACCT-ACCRUED-INTEREST
           END-IF
           MOVE WS-BUSINESS-DATE TO ACCT-CLOSE-DATE

           IF ACCOUNT-BALANCE = 0
               AND ACCT-ACCRUED-INTEREST < 0.005
               MOVE 'C' TO ACCT-STATUS
               REWRITE ACCOUNT-RECORD
               PERFORM WRITE-MAINT-AUDIT
               ADD 1 TO WS-CLOSE-COUNT
               MOVE 'ACCOUNT CLOSED' TO MDT-ACTION
               WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF

           MOVE 'P' TO ACCT-STATUS
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-MAINT-AUDIT

           MOVE SPACES               TO CLOSE-TRANS-RECORD
           MOVE ACCOUNT-NUMBER       TO TRANS-ACCOUNT-NUMBER
           MOVE 'X'                  TO TRANS-TYPE
           MOVE ACCOUNT-BALANCE      TO TRANS-AMOUNT
           MOVE MAINT-PAYOUT-ACCOUNT TO TRANS-TO-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE     TO TRANS-VALUE-DATE
           WRITE CLOSE-TRANS-RECORD

           ADD 1 TO WS-CLOSE-PENDING-COUNT
           IF MAINT-PAYOUT-ACCOUNT = SPACES
               MOVE 'CLOSE PENDING - PAYOUT BY OFFICIAL CHECK'
                   TO MDT-ACTION
           ELSE
               MOVE 'CLOSE PENDING - PAYOUT TO ACCOUNT'
                   TO MDT-ACTION
           END-IF
           WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE

       CLOSE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    CHECK-PAYOUT-ACCOUNT - THE ACCOUNT NAMED TO RECEIVE A
      *    CLOSING BALANCE MUST BE ON FILE, OPEN, AND NOT THE ACCOUNT
      *    BEING CLOSED. IT IS READ BEFORE THE CLOSING ACCOUNT SO THE
      *    RECORD AREA HOLDS THE CLOSING ACCOUNT FOR ITS REWRITE.
      *****************************************************************
       CHECK-PAYOUT-ACCOUNT SECTION.
           MOVE 'N' TO WS-PAYOUT-OK-FLAG
           IF MAINT-PAYOUT-ACCOUNT = MAINT-ACCOUNT-NUMBER
               GO TO CHECK-PAYOUT-ACCOUNT-EXIT
           END-IF

           READ ACCOUNTS-FILE
               KEY IS MAINT-PAYOUT-ACCOUNT
               INVALID KEY
                   GO TO CHECK-PAYOUT-ACCOUNT-EXIT
           END-READ

           IF NOT ACCT-IS-CLOSED AND NOT ACCT-CLOSE-PENDING
               MOVE 'Y' TO WS-PAYOUT-OK-FLAG
           END-IF

       CHECK-PAYOUT-ACCOUNT-EXIT.
           EXIT.

       CHANGE-ACCOUNT-NAME SECTION.
           READ ACCOUNTS-FILE
               KEY IS MAINT-ACCOUNT-NUMBER
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                   GO TO CHANGE-ACCOUNT-NAME-EXIT
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE

           MOVE MAINT-ACCOUNT-NAME TO ACCOUNT-NAME
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-MAINT-AUDIT

           ADD 1 TO WS-NAME-CHANGE-COUNT
           MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                   GO TO SET-ACCOUNT-HOLD-EXIT
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE

           IF MAINT-HOLD-FLAG NOT = 'Y' AND MAINT-HOLD-FLAG NOT = 'N'
               ADD 1 TO WS-MAINT-ERROR-COUNT
           MOVE MAINT-DAILY-WITHDRAWAL-LIMIT
               TO ACCT-DAILY-WITHDRAWAL-LIMIT
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-MAINT-AUDIT

           ADD 1 TO WS-HOLD-COUNT
           MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                   GO TO SET-PRODUCT-TYPE-EXIT
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE

           MOVE MAINT-PRODUCT-TYPE TO ACCT-PRODUCT-TYPE
           IF ACCT-ACCRUED-INTEREST NOT NUMERIC
               MOVE 0 TO ACCT-ACCRUED-INTEREST
           END-IF
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-MAINT-AUDIT

           ADD 1 TO WS-PRODUCT-COUNT
           MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                   GO TO SET-BRANCH-CODE-EXIT
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE

           IF MAINT-BRANCH-CODE = SPACES
               ADD 1 TO WS-MAINT-ERROR-COUNT

           MOVE MAINT-BRANCH-CODE TO ACCT-BRANCH-CODE
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-MAINT-AUDIT

           ADD 1 TO WS-BRANCH-COUNT
           MOVE MAINT-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
