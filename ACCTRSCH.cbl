               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT JOURNAL-HISTORY
               ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JHST-KEY
               FILE STATUS IS WS-JHST-STATUS.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO REJECTS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLOSED-HISTORY-FILE
               ASSIGN TO CLOSHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL MAINT-AUDIT-FILE
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT RESEARCH-REPORT
               ASSIGN TO RSCHRPT
               ORGANIZATION IS SEQUENTIAL
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  JOURNAL-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-HISTORY-RECORD.
           COPY JHSTREC.

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 69 CHARACTERS.
       01  REJECT-RECORD.
           COPY REJCTREC.

       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  CLOSED-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CLOSED-HISTORY-RECORD.
           COPY CLHSREC.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  MAINT-AUDIT-RECORD.
           COPY MAUDREC.

       FD  RESEARCH-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC XX.
       01  WS-CUST-STATUS             PIC XX.
       01  WS-JHST-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.

           88  REQUEST-EOF            VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG           PIC X VALUE 'N'.
           88  JRNL-EOF               VALUE 'Y'.

       01  WS-HISTORY-JOURNAL.
           COPY JRNLREC.
       01  WS-REJECT-EOF-FLAG         PIC X VALUE 'N'.
           88  REJECT-EOF             VALUE 'Y'.
       01  WS-SUSPENSE-EOF-FLAG       PIC X VALUE 'N'.
           88  SUSPENSE-EOF           VALUE 'Y'.
       01  WS-ACCT-FOUND-FLAG         PIC X VALUE 'N'.
           88  ACCOUNT-FOUND          VALUE 'Y'.
       01  WS-CLHS-EOF-FLAG           PIC X VALUE 'N'.
           88  CLHS-EOF               VALUE 'Y'.
       01  WS-ARCHIVED-FLAG           PIC X VALUE 'N'.
           88  ACCOUNT-ARCHIVED       VALUE 'Y'.
       01  WS-ARCHIVED-DATE           PIC 9(08) VALUE 0.
       01  WS-MAUD-EOF-FLAG           PIC X VALUE 'N'.
           88  MAUD-EOF               VALUE 'Y'.
       01  WS-CLOSE-DATE-DISPLAY      PIC 9(08) VALUE 0.

       01  WS-REQUEST-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-REQUEST-COUNT           PIC 9(04) VALUE 0.
       01  WS-JOURNAL-LINES           PIC 9(06) VALUE 0.
       01  WS-REJECT-LINES            PIC 9(04) VALUE 0.
       01  WS-SUSPENSE-LINES          PIC 9(04) VALUE 0.
       01  WS-MAINT-LINES             PIC 9(04) VALUE 0.

       01  RSH-HEADING-1              PIC X(40) VALUE
           'ACCOUNT RESEARCH INQUIRY'.
           05  RSX-REASON-TEXT        PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RSX-DATE               PIC X(08).
       01  RSH-MAINT-HEADING-1        PIC X(80) VALUE
           '  DATE      TYPE  MAKER     CHECKER'.
       01  RSH-MAINT-HEADING-2        PIC X(80) VALUE
           '            NAME                           S H P BRN   DAILY
      -    ' LIMIT'.
       01  RSH-MAINT-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RSM-DATE               PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RSM-TYPE               PIC X(01).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  RSM-MAKER-ID           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RSM-CHECKER-ID         PIC X(08).
       01  RSH-MAINT-IMAGE-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  RSI-LABEL              PIC X(08).
           05  RSI-NAME               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RSI-STATUS             PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RSI-HOLD-FLAG          PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RSI-PRODUCT-TYPE       PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RSI-BRANCH-CODE        PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RSI-DAILY-LIMIT        PIC ZZZ,ZZZ,ZZ9.99-.
       01  RSH-COUNT-LINE.
           05  RSC-LABEL              PIC X(30).
           05  RSC-COUNT              PIC ZZZ,ZZ9.
           OPEN INPUT RESEARCH-REQUEST
           OPEN INPUT ACCOUNTS-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT JOURNAL-HISTORY
           IF WS-JHST-STATUS NOT = '00'
               DISPLAY 'Error: Journal history not available - '
                   WS-JHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESEARCH-REPORT

           PERFORM UNTIL REQUEST-EOF
           CLOSE RESEARCH-REQUEST
           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMER-FILE
           CLOSE JOURNAL-HISTORY
           CLOSE RESEARCH-REPORT

           DISPLAY 'Account research run complete'
      *    ACCOUNT: CURRENT MASTER STATE, CUSTOMER NAME AND ADDRESS,
      *    THE FULL JOURNAL TRAIL WITH THE BALANCE-BEFORE/AFTER
      *    CHAIN, AND ANYTHING SITTING IN REJECTS OR SUSPENSE. THE
      *    JOURNAL TRAIL IS READ BY KEY FROM THE JOURNAL HISTORY; THE
      *    REJECT AND SUSPENSE FILES ARE SMALL AND ARE RESCANNED FRONT
      *    TO BACK FOR EACH REQUEST.
      *****************************************************************
       PRINT-ONE-PACKET SECTION.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM PRINT-JOURNAL-ACTIVITY
           PERFORM PRINT-REJECT-ITEMS
           PERFORM PRINT-SUSPENSE-ITEMS
           PERFORM PRINT-MAINTENANCE-HISTORY
           PERFORM PRINT-PACKET-COUNTS.

      *****************************************************************
      *    PRINT-ACCOUNT-STATE - AN ACCOUNT NO LONGER ON ACCOUNTS-FILE
      *    MAY HAVE BEEN CLOSED AND MOVED TO CLOSED-ACCOUNT HISTORY;
      *    ITS ARCHIVED IMAGE IS PRINTED IN PLACE OF THE MASTER SO A
      *    RESEARCH PACKET ON A CLOSED ACCOUNT STILL SHOWS HOW IT
      *    STOOD WHEN IT LEFT THE BOOKS.
      *****************************************************************
       PRINT-ACCOUNT-STATE SECTION.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE 'N' TO WS-ARCHIVED-FLAG
           MOVE WS-REQUEST-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   PERFORM FIND-CLOSED-HISTORY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-FLAG
           END-READ
           IF NOT ACCOUNT-FOUND
               AND NOT ACCOUNT-ARCHIVED
               MOVE 'ACCOUNT STATUS:     ' TO RSH-TEXT-LABEL
               MOVE 'NOT ON ACCOUNTS FILE' TO RSH-TEXT-VALUE
               WRITE RESEARCH-REPORT-LINE FROM RSH-TEXT-LINE
               GO TO PRINT-ACCOUNT-STATE-EXIT
           END-IF

           MOVE 'ACCOUNT STATUS:     ' TO RSH-TEXT-LABEL
           EVALUATE TRUE
               WHEN ACCOUNT-ARCHIVED
                   MOVE 'CLOSED - IN CLOSED HISTORY' TO RSH-TEXT-VALUE
               WHEN ACCT-IS-CLOSED
                   MOVE 'CLOSED' TO RSH-TEXT-VALUE
               WHEN ACCT-CLOSE-PENDING
                   MOVE 'CLOSE PENDING' TO RSH-TEXT-VALUE
               WHEN OTHER
                   MOVE 'OPEN' TO RSH-TEXT-VALUE
           END-EVALUATE
           WRITE RESEARCH-REPORT-LINE FROM RSH-TEXT-LINE

           IF ACCT-IS-CLOSED OR ACCT-CLOSE-PENDING
               MOVE 'CLOSE DATE:         ' TO RSH-TEXT-LABEL
               MOVE ACCT-CLOSE-DATE TO WS-CLOSE-DATE-DISPLAY
               MOVE WS-CLOSE-DATE-DISPLAY TO RSH-TEXT-VALUE
               WRITE RESEARCH-REPORT-LINE FROM RSH-TEXT-LINE
           END-IF

           IF ACCOUNT-ARCHIVED
               MOVE 'ARCHIVED DATE:      ' TO RSH-TEXT-LABEL
               MOVE WS-ARCHIVED-DATE TO RSH-TEXT-VALUE
               WRITE RESEARCH-REPORT-LINE FROM RSH-TEXT-LINE
           END-IF

           MOVE 'ACCOUNT NAME:       ' TO RSH-TEXT-LABEL
           MOVE ACCOUNT-NAME TO RSH-TEXT-VALUE
       PRINT-ACCOUNT-STATE-EXIT.
           EXIT.

      *****************************************************************
      *    FIND-CLOSED-HISTORY - THE HISTORY FILE IS IN ARCHIVE ORDER,
      *    NOT KEYED, SO IT IS SCANNED FRONT TO BACK. AN ACCOUNT
      *    NUMBER IS NEVER REUSED, SO THE FIRST MATCH IS THE ONLY
      *    ONE. THE ARCHIVED IMAGE IS LOADED INTO ACCOUNT-RECORD FOR
      *    PRINTING.
      *****************************************************************
       FIND-CLOSED-HISTORY SECTION.
           MOVE 'N' TO WS-CLHS-EOF-FLAG
           OPEN INPUT CLOSED-HISTORY-FILE
           PERFORM UNTIL CLHS-EOF OR ACCOUNT-ARCHIVED
               READ CLOSED-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-CLHS-EOF-FLAG
                   NOT AT END
                       IF CLHS-ACCOUNT-IMAGE (1:10) = WS-REQUEST-ACCOUNT
                           MOVE 'Y' TO WS-ARCHIVED-FLAG
                           MOVE CLHS-ACCOUNT-IMAGE TO ACCOUNT-RECORD
                           MOVE CLHS-ARCHIVED-DATE TO WS-ARCHIVED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-HISTORY-FILE.

       PRINT-CUSTOMER-DETAIL SECTION.
           WRITE RESEARCH-REPORT-LINE FROM RSH-BLANK-LINE
           MOVE WS-REQUEST-ACCOUNT TO CUST-ACCOUNT-NUMBER
       PRINT-CUSTOMER-DETAIL-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT-JOURNAL-ACTIVITY - JRNLARCH LOADS EACH NIGHT'S
      *    JOURNAL INTO THE KEYED HISTORY, SO THE HISTORY HOLDS THE
      *    ACCOUNT'S WHOLE RETAINED TRAIL, THE LATEST CYCLE INCLUDED.
      *    THE READ STARTS AT THE ACCOUNT'S FIRST KEY AND STOPS AT THE
      *    FIRST RECORD FOR ANOTHER ACCOUNT; KEY ORDER IS POST DATE
      *    AND SEQUENCE, WHICH IS POSTING ORDER.
      *****************************************************************
       PRINT-JOURNAL-ACTIVITY SECTION.
           WRITE RESEARCH-REPORT-LINE FROM RSH-BLANK-LINE
           MOVE 'JOURNAL ACTIVITY' TO RSH-SECTION-LINE

           MOVE 0 TO WS-JOURNAL-LINES
           MOVE 'N' TO WS-JRNL-EOF-FLAG
           MOVE WS-REQUEST-ACCOUNT TO JHST-ACCOUNT-NUMBER
           MOVE 0 TO JHST-POST-DATE
           MOVE 0 TO JHST-SEQUENCE-NO
           MOVE 0 TO JHST-LEG-NO
           START JOURNAL-HISTORY KEY IS NOT LESS THAN JHST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
           END-START
           PERFORM UNTIL JRNL-EOF
               READ JOURNAL-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF-FLAG
                   NOT AT END
                       IF JHST-ACCOUNT-NUMBER = WS-REQUEST-ACCOUNT
                           PERFORM PRINT-ONE-JOURNAL-LINE
                       ELSE
                           MOVE 'Y' TO WS-JRNL-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JOURNAL-LINES = 0
               MOVE '  NO JOURNAL ACTIVITY ON FILE'
               WRITE RESEARCH-REPORT-LINE FROM RSH-SECTION-LINE
           END-IF.

       PRINT-ONE-JOURNAL-LINE SECTION.
           MOVE JHST-JOURNAL-IMAGE TO WS-HISTORY-JOURNAL
           ADD 1 TO WS-JOURNAL-LINES
           MOVE JRNL-POST-DATE         TO RSJ-POST-DATE
           MOVE JRNL-TRANS-TYPE        TO RSJ-TRANS-TYPE
           MOVE JRNL-AMOUNT            TO RSJ-AMOUNT
           MOVE JRNL-BALANCE-BEFORE    TO RSJ-BALANCE-BEFORE
           MOVE JRNL-BALANCE-AFTER     TO RSJ-BALANCE-AFTER
           WRITE RESEARCH-REPORT-LINE FROM RSH-JOURNAL-LINE.

       PRINT-REJECT-ITEMS SECTION.
           WRITE RESEARCH-REPORT-LINE FROM RSH-BLANK-LINE
           MOVE 'REJECTED ITEMS' TO RSH-SECTION-LINE
               WRITE RESEARCH-REPORT-LINE FROM RSH-SECTION-LINE
           END-IF.

      *****************************************************************
      *    PRINT-MAINTENANCE-HISTORY - EVERY CHANGE ACCTMAIN HAS MADE
      *    TO THE ACCOUNT, WITH WHO KEYED AND WHO APPROVED IT, AND THE
      *    MASTER AS IT STOOD BEFORE AND AFTER. THE IMAGES ARE LOADED
      *    INTO ACCOUNT-RECORD FOR PRINTING, SO THIS MUST FOLLOW
      *    PRINT-ACCOUNT-STATE. THE AUDIT FILE IS IN DATE ORDER AND IS
      *    RESCANNED PER REQUEST LIKE THE REJECTS.
      *****************************************************************
       PRINT-MAINTENANCE-HISTORY SECTION.
           WRITE RESEARCH-REPORT-LINE FROM RSH-BLANK-LINE
           MOVE 'MAINTENANCE HISTORY' TO RSH-SECTION-LINE
           WRITE RESEARCH-REPORT-LINE FROM RSH-SECTION-LINE

           MOVE 0 TO WS-MAINT-LINES
           MOVE 'N' TO WS-MAUD-EOF-FLAG
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM UNTIL MAUD-EOF
               READ MAINT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAUD-EOF-FLAG
                   NOT AT END
                       IF MAUD-ACCOUNT-NUMBER = WS-REQUEST-ACCOUNT
                           PERFORM PRINT-ONE-MAINT-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE

           IF WS-MAINT-LINES = 0
               MOVE '  NO MAINTENANCE CHANGES ON FILE'
                   TO RSH-SECTION-LINE
               WRITE RESEARCH-REPORT-LINE FROM RSH-SECTION-LINE
           END-IF.

       PRINT-ONE-MAINT-CHANGE SECTION.
           IF WS-MAINT-LINES = 0
               WRITE RESEARCH-REPORT-LINE FROM RSH-MAINT-HEADING-1
               WRITE RESEARCH-REPORT-LINE FROM RSH-MAINT-HEADING-2
           END-IF
           ADD 1 TO WS-MAINT-LINES
           MOVE MAUD-BUSINESS-DATE TO RSM-DATE
           MOVE MAUD-MAINT-TYPE    TO RSM-TYPE
           MOVE MAUD-MAKER-ID      TO RSM-MAKER-ID
           MOVE MAUD-CHECKER-ID    TO RSM-CHECKER-ID
           WRITE RESEARCH-REPORT-LINE FROM RSH-MAINT-LINE

           MOVE 'BEFORE:' TO RSI-LABEL
           IF MAUD-BEFORE-IMAGE = SPACES
               MOVE '(ACCOUNT OPENED)' TO RSI-NAME
               MOVE SPACES TO RSI-STATUS RSI-HOLD-FLAG
                   RSI-PRODUCT-TYPE RSI-BRANCH-CODE
               MOVE 0 TO RSI-DAILY-LIMIT
           ELSE
               MOVE MAUD-BEFORE-IMAGE TO ACCOUNT-RECORD
               PERFORM FORMAT-MAINT-IMAGE
           END-IF
           WRITE RESEARCH-REPORT-LINE FROM RSH-MAINT-IMAGE-LINE

           MOVE 'AFTER:' TO RSI-LABEL
           MOVE MAUD-AFTER-IMAGE TO ACCOUNT-RECORD
           PERFORM FORMAT-MAINT-IMAGE
           WRITE RESEARCH-REPORT-LINE FROM RSH-MAINT-IMAGE-LINE.

       FORMAT-MAINT-IMAGE SECTION.
           MOVE ACCOUNT-NAME      TO RSI-NAME
           IF ACCT-STATUS = SPACE
               MOVE 'O' TO RSI-STATUS
           ELSE
               MOVE ACCT-STATUS TO RSI-STATUS
           END-IF
           MOVE ACCT-HOLD-FLAG    TO RSI-HOLD-FLAG
           MOVE ACCT-PRODUCT-TYPE TO RSI-PRODUCT-TYPE
           MOVE ACCT-BRANCH-CODE  TO RSI-BRANCH-CODE
           MOVE ACCT-DAILY-WITHDRAWAL-LIMIT TO RSI-DAILY-LIMIT.

       PRINT-PACKET-COUNTS SECTION.
           WRITE RESEARCH-REPORT-LINE FROM RSH-BLANK-LINE


           MOVE 'SUSPENSE ITEMS LISTED' TO RSC-LABEL
           MOVE WS-SUSPENSE-LINES TO RSC-COUNT
           WRITE RESEARCH-REPORT-LINE FROM RSH-COUNT-LINE

           MOVE 'MAINTENANCE CHANGES LISTED' TO RSC-LABEL
           MOVE WS-MAINT-LINES TO RSC-COUNT
           WRITE RESEARCH-REPORT-LINE FROM RSH-COUNT-LINE.
