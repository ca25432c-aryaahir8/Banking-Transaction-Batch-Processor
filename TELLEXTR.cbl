               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DEPOSIT-HOLD-FILE
               ASSIGN TO DEPHOLDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-HOLD-WORK-FILE
               ASSIGN TO SRTHWORK.

           SELECT SORTED-HOLDS
               ASSIGN TO SRTHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL

       FD  TELLER-DOWNLOAD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  TELLER-DOWNLOAD-RECORD.
           COPY TLRDREC.

       FD  DEPOSIT-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  DEPOSIT-HOLD-RECORD.
           COPY HOLDREC.

       SD  SORT-HOLD-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SORT-HOLD-WORK-RECORD.
           COPY HOLDREC.

       FD  SORTED-HOLDS
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  SORTED-HOLD-RECORD.
           COPY HOLDREC.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.

       01  WS-ACCT-EOF-FLAG           PIC X VALUE 'N'.
           88  ACCOUNT-EOF            VALUE 'Y'.
       01  WS-HOLD-EOF-FLAG           PIC X VALUE 'N'.
           88  HOLD-EOF               VALUE 'Y'.

       01  WS-HEADROOM                PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-ACCOUNT-HELD-AMOUNT     PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-AVAILABLE-BALANCE       PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-EXTRACTED-COUNT         PIC 9(06) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE

           SORT SORT-HOLD-WORK-FILE
               ON ASCENDING KEY HOLD-ACCOUNT-NUMBER OF
                   SORT-HOLD-WORK-RECORD
               USING DEPOSIT-HOLD-FILE
               GIVING SORTED-HOLDS

           OPEN INPUT ACCOUNTS-FILE
           OPEN INPUT SORTED-HOLDS
           OPEN OUTPUT TELLER-DOWNLOAD

           READ SORTED-HOLDS
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-READ

           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-FLAG
           END-PERFORM

           CLOSE ACCOUNTS-FILE
           CLOSE SORTED-HOLDS
           CLOSE TELLER-DOWNLOAD

           DISPLAY 'Teller extract complete'
           DISPLAY 'Accounts extracted: ' WS-EXTRACTED-COUNT
           DISPLAY 'Closed accounts not extracted: ' WS-CLOSED-COUNT
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
      *    OVER-LIMIT WITHDRAWAL AT THE WINDOW INSTEAD OF HAVING IT
      *    REJECT IN TONIGHT'S POSTING. A ZERO DAILY LIMIT MEANS NO
      *    LIMIT AND DOWNLOADS AS ALL NINES; HEADROOM NEVER SHOWS
      *    BELOW ZERO. THE AVAILABLE BALANCE TAKES OFF ANY DEPOSIT
      *    HOLDS STILL IN FORCE AT THE BUSINESS DATE. A CLOSED ACCOUNT
      *    IS NOT DOWNLOADED, SO THE WINDOW HAS NOTHING TO POST TO;
      *    ITS HOLDS ARE PASSED OVER BY THE NEXT ACCOUNT'S ACCUMULATE.
      *****************************************************************
       EXTRACT-ONE-ACCOUNT SECTION.
           IF ACCT-IS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO EXTRACT-ONE-ACCOUNT-EXIT
           END-IF

           MOVE SPACES              TO TELLER-DOWNLOAD-RECORD
           MOVE ACCOUNT-NUMBER      TO TLRD-ACCOUNT-NUMBER
           MOVE ACCOUNT-NAME        TO TLRD-ACCOUNT-NAME
           MOVE ACCT-HOLD-FLAG      TO TLRD-HOLD-FLAG
           MOVE ACCT-BRANCH-CODE    TO TLRD-BRANCH-CODE

           PERFORM ACCUMULATE-ACCOUNT-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCOUNT-BALANCE - WS-ACCOUNT-HELD-AMOUNT
           MOVE WS-AVAILABLE-BALANCE TO TLRD-AVAILABLE-BALANCE

           IF ACCT-DAILY-WITHDRAWAL-LIMIT = 0
               MOVE 99999999999.99 TO TLRD-WITHDRAWAL-HEADROOM
           ELSE
           END-IF

           WRITE TELLER-DOWNLOAD-RECORD
           ADD 1 TO WS-EXTRACTED-COUNT

       EXTRACT-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    ACCUMULATE-ACCOUNT-HOLDS - THE SORTED HOLD FILE IS IN THE
      *    SAME ASCENDING ACCOUNT ORDER AS ACCOUNTS-FILE. HOLDS FOR AN
      *    ACCOUNT NO LONGER ON FILE ARE PASSED OVER; HOLDS FOR THIS
      *    ACCOUNT WHOSE RELEASE DATE IS STILL AHEAD OF THE BUSINESS
      *    DATE ARE TOTALLED.
      *****************************************************************
       ACCUMULATE-ACCOUNT-HOLDS SECTION.
           MOVE 0 TO WS-ACCOUNT-HELD-AMOUNT
           PERFORM UNTIL HOLD-EOF
               OR HOLD-ACCOUNT-NUMBER OF SORTED-HOLD-RECORD
                   > ACCOUNT-NUMBER
               IF HOLD-ACCOUNT-NUMBER OF SORTED-HOLD-RECORD
                       = ACCOUNT-NUMBER
                   AND HOLD-RELEASE-DATE OF SORTED-HOLD-RECORD
                       > WS-BUSINESS-DATE
                   ADD HOLD-AMOUNT OF SORTED-HOLD-RECORD
                       TO WS-ACCOUNT-HELD-AMOUNT
               END-IF
               READ SORTED-HOLDS
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
               END-READ
           END-PERFORM.
