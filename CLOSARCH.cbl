       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSARCH.
       AUTHOR. Cascade.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-PARM
               ASSIGN TO CLOSPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ACCOUNTS-FILE
               ASSIGN TO ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL CLOSED-HISTORY-IN
               ASSIGN TO CLHSTOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CLOSED-HISTORY-OUT
               ASSIGN TO CLHSTNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CLOSED-ARCHIVE-REPORT
               ASSIGN TO CLOSARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLOSED-PARM
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  CLOSED-PARM-RECORD.
           COPY CLSPREC.

       FD  ACCOUNTS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  CLOSED-HISTORY-IN
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CLOSED-HISTORY-IN-RECORD    PIC X(100).

       FD  CLOSED-HISTORY-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CLOSED-HISTORY-OUT-RECORD.
           COPY CLHSREC.

       FD  CLOSED-ARCHIVE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSED-ARCHIVE-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.

       01  WS-PARM-EOF-FLAG           PIC X VALUE 'N'.
           88  PARM-EOF               VALUE 'Y'.
       01  WS-HIST-EOF-FLAG           PIC X VALUE 'N'.
           88  HISTORY-EOF            VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG           PIC X VALUE 'N'.
           88  ACCOUNT-EOF            VALUE 'Y'.

       01  WS-RETENTION-DAYS          PIC 9(05) VALUE 0.
       01  WS-CUTOFF-DATE             PIC 9(08) VALUE 0.
       01  WS-CUTOFF-INTEGER          PIC S9(08) VALUE 0.
       01  WS-CLOSE-DATE              PIC 9(08) VALUE 0.

       01  WS-HISTORY-CARRIED         PIC 9(07) VALUE 0.
       01  WS-ACCOUNTS-READ           PIC 9(06) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(06) VALUE 0.
       01  WS-ARCHIVED-COUNT          PIC 9(06) VALUE 0.
       01  WS-RETAINED-COUNT          PIC 9(06) VALUE 0.
       01  WS-NONZERO-COUNT           PIC 9(06) VALUE 0.

       01  CLAR-HEADING-1             PIC X(40) VALUE
           'CLOSED ACCOUNT ARCHIVE'.
       01  CLAR-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'RUN DATE:       '.
           05  CLH-BUSINESS-DATE      PIC 9(08).
       01  CLAR-CUTOFF-LINE.
           05  FILLER                 PIC X(30) VALUE
               'ARCHIVING ACCOUNTS CLOSED ON: '.
           05  CLH-CUTOFF-DATE        PIC 9(08).
           05  FILLER                 PIC X(10) VALUE ' OR BEFORE'.
       01  CLAR-DETAIL-LINE.
           05  CLD-BRANCH-CODE        PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLD-ACCOUNT-NUMBER     PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLD-ACCOUNT-NAME       PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLD-CLOSE-DATE         PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLD-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CLD-ACTION             PIC X(30).
       01  CLAR-COUNT-LINE.
           05  CLC-LABEL              PIC X(30).
           05  CLC-COUNT              PIC ZZZ,ZZ9.
       01  CLAR-BLANK-LINE            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-PARAMETERS

           OPEN INPUT CLOSED-HISTORY-IN
           OPEN OUTPUT CLOSED-HISTORY-OUT
           PERFORM UNTIL HISTORY-EOF
               READ CLOSED-HISTORY-IN
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-CARRIED
                       WRITE CLOSED-HISTORY-OUT-RECORD
                           FROM CLOSED-HISTORY-IN-RECORD
               END-READ
           END-PERFORM
           CLOSE CLOSED-HISTORY-IN

           OPEN I-O ACCOUNTS-FILE
           OPEN OUTPUT CLOSED-ARCHIVE-REPORT

           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-HEADING-1
           MOVE WS-BUSINESS-DATE TO CLH-BUSINESS-DATE
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-DATE-LINE
           MOVE WS-CUTOFF-DATE TO CLH-CUTOFF-DATE
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-CUTOFF-LINE
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-BLANK-LINE

           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-FLAG
           END-READ
           PERFORM UNTIL ACCOUNT-EOF
               PERFORM ARCHIVE-ONE-ACCOUNT
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF-FLAG
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTALS

           CLOSE ACCOUNTS-FILE
           CLOSE CLOSED-HISTORY-OUT
           CLOSE CLOSED-ARCHIVE-REPORT

           DISPLAY 'Closed account archive complete'
           DISPLAY 'History records carried: ' WS-HISTORY-CARRIED
           DISPLAY 'Accounts read: ' WS-ACCOUNTS-READ
           DISPLAY 'Closed accounts: ' WS-CLOSED-COUNT
           DISPLAY 'Accounts archived: ' WS-ARCHIVED-COUNT
           DISPLAY 'Closed accounts retained: ' WS-RETAINED-COUNT
           DISPLAY 'Closed accounts with a balance: ' WS-NONZERO-COUNT
           IF WS-NONZERO-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSNDATE-STATUS NOT = '00'
               DISPLAY 'Error: Business date file not available'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'Error: Business date record missing'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
           CLOSE BUSINESS-DATE-FILE.

       LOAD-PARAMETERS SECTION.
           OPEN INPUT CLOSED-PARM
           READ CLOSED-PARM
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ
           CLOSE CLOSED-PARM

           IF PARM-EOF
               DISPLAY 'Error: Closed account parameter record missing'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CLSP-RETENTION-DAYS NOT NUMERIC
               OR CLSP-RETENTION-DAYS = 0
               DISPLAY 'Error: Invalid retention days - '
                   CLSP-RETENTION-DAYS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CLSP-RETENTION-DAYS TO WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           DISPLAY 'Archiving accounts closed on or before: '
               WS-CUTOFF-DATE.

      *****************************************************************
      *    ARCHIVE-ONE-ACCOUNT - A CLOSED ACCOUNT STAYS ON ACCOUNTS-
      *    FILE FOR THE RETENTION PERIOD SO RESEARCH, RETURNS, AND
      *    LATE ITEMS STILL FIND IT AND REJECT AS CLOSED RATHER THAN
      *    NOT FOUND. ONCE ITS CLOSE DATE IS AT OR BEFORE THE CUTOFF
      *    THE RECORD IS APPENDED TO CLOSED-ACCOUNT HISTORY (OLD IN,
      *    NEW OUT, THE SAME DISCIPLINE AS THE JOURNAL HISTORY) AND
      *    ONLY THEN DELETED FROM THE MASTER. A CLOSED ACCOUNT STILL
      *    CARRYING A BALANCE IS NEVER ARCHIVED - THE MONEY WOULD
      *    VANISH FROM THE BOOKS - AND IS LISTED FOR OPERATIONS.
      *****************************************************************
       ARCHIVE-ONE-ACCOUNT SECTION.
           ADD 1 TO WS-ACCOUNTS-READ

           IF NOT ACCT-IS-CLOSED
               GO TO ARCHIVE-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-CLOSED-COUNT
           MOVE ACCT-CLOSE-DATE TO WS-CLOSE-DATE

           MOVE ACCT-BRANCH-CODE  TO CLD-BRANCH-CODE
           MOVE ACCOUNT-NUMBER    TO CLD-ACCOUNT-NUMBER
           MOVE ACCOUNT-NAME      TO CLD-ACCOUNT-NAME
           MOVE WS-CLOSE-DATE     TO CLD-CLOSE-DATE
           MOVE ACCOUNT-BALANCE   TO CLD-BALANCE

           IF ACCOUNT-BALANCE NOT = 0
               ADD 1 TO WS-NONZERO-COUNT
               MOVE 'NOT ARCHIVED - BALANCE ON FILE' TO CLD-ACTION
               WRITE CLOSED-ARCHIVE-LINE FROM CLAR-DETAIL-LINE
               GO TO ARCHIVE-ONE-ACCOUNT-EXIT
           END-IF

           IF WS-CLOSE-DATE > WS-CUTOFF-DATE
               ADD 1 TO WS-RETAINED-COUNT
               GO TO ARCHIVE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE SPACES           TO CLOSED-HISTORY-OUT-RECORD
           MOVE ACCOUNT-RECORD   TO CLHS-ACCOUNT-IMAGE
           MOVE WS-BUSINESS-DATE TO CLHS-ARCHIVED-DATE
           WRITE CLOSED-HISTORY-OUT-RECORD

           DELETE ACCOUNTS-FILE RECORD
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error: Delete failed for account '
                   ACCOUNT-NUMBER ' status ' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-ARCHIVED-COUNT
           MOVE 'MOVED TO CLOSED HISTORY' TO CLD-ACTION
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-DETAIL-LINE

       ARCHIVE-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-TOTALS SECTION.
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-BLANK-LINE

           MOVE 'ACCOUNTS READ' TO CLC-LABEL
           MOVE WS-ACCOUNTS-READ TO CLC-COUNT
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-COUNT-LINE

           MOVE 'CLOSED ACCOUNTS ON FILE' TO CLC-LABEL
           MOVE WS-CLOSED-COUNT TO CLC-COUNT
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-COUNT-LINE

           MOVE 'MOVED TO CLOSED HISTORY' TO CLC-LABEL
           MOVE WS-ARCHIVED-COUNT TO CLC-COUNT
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-COUNT-LINE

           MOVE 'RETAINED - PERIOD NOT MET' TO CLC-LABEL
           MOVE WS-RETAINED-COUNT TO CLC-COUNT
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-COUNT-LINE

           MOVE 'NOT ARCHIVED - BALANCE ON FILE' TO CLC-LABEL
           MOVE WS-NONZERO-COUNT TO CLC-COUNT
           WRITE CLOSED-ARCHIVE-LINE FROM CLAR-COUNT-LINE.
