       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT1099.
       AUTHOR. Cascade.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM
               ASSIGN TO TAXPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT JOURNAL-HISTORY
               ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JHST-KEY
               FILE STATUS IS WS-JHST-STATUS.

           SELECT SORT-INT-WORK-FILE
               ASSIGN TO SRTIWORK.

           SELECT SORTED-INTEREST
               ASSIGN TO SRTINTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TAX-EXTRACT
               ASSIGN TO TAXEXTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT RECIPIENT-COPY
               ASSIGN TO TAXCOPY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CONTROL-REPORT
               ASSIGN TO TAXCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TAX-PARM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-PARM-RECORD.
           COPY TAXPREC.

       FD  JOURNAL-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-HISTORY-RECORD.
           COPY JHSTREC.

       SD  SORT-INT-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-INT-WORK-RECORD.
           COPY JRNLREC.

       FD  SORTED-INTEREST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-INTEREST-RECORD.
           COPY JRNLREC.

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  TAX-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  TAX-EXTRACT-RECORD.
           COPY TAXXREC.

       FD  RECIPIENT-COPY
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RECIPIENT-COPY-LINE         PIC X(80).

       FD  CONTROL-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CONTROL-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS             PIC XX.
       01  WS-JHST-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  WS-BUSINESS-DATE-SPLIT REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YEAR            PIC 9(04).
           05  WS-BUS-MONTH           PIC 9(02).
           05  WS-BUS-DAY             PIC 9(02).

       01  WS-PARM-EOF-FLAG           PIC X VALUE 'N'.
           88  PARM-EOF               VALUE 'Y'.
       01  WS-HIST-EOF-FLAG           PIC X VALUE 'N'.
           88  HISTORY-EOF            VALUE 'Y'.

       01  WS-INT-EOF-FLAG            PIC X VALUE 'N'.
           88  INTEREST-EOF           VALUE 'Y'.
       01  WS-CUST-FOUND-FLAG         PIC X VALUE 'N'.
           88  CUSTOMER-FOUND         VALUE 'Y'.
       01  WS-TIN-MISSING-FLAG        PIC X VALUE 'N'.
           88  TIN-MISSING            VALUE 'Y'.

       01  WS-TAX-YEAR                PIC 9(04) VALUE 0.
       01  WS-REPORT-THRESHOLD        PIC S9(05)V99 COMP-3 VALUE 0.
       01  WS-ENTRY-DATE              PIC 9(08) VALUE 0.
       01  WS-ENTRY-DATE-SPLIT REDEFINES WS-ENTRY-DATE.
           05  WS-ENTRY-YEAR          PIC 9(04).
           05  WS-ENTRY-MONTH-DAY     PIC 9(04).
       01  WS-CURRENT-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-INTEREST        PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-ACCOUNT-WITHHELD        PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-TIN-DISPLAY             PIC 9(09) VALUE 0.
       01  WS-TIN-DISPLAY-SPLIT REDEFINES WS-TIN-DISPLAY.
           05  WS-TIN-FIRST-FIVE      PIC 9(05).
           05  WS-TIN-LAST-FOUR       PIC 9(04).

       01  WS-HISTORY-JOURNAL.
           COPY JRNLREC.

       01  WS-HISTORY-READ            PIC 9(07) VALUE 0.
       01  WS-INTEREST-ENTRIES        PIC 9(07) VALUE 0.
       01  WS-REVERSAL-ENTRIES        PIC 9(07) VALUE 0.
       01  WS-ACCOUNTS-TOTALLED       PIC 9(06) VALUE 0.
       01  WS-REPORTED-COUNT          PIC 9(06) VALUE 0.
       01  WS-MISSING-TIN-COUNT       PIC 9(06) VALUE 0.
       01  WS-BELOW-THRESHOLD-COUNT   PIC 9(06) VALUE 0.
       01  WS-NO-CUSTOMER-COUNT       PIC 9(06) VALUE 0.
       01  WS-WITHHOLDING-COUNT       PIC 9(06) VALUE 0.
       01  WS-TOTAL-REPORTED          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-WITHHELD          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-NOT-REPORTED      PIC S9(13)V99 COMP-3 VALUE 0.

       01  RCP-HEADING-1.
           05  FILLER                 PIC X(30) VALUE
               'FORM 1099-INT  INTEREST INCOME'.
           05  FILLER                 PIC X(12) VALUE
               '   TAX YEAR '.
           05  RCP-TAX-YEAR           PIC 9(04).
       01  RCP-HEADING-2              PIC X(40) VALUE
           'COPY B - FOR RECIPIENT'.
       01  RCP-TEXT-LINE.
           05  RCP-TEXT-LABEL         PIC X(22).
           05  RCP-TEXT-VALUE         PIC X(40).
       01  RCP-TIN-LINE.
           05  FILLER                 PIC X(22) VALUE
               'RECIPIENT TIN:'.
           05  FILLER                 PIC X(07) VALUE 'XXX-XX-'.
           05  RCP-TIN-LAST-FOUR      PIC 9(04).
       01  RCP-AMOUNT-LINE.
           05  RCP-AMOUNT-LABEL       PIC X(40).
           05  RCP-AMOUNT-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RCP-WITHHOLDING-LINE       PIC X(60) VALUE
           'THIS ACCOUNT IS SUBJECT TO BACKUP WITHHOLDING'.
       01  RCP-NOTICE-LINE-1          PIC X(70) VALUE
           'THIS IS IMPORTANT TAX INFORMATION AND IS BEING'.
       01  RCP-NOTICE-LINE-2          PIC X(70) VALUE
           'FURNISHED TO THE INTERNAL REVENUE SERVICE.'.
       01  RCP-BLANK-LINE             PIC X(80) VALUE SPACES.

       01  CTL-HEADING-1              PIC X(40) VALUE
           '1099-INT CONTROL REPORT'.
       01  CTL-YEAR-LINE.
           05  FILLER                 PIC X(16) VALUE
               'TAX YEAR:       '.
           05  CTH-TAX-YEAR           PIC 9(04).
           05  FILLER                 PIC X(14) VALUE
               '   PREPARED:  '.
           05  CTH-BUSINESS-DATE      PIC 9(08).
       01  CTL-THRESHOLD-LINE.
           05  FILLER                 PIC X(20) VALUE
               'REPORTING THRESHOLD:'.
           05  CTH-THRESHOLD          PIC ZZ,ZZ9.99.
       01  CTL-DETAIL-LINE.
           05  CTD-ACCOUNT-NUMBER     PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTD-NAME               PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTD-INTEREST           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTD-NOTE               PIC X(35).
       01  CTL-COUNT-LINE.
           05  CTC-LABEL              PIC X(34).
           05  CTC-COUNT              PIC ZZZ,ZZ9.
       01  CTL-TOTAL-LINE.
           05  CTT-LABEL              PIC X(34).
           05  CTT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  CTL-BLANK-LINE             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-PARAMETERS

           SORT SORT-INT-WORK-FILE
               ON ASCENDING KEY JRNL-ACCOUNT-NUMBER OF
                   SORT-INT-WORK-RECORD
               ON ASCENDING KEY JRNL-POST-DATE OF
                   SORT-INT-WORK-RECORD
               ON ASCENDING KEY JRNL-SEQUENCE-NO OF
                   SORT-INT-WORK-RECORD
               INPUT PROCEDURE IS SELECT-INTEREST-ENTRIES
               GIVING SORTED-INTEREST

           OPEN INPUT SORTED-INTEREST
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT TAX-EXTRACT
           OPEN OUTPUT RECIPIENT-COPY
           OPEN OUTPUT CONTROL-REPORT

           WRITE CONTROL-REPORT-LINE FROM CTL-HEADING-1
           MOVE WS-TAX-YEAR TO CTH-TAX-YEAR
           MOVE WS-BUSINESS-DATE TO CTH-BUSINESS-DATE
           WRITE CONTROL-REPORT-LINE FROM CTL-YEAR-LINE
           MOVE WS-REPORT-THRESHOLD TO CTH-THRESHOLD
           WRITE CONTROL-REPORT-LINE FROM CTL-THRESHOLD-LINE
           WRITE CONTROL-REPORT-LINE FROM CTL-BLANK-LINE

           PERFORM WRITE-PAYER-RECORD

           READ SORTED-INTEREST
               AT END
                   MOVE 'Y' TO WS-INT-EOF-FLAG
           END-READ
           PERFORM UNTIL INTEREST-EOF
               PERFORM TOTAL-ONE-ACCOUNT
               PERFORM REPORT-ONE-RECIPIENT
           END-PERFORM

           PERFORM WRITE-CONTROL-RECORD
           PERFORM WRITE-TOTALS

           CLOSE SORTED-INTEREST
           CLOSE CUSTOMER-FILE
           CLOSE TAX-EXTRACT
           CLOSE RECIPIENT-COPY
           CLOSE CONTROL-REPORT

           DISPLAY '1099-INT run complete for tax year ' WS-TAX-YEAR
           DISPLAY 'History records read: ' WS-HISTORY-READ
           DISPLAY 'Interest entries: ' WS-INTEREST-ENTRIES
           DISPLAY 'Interest reversals netted: ' WS-REVERSAL-ENTRIES
           DISPLAY 'Accounts totalled: ' WS-ACCOUNTS-TOTALLED
           DISPLAY 'Recipients reported: ' WS-REPORTED-COUNT
           DISPLAY 'Recipients with missing TIN: ' WS-MISSING-TIN-COUNT
           DISPLAY 'Below reporting threshold: '
               WS-BELOW-THRESHOLD-COUNT
           DISPLAY 'Accounts with no customer: ' WS-NO-CUSTOMER-COUNT
           IF WS-MISSING-TIN-COUNT > 0
               OR WS-NO-CUSTOMER-COUNT > 0
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

      *****************************************************************
      *    LOAD-PARAMETERS - THE TAX YEAR AND THE BANK'S PAYER TIN ARE
      *    BOTH REQUIRED; A FILING WITHOUT EITHER WOULD BE REFUSED, SO
      *    THE RUN STOPS BEFORE PRODUCING ANYTHING. THE THRESHOLD MAY
      *    BE ZERO, IN WHICH CASE ANY INTEREST AT ALL IS REPORTED.
      *****************************************************************
       LOAD-PARAMETERS SECTION.
           OPEN INPUT TAX-PARM
           READ TAX-PARM
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ
           CLOSE TAX-PARM

           IF PARM-EOF
               DISPLAY 'Error: Tax parameter record missing'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF TAXP-TAX-YEAR NOT NUMERIC
               OR TAXP-TAX-YEAR < 1900
               OR TAXP-TAX-YEAR > WS-BUS-YEAR
               DISPLAY 'Error: Invalid tax year - ' TAXP-TAX-YEAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF TAXP-REPORT-THRESHOLD NOT NUMERIC
               DISPLAY 'Error: Invalid reporting threshold - '
                   TAXP-REPORT-THRESHOLD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF TAXP-PAYER-TIN = SPACES
               DISPLAY 'Error: Payer TIN missing from tax parameter'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE TAXP-TAX-YEAR TO WS-TAX-YEAR
           MOVE TAXP-REPORT-THRESHOLD TO WS-REPORT-THRESHOLD.

      *****************************************************************
      *    SELECT-INTEREST-ENTRIES - ONLY INTEREST PAID IN THE TAX YEAR
      *    AND REVERSALS OF SUCH INTEREST GO TO THE SORT. A REVERSAL IS
      *    TAKEN BY THE DATE OF THE INTEREST IT UNDOES, NOT ITS OWN
      *    POST DATE, SO INTEREST REVERSED EARLY IN JANUARY STILL NETS
      *    AGAINST THE YEAR IT WAS PAID, AND A REVERSAL OF AN EARLIER
      *    YEAR'S INTEREST DOES NOT REDUCE THIS YEAR'S FIGURE.
      *****************************************************************
       SELECT-INTEREST-ENTRIES SECTION.
           OPEN INPUT JOURNAL-HISTORY
           IF WS-JHST-STATUS NOT = '00'
               DISPLAY 'Error: Journal history not available - '
                   WS-JHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HISTORY-EOF
               READ JOURNAL-HISTORY
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       PERFORM SELECT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE JOURNAL-HISTORY.

       SELECT-ONE-ENTRY SECTION.
           ADD 1 TO WS-HISTORY-READ
           MOVE JHST-JOURNAL-IMAGE TO WS-HISTORY-JOURNAL
           EVALUATE JRNL-TRANS-TYPE OF WS-HISTORY-JOURNAL
               WHEN 'I'
                   MOVE JRNL-POST-DATE OF WS-HISTORY-JOURNAL
                       TO WS-ENTRY-DATE
                   IF WS-ENTRY-YEAR = WS-TAX-YEAR
                       ADD 1 TO WS-INTEREST-ENTRIES
                       RELEASE SORT-INT-WORK-RECORD
                           FROM WS-HISTORY-JOURNAL
                   END-IF
               WHEN 'R'
                   IF JRNL-REVERSAL-OF-TYPE OF WS-HISTORY-JOURNAL = 'I'
                       MOVE JRNL-REVERSAL-OF-DATE OF WS-HISTORY-JOURNAL
                           TO WS-ENTRY-DATE
                       IF WS-ENTRY-YEAR = WS-TAX-YEAR
                           ADD 1 TO WS-REVERSAL-ENTRIES
                           RELEASE SORT-INT-WORK-RECORD
                               FROM WS-HISTORY-JOURNAL
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *    TOTAL-ONE-ACCOUNT - NETS ONE ACCOUNT'S INTEREST FOR THE
      *    YEAR. AN INTEREST ENTRY ADDS ITS AMOUNT; A REVERSAL LEG
      *    ADDS ITS NET BALANCE EFFECT, WHICH FOR A REVERSED INTEREST
      *    CREDIT IS NEGATIVE.
      *****************************************************************
       TOTAL-ONE-ACCOUNT SECTION.
           MOVE JRNL-ACCOUNT-NUMBER OF SORTED-INTEREST-RECORD
               TO WS-CURRENT-ACCOUNT
           MOVE 0 TO WS-ACCOUNT-INTEREST
           MOVE 0 TO WS-ACCOUNT-WITHHELD
           ADD 1 TO WS-ACCOUNTS-TOTALLED

           PERFORM UNTIL INTEREST-EOF
               OR JRNL-ACCOUNT-NUMBER OF SORTED-INTEREST-RECORD
                   NOT = WS-CURRENT-ACCOUNT
               IF JRNL-TRANS-TYPE OF SORTED-INTEREST-RECORD = 'I'
                   ADD JRNL-AMOUNT OF SORTED-INTEREST-RECORD
                       TO WS-ACCOUNT-INTEREST
               ELSE
                   COMPUTE WS-ACCOUNT-INTEREST = WS-ACCOUNT-INTEREST
                       + JRNL-BALANCE-AFTER OF SORTED-INTEREST-RECORD
                       - JRNL-BALANCE-BEFORE OF SORTED-INTEREST-RECORD
               END-IF
               READ SORTED-INTEREST
                   AT END
                       MOVE 'Y' TO WS-INT-EOF-FLAG
               END-READ
           END-PERFORM.

      *****************************************************************
      *    REPORT-ONE-RECIPIENT - INTEREST BELOW THE THRESHOLD IS NOT
      *    REPORTABLE AND ONLY APPEARS ON THE CONTROL REPORT, UNLESS
      *    THE RECIPIENT IS UNDER BACKUP WITHHOLDING, WHICH MUST BE
      *    REPORTED WHATEVER THE AMOUNT. A REPORTABLE RECIPIENT WITH NO
      *    CERTIFIED TIN IS STILL FILED - THE FILING IS DUE EITHER WAY
      *    - BUT IS FLAGGED IN THE EXTRACT AND LISTED SO THE BRANCH
      *    CAN SOLICIT THE TIN. AN ACCOUNT WITH NO CUSTOMER RECORD HAS
      *    NO NAME OR ADDRESS TO FILE UNDER AND IS LISTED ONLY.
      *****************************************************************
       REPORT-ONE-RECIPIENT SECTION.
           MOVE WS-CURRENT-ACCOUNT TO CTD-ACCOUNT-NUMBER
           MOVE WS-ACCOUNT-INTEREST TO CTD-INTEREST

           PERFORM READ-CUSTOMER-RECORD
           IF NOT CUSTOMER-FOUND
               ADD 1 TO WS-NO-CUSTOMER-COUNT
               ADD WS-ACCOUNT-INTEREST TO WS-TOTAL-NOT-REPORTED
               MOVE SPACES TO CTD-NAME
               MOVE 'NOT FILED - NO CUSTOMER RECORD' TO CTD-NOTE
               WRITE CONTROL-REPORT-LINE FROM CTL-DETAIL-LINE
               GO TO REPORT-ONE-RECIPIENT-EXIT
           END-IF
           MOVE CUST-NAME TO CTD-NAME

           IF WS-ACCOUNT-INTEREST < WS-REPORT-THRESHOLD
               AND NOT CUST-BACKUP-WITHHOLDING
               ADD 1 TO WS-BELOW-THRESHOLD-COUNT
               ADD WS-ACCOUNT-INTEREST TO WS-TOTAL-NOT-REPORTED
               MOVE 'NOT FILED - BELOW THRESHOLD' TO CTD-NOTE
               WRITE CONTROL-REPORT-LINE FROM CTL-DETAIL-LINE
               GO TO REPORT-ONE-RECIPIENT-EXIT
           END-IF

           IF WS-ACCOUNT-INTEREST < 0
               MOVE 0 TO WS-ACCOUNT-INTEREST
           END-IF

           MOVE 'N' TO WS-TIN-MISSING-FLAG
           IF CUST-TIN NOT NUMERIC
               MOVE 'Y' TO WS-TIN-MISSING-FLAG
           ELSE
               IF CUST-TIN = 0
                   MOVE 'Y' TO WS-TIN-MISSING-FLAG
               END-IF
           END-IF
           IF TIN-MISSING
               ADD 1 TO WS-MISSING-TIN-COUNT
               MOVE 'FILED - TIN MISSING, SOLICIT TIN' TO CTD-NOTE
               WRITE CONTROL-REPORT-LINE FROM CTL-DETAIL-LINE
           END-IF
           IF CUST-BACKUP-WITHHOLDING
               ADD 1 TO WS-WITHHOLDING-COUNT
           END-IF

           PERFORM WRITE-PAYEE-RECORD
           PERFORM PRINT-RECIPIENT-COPY

           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-ACCOUNT-INTEREST TO WS-TOTAL-REPORTED
           ADD WS-ACCOUNT-WITHHELD TO WS-TOTAL-WITHHELD

       REPORT-ONE-RECIPIENT-EXIT.
           EXIT.

       READ-CUSTOMER-RECORD SECTION.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE WS-CURRENT-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-FLAG
           END-READ.

       WRITE-PAYER-RECORD SECTION.
           MOVE SPACES          TO TAX-EXTRACT-RECORD
           MOVE 'A'             TO TAXX-RECORD-TYPE
           MOVE WS-TAX-YEAR     TO TAXX-TAX-YEAR
           MOVE TAXP-PAYER-TIN  TO TAXX-PAYER-TIN
           MOVE TAXP-PAYER-NAME TO TAXX-PAYER-NAME
           MOVE '6 '            TO TAXX-RETURN-TYPE
           WRITE TAX-EXTRACT-RECORD.

      *****************************************************************
      *    WRITE-PAYEE-RECORD - A MISSING TIN GOES OUT AS SPACES WITH
      *    THE MISSING INDICATOR SET, AS THE FORMAT REQUIRES; IT IS
      *    NEVER FILLED WITH ZEROS, WHICH WOULD READ AS A REAL NUMBER.
      *****************************************************************
       WRITE-PAYEE-RECORD SECTION.
           MOVE SPACES              TO TAX-EXTRACT-RECORD
           MOVE 'B'                 TO TAXX-RECORD-TYPE
           MOVE WS-TAX-YEAR         TO TAXX-TAX-YEAR
           IF TIN-MISSING
               MOVE SPACES          TO TAXX-PAYEE-TIN
               MOVE 'Y'             TO TAXX-TIN-MISSING
           ELSE
               MOVE CUST-TIN        TO WS-TIN-DISPLAY
               MOVE WS-TIN-DISPLAY  TO TAXX-PAYEE-TIN
               MOVE 'N'             TO TAXX-TIN-MISSING
           END-IF
           IF CUST-TIN-IS-EIN
               MOVE '1'             TO TAXX-PAYEE-TIN-TYPE
           ELSE
               MOVE '2'             TO TAXX-PAYEE-TIN-TYPE
           END-IF
           MOVE WS-CURRENT-ACCOUNT  TO TAXX-PAYEE-ACCOUNT
           MOVE CUST-NAME           TO TAXX-PAYEE-NAME
           MOVE CUST-ADDR-LINE-1    TO TAXX-PAYEE-ADDR-1
           MOVE CUST-ADDR-LINE-2    TO TAXX-PAYEE-ADDR-2
           MOVE CUST-ADDR-LINE-3    TO TAXX-PAYEE-ADDR-3
           MOVE WS-ACCOUNT-INTEREST TO TAXX-INTEREST-INCOME
           MOVE WS-ACCOUNT-WITHHELD TO TAXX-TAX-WITHHELD
           IF CUST-BACKUP-WITHHOLDING
               MOVE 'Y'             TO TAXX-BACKUP-WITHHOLDING
           ELSE
               MOVE 'N'             TO TAXX-BACKUP-WITHHOLDING
           END-IF
           WRITE TAX-EXTRACT-RECORD.

      *****************************************************************
      *    PRINT-RECIPIENT-COPY - ONE PAGE PER RECIPIENT, MAILED TO THE
      *    CUSTOMER MASTER NAME AND ADDRESS. THE RECIPIENT'S TIN IS
      *    TRUNCATED TO ITS LAST FOUR DIGITS ON THE PRINTED COPY.
      *****************************************************************
       PRINT-RECIPIENT-COPY SECTION.
           MOVE WS-TAX-YEAR TO RCP-TAX-YEAR
           WRITE RECIPIENT-COPY-LINE FROM RCP-HEADING-1
               AFTER ADVANCING PAGE
           WRITE RECIPIENT-COPY-LINE FROM RCP-HEADING-2
           WRITE RECIPIENT-COPY-LINE FROM RCP-BLANK-LINE

           MOVE 'PAYER:' TO RCP-TEXT-LABEL
           MOVE TAXP-PAYER-NAME TO RCP-TEXT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE
           MOVE 'PAYER TIN:' TO RCP-TEXT-LABEL
           MOVE TAXP-PAYER-TIN TO RCP-TEXT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE
           WRITE RECIPIENT-COPY-LINE FROM RCP-BLANK-LINE

           MOVE 'RECIPIENT:' TO RCP-TEXT-LABEL
           MOVE CUST-NAME TO RCP-TEXT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE
           MOVE SPACES TO RCP-TEXT-LABEL
           MOVE CUST-ADDR-LINE-1 TO RCP-TEXT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE
           MOVE CUST-ADDR-LINE-2 TO RCP-TEXT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE
           MOVE CUST-ADDR-LINE-3 TO RCP-TEXT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE

           IF TIN-MISSING
               MOVE 'RECIPIENT TIN:' TO RCP-TEXT-LABEL
               MOVE 'NOT ON FILE' TO RCP-TEXT-VALUE
               WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE
           ELSE
               MOVE WS-TIN-LAST-FOUR TO RCP-TIN-LAST-FOUR
               WRITE RECIPIENT-COPY-LINE FROM RCP-TIN-LINE
           END-IF
           MOVE 'ACCOUNT NUMBER:' TO RCP-TEXT-LABEL
           MOVE WS-CURRENT-ACCOUNT TO RCP-TEXT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-TEXT-LINE
           WRITE RECIPIENT-COPY-LINE FROM RCP-BLANK-LINE

           MOVE 'BOX 1  INTEREST INCOME' TO RCP-AMOUNT-LABEL
           MOVE WS-ACCOUNT-INTEREST TO RCP-AMOUNT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-AMOUNT-LINE
           MOVE 'BOX 4  FEDERAL INCOME TAX WITHHELD'
               TO RCP-AMOUNT-LABEL
           MOVE WS-ACCOUNT-WITHHELD TO RCP-AMOUNT-VALUE
           WRITE RECIPIENT-COPY-LINE FROM RCP-AMOUNT-LINE
           IF CUST-BACKUP-WITHHOLDING
               WRITE RECIPIENT-COPY-LINE FROM RCP-WITHHOLDING-LINE
           END-IF
           WRITE RECIPIENT-COPY-LINE FROM RCP-BLANK-LINE
           WRITE RECIPIENT-COPY-LINE FROM RCP-NOTICE-LINE-1
           WRITE RECIPIENT-COPY-LINE FROM RCP-NOTICE-LINE-2.

       WRITE-CONTROL-RECORD SECTION.
           MOVE SPACES            TO TAX-EXTRACT-RECORD
           MOVE 'C'               TO TAXX-RECORD-TYPE
           MOVE WS-TAX-YEAR       TO TAXX-TAX-YEAR
           MOVE WS-REPORTED-COUNT TO TAXX-PAYEE-COUNT
           MOVE WS-TOTAL-REPORTED TO TAXX-TOTAL-INTEREST
           MOVE WS-TOTAL-WITHHELD TO TAXX-TOTAL-WITHHELD
           WRITE TAX-EXTRACT-RECORD.

       WRITE-TOTALS SECTION.
           WRITE CONTROL-REPORT-LINE FROM CTL-BLANK-LINE

           MOVE 'HISTORY RECORDS READ' TO CTC-LABEL
           MOVE WS-HISTORY-READ TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'INTEREST ENTRIES IN TAX YEAR' TO CTC-LABEL
           MOVE WS-INTEREST-ENTRIES TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'INTEREST REVERSALS NETTED' TO CTC-LABEL
           MOVE WS-REVERSAL-ENTRIES TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'ACCOUNTS TOTALLED' TO CTC-LABEL
           MOVE WS-ACCOUNTS-TOTALLED TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'RECIPIENTS FILED' TO CTC-LABEL
           MOVE WS-REPORTED-COUNT TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'FILED WITH TIN MISSING' TO CTC-LABEL
           MOVE WS-MISSING-TIN-COUNT TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'FILED UNDER BACKUP WITHHOLDING' TO CTC-LABEL
           MOVE WS-WITHHOLDING-COUNT TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'BELOW REPORTING THRESHOLD' TO CTC-LABEL
           MOVE WS-BELOW-THRESHOLD-COUNT TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           MOVE 'NO CUSTOMER RECORD' TO CTC-LABEL
           MOVE WS-NO-CUSTOMER-COUNT TO CTC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE

           WRITE CONTROL-REPORT-LINE FROM CTL-BLANK-LINE
           MOVE 'TOTAL INTEREST FILED' TO CTT-LABEL
           MOVE WS-TOTAL-REPORTED TO CTT-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-TOTAL-LINE

           MOVE 'TOTAL TAX WITHHELD FILED' TO CTT-LABEL
           MOVE WS-TOTAL-WITHHELD TO CTT-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-TOTAL-LINE

           MOVE 'TOTAL INTEREST NOT FILED' TO CTT-LABEL
           MOVE WS-TOTAL-NOT-REPORTED TO CTT-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-TOTAL-LINE.
