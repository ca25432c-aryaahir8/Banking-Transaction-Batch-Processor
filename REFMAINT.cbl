       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
       AUTHOR. Cascade.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-REQUEST
               ASSIGN TO REFREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ACCOUNTS-FILE
               ASSIGN TO ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT RATE-NEW
               ASSIGN TO RATENEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL FEES-FILE
               ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT FEES-NEW
               ASSIGN TO FEESNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL GLMAP-FILE
               ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT GLMAP-NEW
               ASSIGN TO GLMAPNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL MONITOR-FILE
               ASSIGN TO MONPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT MONITOR-NEW
               ASSIGN TO MONPNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL LINK-FILE
               ASSIGN TO LINKACCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT LINK-NEW
               ASSIGN TO LINKNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL STANDING-FILE
               ASSIGN TO STNDORDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT STANDING-NEW
               ASSIGN TO STNDNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DORMANCY-FILE
               ASSIGN TO DORMPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT DORMANCY-NEW
               ASSIGN TO DORMNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO ARCHPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ARCHIVE-NEW
               ASSIGN TO ARCHNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RECYCLE-FILE
               ASSIGN TO RCYPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT RECYCLE-NEW
               ASSIGN TO RCYPNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLOSED-FILE
               ASSIGN TO CLOSPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CLOSED-NEW
               ASSIGN TO CLSPNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HOLD-DAYS-FILE
               ASSIGN TO HOLDDAYS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT HOLD-DAYS-NEW
               ASSIGN TO HLDDNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL LOAN-PARM-FILE
               ASSIGN TO LOANPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT LOAN-PARM-NEW
               ASSIGN TO LNPMNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL OUTBOUND-PARM-FILE
               ASSIGN TO OUTBPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OUTBOUND-PARM-NEW
               ASSIGN TO OBPMNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TAX-PARM-FILE
               ASSIGN TO TAXPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT TAX-PARM-NEW
               ASSIGN TO TAXPNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL REFERENCE-AUDIT
               ASSIGN TO REFAUDIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT REFERENCE-REPORT
               ASSIGN TO REFRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REFERENCE-REQUEST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REFERENCE-REQUEST-RECORD.
           COPY REFQREC.

       FD  ACCOUNTS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RATE-FILE-RECORD            PIC X(20).

       FD  RATE-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RATE-NEW-RECORD             PIC X(20).

       FD  FEES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  FEES-FILE-RECORD            PIC X(20).

       FD  FEES-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  FEES-NEW-RECORD             PIC X(20).

       FD  GLMAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  GLMAP-FILE-RECORD           PIC X(20).

       FD  GLMAP-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  GLMAP-NEW-RECORD            PIC X(20).

       FD  MONITOR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  MONITOR-FILE-RECORD         PIC X(20).

       FD  MONITOR-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  MONITOR-NEW-RECORD          PIC X(20).

       FD  LINK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  LINK-FILE-RECORD            PIC X(30).

       FD  LINK-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  LINK-NEW-RECORD             PIC X(30).

       FD  STANDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  STANDING-FILE-RECORD        PIC X(50).

       FD  STANDING-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  STANDING-NEW-RECORD         PIC X(50).

       FD  DORMANCY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  DORMANCY-FILE-RECORD        PIC X(20).

       FD  DORMANCY-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  DORMANCY-NEW-RECORD         PIC X(20).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  ARCHIVE-FILE-RECORD         PIC X(20).

       FD  ARCHIVE-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  ARCHIVE-NEW-RECORD          PIC X(20).

       FD  RECYCLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RECYCLE-FILE-RECORD         PIC X(20).

       FD  RECYCLE-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RECYCLE-NEW-RECORD          PIC X(20).

       FD  CLOSED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  CLOSED-FILE-RECORD          PIC X(20).

       FD  CLOSED-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  CLOSED-NEW-RECORD           PIC X(20).

       FD  HOLD-DAYS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  HOLD-DAYS-FILE-RECORD       PIC X(20).

       FD  HOLD-DAYS-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  HOLD-DAYS-NEW-RECORD        PIC X(20).

       FD  LOAN-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-PARM-FILE-RECORD       PIC X(80).

       FD  LOAN-PARM-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-PARM-NEW-RECORD        PIC X(80).

       FD  OUTBOUND-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-PARM-FILE-RECORD   PIC X(80).

       FD  OUTBOUND-PARM-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTBOUND-PARM-NEW-RECORD    PIC X(80).

       FD  TAX-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-PARM-FILE-RECORD        PIC X(80).

       FD  TAX-PARM-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-PARM-NEW-RECORD         PIC X(80).

       FD  REFERENCE-AUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  REFERENCE-AUDIT-RECORD.
           COPY RFAUREC.

       FD  REFERENCE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REFERENCE-REPORT-LINE       PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC XX.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  WS-BUSINESS-DATE-SPLIT REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YEAR            PIC 9(04).
           05  FILLER                 PIC 9(04).

       01  WS-REQUEST-EOF-FLAG        PIC X VALUE 'N'.
           88  REQUEST-EOF            VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG           PIC X VALUE 'N'.
           88  ACCOUNT-EOF            VALUE 'Y'.
       01  WS-TABLE-EOF-FLAG          PIC X VALUE 'N'.
           88  TABLE-EOF              VALUE 'Y'.
       01  WS-ACCT-OK-FLAG            PIC X VALUE 'N'.
           88  ACCOUNT-OK             VALUE 'Y'.
       01  WS-PRODUCT-OK-FLAG         PIC X VALUE 'N'.
           88  PRODUCT-OK             VALUE 'Y'.

      *****************************************************************
      *    EVERY CHANGE REQUEST IN THE RUN IS HELD HERE SO EACH TABLE
      *    CAN PICK OUT ITS OWN REQUESTS, IN THE ORDER THEY WERE KEYED,
      *    WHILE THAT TABLE IS IN STORAGE.
      *****************************************************************
       01  WS-REQUEST-COUNT           PIC 9(04) VALUE 0.
       01  WS-REQUEST-MAX             PIC 9(04) VALUE 500.
       01  WS-REQUEST-SUB             PIC 9(04) VALUE 0.
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-ENTRY       OCCURS 500 TIMES.
               10  RQT-REQUEST-SEQ    PIC 9(04).
               10  RQT-TABLE-ID       PIC X(04).
               10  RQT-ACTION         PIC X(01).
               10  RQT-REQUESTER-ID   PIC X(08).
               10  RQT-IMAGE          PIC X(60).

      *****************************************************************
      *    THE REFERENCE TABLE CURRENTLY BEING MAINTAINED. RECORDS ARE
      *    HELD AS PLAIN IMAGES SO ONE SET OF ADD/CHANGE/DELETE LOGIC
      *    SERVES EVERY TABLE; THE KEY IS ALWAYS THE LEADING
      *    WS-KEY-LENGTH BYTES OF THE RECORD, AND A ZERO KEY LENGTH
      *    MARKS A SINGLE-RECORD PARAMETER FILE.
      *****************************************************************
       01  WS-CURRENT-TABLE           PIC X(04) VALUE SPACES.
       01  WS-KEY-LENGTH              PIC 9(02) VALUE 0.
       01  WS-LOAD-IMAGE              PIC X(60) VALUE SPACES.
       01  WS-REF-COUNT               PIC 9(04) VALUE 0.
       01  WS-REF-MAX                 PIC 9(04) VALUE 500.
       01  WS-REF-SUB                 PIC 9(04) VALUE 0.
       01  WS-REF-FOUND-SUB           PIC 9(04) VALUE 0.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY           OCCURS 500 TIMES.
               10  RFT-IMAGE          PIC X(60).
               10  RFT-DELETED-FLAG   PIC X(01).

       01  WS-PRODUCT-COUNT           PIC 9(02) VALUE 0.
       01  WS-PRODUCT-MAX             PIC 9(02) VALUE 50.
       01  WS-PRODUCT-SUB             PIC 9(02) VALUE 0.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-TYPE        PIC X(01) OCCURS 50 TIMES.

       01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
       01  WS-BEFORE-IMAGE            PIC X(60) VALUE SPACES.
       01  WS-AFTER-IMAGE             PIC X(60) VALUE SPACES.
       01  WS-FORMAT-IMAGE            PIC X(60) VALUE SPACES.
       01  WS-FORMAT-TEXT             PIC X(100) VALUE SPACES.
       01  WS-CHECK-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-CHECK-PRODUCT           PIC X(01) VALUE SPACE.

       01  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMOUNT-2           PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE               PIC Z9.9999.
       01  WS-EDIT-DAYS               PIC ZZZZ9.
       01  WS-EDIT-DAYS-2             PIC ZZZZ9.

       01  WS-RECORDS-IN              PIC 9(06) VALUE 0.
       01  WS-RECORDS-OUT             PIC 9(06) VALUE 0.
       01  WS-REQUESTS-READ           PIC 9(06) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(06) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(06) VALUE 0.
       01  WS-ADD-COUNT               PIC 9(06) VALUE 0.
       01  WS-CHANGE-COUNT            PIC 9(06) VALUE 0.
       01  WS-DELETE-COUNT            PIC 9(06) VALUE 0.

      *****************************************************************
      *    WORK COPIES OF EACH TABLE'S RECORD, SO A REQUEST IMAGE CAN
      *    BE VALIDATED AND PRINTED FIELD BY FIELD.
      *****************************************************************
       01  REF-RATE-WORK.
           COPY RATEREC.
       01  REF-FEES-WORK.
           COPY FEESREC.
       01  REF-GLMAP-WORK.
           COPY GLMAPREC.
       01  REF-MONITOR-WORK.
           COPY MONPREC.
       01  REF-LINK-WORK.
           COPY LINKREC.
       01  REF-STANDING-WORK.
           COPY STNDREC.
       01  REF-DORMANCY-WORK.
           COPY DORMPREC.
       01  REF-ARCHIVE-WORK.
           COPY ARCHPREC.
       01  REF-RECYCLE-WORK.
           COPY RCYPREC.
       01  REF-CLOSED-WORK.
           COPY CLSPREC.
       01  REF-HOLD-DAYS-WORK.
           COPY HLDDREC.
       01  REF-LOAN-PARM-WORK.
           COPY LNPMREC.
       01  REF-OUTBOUND-PARM-WORK.
           COPY OBPMREC.
       01  REF-TAX-PARM-WORK.
           COPY TAXPREC.

       01  REFR-HEADING-1             PIC X(50) VALUE
           'REFERENCE DATA MAINTENANCE - AUDIT REPORT'.
       01  REFR-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'BUSINESS DATE:  '.
           05  RFH-BUSINESS-DATE      PIC 9(08).
       01  REFR-COLUMN-LINE.
           05  FILLER                 PIC X(06) VALUE 'SEQ'.
           05  FILLER                 PIC X(06) VALUE 'TABLE'.
           05  FILLER                 PIC X(04) VALUE 'ACT'.
           05  FILLER                 PIC X(10) VALUE 'REQUESTER'.
           05  FILLER                 PIC X(22) VALUE 'KEY'.
           05  FILLER                 PIC X(40) VALUE 'DISPOSITION'.
       01  REFR-DETAIL-LINE.
           05  RFD-SEQ                PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RFD-TABLE-ID           PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RFD-ACTION             PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  RFD-REQUESTER-ID       PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RFD-KEY                PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RFD-DISPOSITION        PIC X(40).
       01  REFR-IMAGE-LINE.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  RFI-LABEL              PIC X(08).
           05  RFI-TEXT               PIC X(100).
       01  REFR-TABLE-LINE.
           05  FILLER                 PIC X(06) VALUE 'TABLE '.
           05  RFT-TABLE-ID           PIC X(04).
           05  FILLER                 PIC X(14) VALUE
               '  RECORDS IN: '.
           05  RFT-RECORDS-IN         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
               '  RECORDS OUT: '.
           05  RFT-RECORDS-OUT        PIC ZZZ,ZZ9.
       01  REFR-COUNT-LINE.
           05  RFC-LABEL              PIC X(30).
           05  RFC-COUNT              PIC ZZZ,ZZ9.
       01  REFR-SIGNOFF-HEADING       PIC X(50) VALUE
           'AUDIT SIGN-OFF'.
       01  REFR-SIGNOFF-LINE-1        PIC X(80) VALUE
           'REVIEWED BY (AUDIT):      ______________________    DATE: __
      -    '________'.
       01  REFR-SIGNOFF-LINE-2        PIC X(80) VALUE
           'APPROVED BY (OPERATIONS): ______________________    DATE: __
      -    '________'.
       01  REFR-BLANK-LINE            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE

           OPEN OUTPUT REFERENCE-REPORT
           WRITE REFERENCE-REPORT-LINE FROM REFR-HEADING-1
           MOVE WS-BUSINESS-DATE TO RFH-BUSINESS-DATE
           WRITE REFERENCE-REPORT-LINE FROM REFR-DATE-LINE
           WRITE REFERENCE-REPORT-LINE FROM REFR-BLANK-LINE
           WRITE REFERENCE-REPORT-LINE FROM REFR-COLUMN-LINE

           PERFORM LOAD-REQUESTS

           OPEN INPUT ACCOUNTS-FILE
           PERFORM LOAD-PRODUCT-TYPES
           OPEN EXTEND REFERENCE-AUDIT

           PERFORM RUN-RATE-TABLE
           PERFORM RUN-FEES-TABLE
           PERFORM RUN-GLMAP-TABLE
           PERFORM RUN-MONITOR-TABLE
           PERFORM RUN-LINK-TABLE
           PERFORM RUN-STANDING-TABLE
           PERFORM RUN-DORMANCY-TABLE
           PERFORM RUN-ARCHIVE-TABLE
           PERFORM RUN-RECYCLE-TABLE
           PERFORM RUN-CLOSED-TABLE
           PERFORM RUN-HOLD-DAYS-TABLE
           PERFORM RUN-LOAN-PARM-TABLE
           PERFORM RUN-OUTBOUND-PARM-TABLE
           PERFORM RUN-TAX-PARM-TABLE
           CLOSE ACCOUNTS-FILE
           CLOSE REFERENCE-AUDIT

           PERFORM WRITE-TOTALS
           CLOSE REFERENCE-REPORT

           DISPLAY 'Reference data maintenance complete'
           DISPLAY 'Requests read: ' WS-REQUESTS-READ
           DISPLAY 'Changes applied: ' WS-APPLIED-COUNT
           DISPLAY 'Requests rejected: ' WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
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
      *    LOAD-REQUESTS - A REQUEST NAMING NO KNOWN TABLE, WITH NO
      *    VALID ACTION, OR WITH NO REQUESTER ID CAN NEVER BE APPLIED
      *    OR AUDITED, SO IT IS REJECTED HERE AND NOT HELD.
      *****************************************************************
       LOAD-REQUESTS SECTION.
           OPEN INPUT REFERENCE-REQUEST
           PERFORM UNTIL REQUEST-EOF
               READ REFERENCE-REQUEST
                   AT END
                       MOVE 'Y' TO WS-REQUEST-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE REFERENCE-REQUEST.

       LOAD-ONE-REQUEST SECTION.
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT (REFQ-IS-RATE OR REFQ-IS-FEES
                   OR REFQ-IS-GLMAP OR REFQ-IS-MONITOR
                   OR REFQ-IS-LINK OR REFQ-IS-STANDING
                   OR REFQ-IS-DORMANCY OR REFQ-IS-ARCHIVE
                   OR REFQ-IS-RECYCLE OR REFQ-IS-CLOSED-PARM
                   OR REFQ-IS-HOLD-DAYS OR REFQ-IS-LOAN-PARM
                   OR REFQ-IS-OUTBOUND-PARM OR REFQ-IS-TAX-PARM)
                   MOVE 'UNKNOWN TABLE ID' TO WS-REJECT-REASON
               WHEN NOT (REFQ-IS-ADD OR REFQ-IS-CHANGE
                   OR REFQ-IS-DELETE)
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN REFQ-REQUESTER-ID = SPACES
                   MOVE 'REQUESTER ID MISSING' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-REQUESTS-READ  TO RFD-SEQ
               MOVE REFQ-TABLE-ID     TO RFD-TABLE-ID
               MOVE REFQ-ACTION       TO RFD-ACTION
               MOVE REFQ-REQUESTER-ID TO RFD-REQUESTER-ID
               MOVE SPACES            TO RFD-KEY
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO RFD-DISPOSITION
               WRITE REFERENCE-REPORT-LINE FROM REFR-DETAIL-LINE
               GO TO LOAD-ONE-REQUEST-EXIT
           END-IF

           IF WS-REQUEST-COUNT >= WS-REQUEST-MAX
               DISPLAY 'Error: Request table full - '
                   REFQ-TABLE-ID ' ' REFQ-RECORD-IMAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           MOVE WS-REQUESTS-READ
               TO RQT-REQUEST-SEQ (WS-REQUEST-COUNT)
           MOVE REFQ-TABLE-ID
               TO RQT-TABLE-ID (WS-REQUEST-COUNT)
           MOVE REFQ-ACTION
               TO RQT-ACTION (WS-REQUEST-COUNT)
           MOVE REFQ-REQUESTER-ID
               TO RQT-REQUESTER-ID (WS-REQUEST-COUNT)
           MOVE REFQ-RECORD-IMAGE
               TO RQT-IMAGE (WS-REQUEST-COUNT)

       LOAD-ONE-REQUEST-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD-PRODUCT-TYPES - ONE PASS OVER ACCOUNTS-FILE COLLECTS
      *    EVERY PRODUCT TYPE IN USE, SO A RATE, FEE OR HOLD SCHEDULE
      *    CANNOT BE SET UP FOR A PRODUCT NO ACCOUNT CARRIES (ALMOST
      *    ALWAYS A KEYING ERROR IN THE PRODUCT CODE).
      *****************************************************************
       LOAD-PRODUCT-TYPES SECTION.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-FLAG
           END-READ
           PERFORM UNTIL ACCOUNT-EOF
               MOVE ACCT-PRODUCT-TYPE TO WS-CHECK-PRODUCT
               PERFORM FIND-PRODUCT-TYPE
               IF NOT PRODUCT-OK
                   PERFORM ADD-PRODUCT-TYPE
               END-IF
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF-FLAG
               END-READ
           END-PERFORM.

       ADD-PRODUCT-TYPE SECTION.
           IF WS-PRODUCT-COUNT >= WS-PRODUCT-MAX
               DISPLAY 'Error: Product type table full - '
                   WS-CHECK-PRODUCT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRODUCT-COUNT
           MOVE WS-CHECK-PRODUCT TO WS-PRODUCT-TYPE (WS-PRODUCT-COUNT).

       FIND-PRODUCT-TYPE SECTION.
           MOVE 'N' TO WS-PRODUCT-OK-FLAG
           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
               OR PRODUCT-OK
               IF WS-PRODUCT-TYPE (WS-PRODUCT-SUB) = WS-CHECK-PRODUCT
                   MOVE 'Y' TO WS-PRODUCT-OK-FLAG
               END-IF
           END-PERFORM.

      *****************************************************************
      *    CHECK-ACCOUNT - AN ACCOUNT NAMED IN A LINK, A STANDING
      *    ORDER, OR AS THE LOAN CLEARING OR OUTBOUND SETTLEMENT
      *    ACCOUNT MUST BE ON ACCOUNTS-FILE AND NOT CLOSED OR CLOSING -
      *    ANYTHING POSTED AGAINST IT COULD ONLY EVER REJECT.
      *****************************************************************
       CHECK-ACCOUNT SECTION.
           MOVE 'N' TO WS-ACCT-OK-FLAG
           MOVE WS-CHECK-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACCT-IS-CLOSED
                       AND NOT ACCT-CLOSE-PENDING
                       MOVE 'Y' TO WS-ACCT-OK-FLAG
                   END-IF
           END-READ.

       RUN-RATE-TABLE SECTION.
           MOVE 'RATE' TO WS-CURRENT-TABLE
           MOVE 1 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT RATE-FILE
           PERFORM UNTIL TABLE-EOF
               READ RATE-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RATE-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT RATE-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE RATE-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE RATE-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-FEES-TABLE SECTION.
           MOVE 'FEES' TO WS-CURRENT-TABLE
           MOVE 1 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT FEES-FILE
           PERFORM UNTIL TABLE-EOF
               READ FEES-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FEES-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT FEES-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE FEES-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE FEES-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-GLMAP-TABLE SECTION.
           MOVE 'GLMP' TO WS-CURRENT-TABLE
           MOVE 1 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT GLMAP-FILE
           PERFORM UNTIL TABLE-EOF
               READ GLMAP-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT GLMAP-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE GLMAP-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE GLMAP-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-MONITOR-TABLE SECTION.
           MOVE 'MONP' TO WS-CURRENT-TABLE
           MOVE 2 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT MONITOR-FILE
           PERFORM UNTIL TABLE-EOF
               READ MONITOR-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE MONITOR-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT MONITOR-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE MONITOR-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE MONITOR-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-LINK-TABLE SECTION.
           MOVE 'LINK' TO WS-CURRENT-TABLE
           MOVE 10 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT LINK-FILE
           PERFORM UNTIL TABLE-EOF
               READ LINK-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE LINK-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT LINK-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE LINK-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE LINK-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-STANDING-TABLE SECTION.
           MOVE 'STND' TO WS-CURRENT-TABLE
           MOVE 20 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT STANDING-FILE
           PERFORM UNTIL TABLE-EOF
               READ STANDING-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT STANDING-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE STANDING-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE STANDING-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-DORMANCY-TABLE SECTION.
           MOVE 'DORM' TO WS-CURRENT-TABLE
           MOVE 0 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT DORMANCY-FILE
           PERFORM UNTIL TABLE-EOF
               READ DORMANCY-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE DORMANCY-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT DORMANCY-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE DORMANCY-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE DORMANCY-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-ARCHIVE-TABLE SECTION.
           MOVE 'ARCH' TO WS-CURRENT-TABLE
           MOVE 0 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL TABLE-EOF
               READ ARCHIVE-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT ARCHIVE-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE ARCHIVE-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-RECYCLE-TABLE SECTION.
           MOVE 'RCYP' TO WS-CURRENT-TABLE
           MOVE 0 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT RECYCLE-FILE
           PERFORM UNTIL TABLE-EOF
               READ RECYCLE-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT RECYCLE-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE RECYCLE-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE RECYCLE-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-CLOSED-TABLE SECTION.
           MOVE 'CLSP' TO WS-CURRENT-TABLE
           MOVE 0 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT CLOSED-FILE
           PERFORM UNTIL TABLE-EOF
               READ CLOSED-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE CLOSED-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT CLOSED-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE CLOSED-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE CLOSED-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-HOLD-DAYS-TABLE SECTION.
           MOVE 'HLDD' TO WS-CURRENT-TABLE
           MOVE 1 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT HOLD-DAYS-FILE
           PERFORM UNTIL TABLE-EOF
               READ HOLD-DAYS-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLD-DAYS-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT HOLD-DAYS-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE HOLD-DAYS-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE HOLD-DAYS-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-LOAN-PARM-TABLE SECTION.
           MOVE 'LNPM' TO WS-CURRENT-TABLE
           MOVE 0 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT LOAN-PARM-FILE
           PERFORM UNTIL TABLE-EOF
               READ LOAN-PARM-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE LOAN-PARM-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT LOAN-PARM-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE LOAN-PARM-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE LOAN-PARM-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-OUTBOUND-PARM-TABLE SECTION.
           MOVE 'OBPM' TO WS-CURRENT-TABLE
           MOVE 0 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT OUTBOUND-PARM-FILE
           PERFORM UNTIL TABLE-EOF
               READ OUTBOUND-PARM-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-PARM-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT OUTBOUND-PARM-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE OUTBOUND-PARM-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE OUTBOUND-PARM-NEW
           PERFORM REPORT-TABLE-COUNTS.

       RUN-TAX-PARM-TABLE SECTION.
           MOVE 'TAXP' TO WS-CURRENT-TABLE
           MOVE 0 TO WS-KEY-LENGTH
           PERFORM START-TABLE
           OPEN INPUT TAX-PARM-FILE
           PERFORM UNTIL TABLE-EOF
               READ TAX-PARM-FILE INTO WS-LOAD-IMAGE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-TABLE-ENTRY
               END-READ
           END-PERFORM
           CLOSE TAX-PARM-FILE

           PERFORM APPLY-TABLE-REQUESTS

           OPEN OUTPUT TAX-PARM-NEW
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   WRITE TAX-PARM-NEW-RECORD
                       FROM RFT-IMAGE (WS-REF-SUB)
                   ADD 1 TO WS-RECORDS-OUT
               END-IF
           END-PERFORM
           CLOSE TAX-PARM-NEW
           PERFORM REPORT-TABLE-COUNTS.

       START-TABLE SECTION.
           MOVE 0 TO WS-REF-COUNT
           MOVE 0 TO WS-RECORDS-IN
           MOVE 0 TO WS-RECORDS-OUT
           MOVE 'N' TO WS-TABLE-EOF-FLAG.

       LOAD-TABLE-ENTRY SECTION.
           ADD 1 TO WS-RECORDS-IN
           PERFORM STORE-TABLE-ENTRY.

       STORE-TABLE-ENTRY SECTION.
           IF WS-REF-COUNT >= WS-REF-MAX
               DISPLAY 'Error: Reference table full - '
                   WS-CURRENT-TABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REF-COUNT
           MOVE WS-LOAD-IMAGE TO RFT-IMAGE (WS-REF-COUNT)
           MOVE 'N' TO RFT-DELETED-FLAG (WS-REF-COUNT).

       APPLY-TABLE-REQUESTS SECTION.
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               IF RQT-TABLE-ID (WS-REQUEST-SUB) = WS-CURRENT-TABLE
                   PERFORM APPLY-ONE-REQUEST
               END-IF
           END-PERFORM.

      *****************************************************************
      *    APPLY-ONE-REQUEST - AN ADD MUST BRING A NEW KEY, A CHANGE
      *    OR DELETE AN EXISTING ONE. A PARAMETER FILE HOLDS EXACTLY
      *    ONE RECORD: IT CAN BE ADDED ONLY WHEN EMPTY, IS OTHERWISE
      *    CHANGED, AND CAN NEVER BE DELETED, SINCE ITS PROGRAM STOPS
      *    WITHOUT IT. ONLY A REQUEST THAT PASSES EVERY CHECK TOUCHES
      *    THE TABLE, AND EVERY ONE THAT DOES IS AUDITED.
      *****************************************************************
       APPLY-ONE-REQUEST SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-TABLE-ENTRY

           EVALUATE RQT-ACTION (WS-REQUEST-SUB)
               WHEN 'A'
                   IF WS-REF-FOUND-SUB NOT = 0
                       IF WS-KEY-LENGTH = 0
                           MOVE 'PARAMETER ON FILE - USE CHANGE'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE 'KEY ALREADY ON TABLE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN 'C'
                   IF WS-REF-FOUND-SUB = 0
                       MOVE 'KEY NOT ON TABLE' TO WS-REJECT-REASON
                   END-IF
               WHEN 'D'
                   IF WS-KEY-LENGTH = 0
                       MOVE 'PARAMETER RECORD CANNOT BE DELETED'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-REF-FOUND-SUB = 0
                           MOVE 'KEY NOT ON TABLE' TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               AND RQT-ACTION (WS-REQUEST-SUB) NOT = 'D'
               PERFORM VALIDATE-NEW-IMAGE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM REPORT-REQUEST
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF

           EVALUATE RQT-ACTION (WS-REQUEST-SUB)
               WHEN 'A'
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE RQT-IMAGE (WS-REQUEST-SUB) TO WS-AFTER-IMAGE
                   MOVE WS-AFTER-IMAGE TO WS-LOAD-IMAGE
                   PERFORM STORE-TABLE-ENTRY
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'C'
                   MOVE RFT-IMAGE (WS-REF-FOUND-SUB) TO WS-BEFORE-IMAGE
                   MOVE RQT-IMAGE (WS-REQUEST-SUB) TO WS-AFTER-IMAGE
                   MOVE WS-AFTER-IMAGE TO RFT-IMAGE (WS-REF-FOUND-SUB)
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN 'D'
                   MOVE RFT-IMAGE (WS-REF-FOUND-SUB) TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE 'Y' TO RFT-DELETED-FLAG (WS-REF-FOUND-SUB)
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE

           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-RECORD
           PERFORM REPORT-REQUEST

       APPLY-ONE-REQUEST-EXIT.
           EXIT.

       FIND-TABLE-ENTRY SECTION.
           MOVE 0 TO WS-REF-FOUND-SUB
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               OR WS-REF-FOUND-SUB NOT = 0
               IF RFT-DELETED-FLAG (WS-REF-SUB) NOT = 'Y'
                   IF WS-KEY-LENGTH = 0
                       MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
                   ELSE
                       IF RFT-IMAGE (WS-REF-SUB) (1:WS-KEY-LENGTH) =
                           RQT-IMAGE (WS-REQUEST-SUB)
                               (1:WS-KEY-LENGTH)
                           MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-NEW-IMAGE SECTION.
           EVALUATE WS-CURRENT-TABLE
               WHEN 'RATE'
                   PERFORM VALIDATE-RATE
               WHEN 'FEES'
                   PERFORM VALIDATE-FEES
               WHEN 'GLMP'
                   PERFORM VALIDATE-GLMAP
               WHEN 'MONP'
                   PERFORM VALIDATE-MONITOR
               WHEN 'LINK'
                   PERFORM VALIDATE-LINK
               WHEN 'STND'
                   PERFORM VALIDATE-STANDING
               WHEN 'DORM'
                   PERFORM VALIDATE-DORMANCY
               WHEN 'ARCH'
                   PERFORM VALIDATE-ARCHIVE
               WHEN 'RCYP'
                   PERFORM VALIDATE-RECYCLE
               WHEN 'CLSP'
                   PERFORM VALIDATE-CLOSED
               WHEN 'HLDD'
                   PERFORM VALIDATE-HOLD-DAYS
               WHEN 'LNPM'
                   PERFORM VALIDATE-LOAN-PARM
               WHEN 'OBPM'
                   PERFORM VALIDATE-OUTBOUND-PARM
               WHEN 'TAXP'
                   PERFORM VALIDATE-TAX-PARM
           END-EVALUATE.

       VALIDATE-RATE SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-RATE-WORK
           MOVE RATE-PRODUCT-TYPE TO WS-CHECK-PRODUCT
           PERFORM FIND-PRODUCT-TYPE
           EVALUATE TRUE
               WHEN NOT PRODUCT-OK
                   MOVE 'PRODUCT TYPE NOT ON ACCOUNTS FILE'
                       TO WS-REJECT-REASON
               WHEN RATE-ANNUAL-RATE NOT NUMERIC
                   MOVE 'ANNUAL RATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN RATE-CAPITALIZE-DAY NOT NUMERIC
                   OR RATE-CAPITALIZE-DAY < 1
                   OR RATE-CAPITALIZE-DAY > 31
                   MOVE 'CAPITALIZE DAY NOT 01-31' TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-FEES SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-FEES-WORK
           MOVE FEE-PRODUCT-TYPE TO WS-CHECK-PRODUCT
           PERFORM FIND-PRODUCT-TYPE
           EVALUATE TRUE
               WHEN NOT PRODUCT-OK
                   MOVE 'PRODUCT TYPE NOT ON ACCOUNTS FILE'
                       TO WS-REJECT-REASON
               WHEN FEE-MONTHLY-AMOUNT NOT NUMERIC
                   MOVE 'MONTHLY FEE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN FEE-MONTHLY-AMOUNT < 0
                   MOVE 'MONTHLY FEE NEGATIVE' TO WS-REJECT-REASON
               WHEN FEE-CHARGE-DAY NOT NUMERIC
                   OR FEE-CHARGE-DAY < 1
                   OR FEE-CHARGE-DAY > 31
                   MOVE 'CHARGE DAY NOT 01-31' TO WS-REJECT-REASON
               WHEN FEE-WAIVER-MIN-BALANCE NOT NUMERIC
                   MOVE 'WAIVER BALANCE NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN FEE-WAIVER-MIN-BALANCE < 0
                   MOVE 'WAIVER BALANCE NEGATIVE' TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-GLMAP SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-GLMAP-WORK
           EVALUATE TRUE
               WHEN GLM-TRANS-TYPE = SPACE
                   MOVE 'TRANSACTION TYPE BLANK' TO WS-REJECT-REASON
               WHEN GLM-DEBIT-ACCOUNT = SPACES
                   MOVE 'DEBIT GL ACCOUNT BLANK' TO WS-REJECT-REASON
               WHEN GLM-CREDIT-ACCOUNT = SPACES
                   MOVE 'CREDIT GL ACCOUNT BLANK' TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-MONITOR SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-MONITOR-WORK
           EVALUATE TRUE
               WHEN NOT (MON-IS-AMOUNT-PARM OR MON-IS-VELOCITY-PARM)
                   MOVE 'RECORD TYPE NOT A OR V' TO WS-REJECT-REASON
               WHEN MON-IS-AMOUNT-PARM
                   AND MON-TRANS-TYPE = SPACE
                   MOVE 'TRANSACTION TYPE BLANK' TO WS-REJECT-REASON
               WHEN MON-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN MON-AMOUNT < 0
                   MOVE 'AMOUNT NEGATIVE' TO WS-REJECT-REASON
               WHEN MON-IS-VELOCITY-PARM
                   AND MON-COUNT-LIMIT NOT NUMERIC
                   MOVE 'COUNT LIMIT NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-LINK SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-LINK-WORK
           IF LINK-PROTECTED-ACCOUNT = LINK-FUNDING-ACCOUNT
               MOVE 'ACCOUNT LINKED TO ITSELF' TO WS-REJECT-REASON
               GO TO VALIDATE-LINK-EXIT
           END-IF
           MOVE LINK-PROTECTED-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT
           IF NOT ACCOUNT-OK
               MOVE 'PROTECTED ACCOUNT NOT ON FILE OR CLOSED'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-LINK-EXIT
           END-IF
           MOVE LINK-FUNDING-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT
           IF NOT ACCOUNT-OK
               MOVE 'FUNDING ACCOUNT NOT ON FILE OR CLOSED'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-LINK-EXIT
           END-IF
           IF LINK-SWEEP-LIMIT NOT NUMERIC
               MOVE 'SWEEP LIMIT NOT NUMERIC' TO WS-REJECT-REASON
               GO TO VALIDATE-LINK-EXIT
           END-IF
           IF LINK-SWEEP-LIMIT < 0
               MOVE 'SWEEP LIMIT NEGATIVE' TO WS-REJECT-REASON
           END-IF

       VALIDATE-LINK-EXIT.
           EXIT.

      *****************************************************************
      *    VALIDATE-STANDING - AN EXPIRY OF ZERO MEANS THE ORDER NEVER
      *    EXPIRES; ANY OTHER EXPIRY BEFORE THE NEXT-DUE DATE WOULD
      *    SET UP AN ORDER THAT CAN NEVER FIRE.
      *****************************************************************
       VALIDATE-STANDING SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-STANDING-WORK
           MOVE STND-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT
           IF NOT ACCOUNT-OK
               MOVE 'FROM ACCOUNT NOT ON FILE OR CLOSED'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-STANDING-EXIT
           END-IF
           MOVE STND-TO-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT
           IF NOT ACCOUNT-OK
               MOVE 'TO ACCOUNT NOT ON FILE OR CLOSED'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-STANDING-EXIT
           END-IF
           EVALUATE TRUE
               WHEN STND-ACCOUNT-NUMBER = STND-TO-ACCOUNT-NUMBER
                   MOVE 'ORDER PAYS ITS OWN ACCOUNT' TO WS-REJECT-REASON
               WHEN STND-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN STND-AMOUNT NOT > 0
                   MOVE 'AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
               WHEN NOT (STND-IS-WEEKLY OR STND-IS-MONTHLY)
                   MOVE 'FREQUENCY NOT W OR M' TO WS-REJECT-REASON
               WHEN STND-NEXT-DUE-DATE NOT NUMERIC
                   OR STND-NEXT-DUE-DATE = 0
                   MOVE 'NEXT-DUE DATE MISSING' TO WS-REJECT-REASON
               WHEN STND-EXPIRY-DATE NOT NUMERIC
                   MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN STND-EXPIRY-DATE NOT = 0
                   AND STND-EXPIRY-DATE < STND-NEXT-DUE-DATE
                   MOVE 'EXPIRY BEFORE NEXT-DUE DATE'
                       TO WS-REJECT-REASON
           END-EVALUATE

       VALIDATE-STANDING-EXIT.
           EXIT.

       VALIDATE-DORMANCY SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-DORMANCY-WORK
           EVALUATE TRUE
               WHEN DORM-THRESHOLD-DAYS NOT NUMERIC
                   OR DORM-THRESHOLD-DAYS = 0
                   MOVE 'THRESHOLD DAYS MISSING' TO WS-REJECT-REASON
               WHEN DORM-AUTO-HOLD-FLAG NOT = 'Y'
                   AND DORM-AUTO-HOLD-FLAG NOT = 'N'
                   MOVE 'AUTO-HOLD FLAG NOT Y OR N' TO WS-REJECT-REASON
               WHEN DORM-AUTO-HOLD-DAYS NOT NUMERIC
                   MOVE 'AUTO-HOLD DAYS NOT NUMERIC' TO WS-REJECT-REASON
               WHEN DORM-AUTO-HOLD
                   AND DORM-AUTO-HOLD-DAYS < DORM-THRESHOLD-DAYS
                   MOVE 'AUTO-HOLD DAYS BELOW THRESHOLD'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-ARCHIVE SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-ARCHIVE-WORK
           IF ARCH-RETENTION-DAYS NOT NUMERIC
               OR ARCH-RETENTION-DAYS = 0
               MOVE 'RETENTION DAYS MISSING' TO WS-REJECT-REASON
           END-IF.

       VALIDATE-RECYCLE SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-RECYCLE-WORK
           EVALUATE TRUE
               WHEN RCYP-RUN-DATE NOT NUMERIC
                   OR RCYP-RUN-DATE = 0
                   MOVE 'RUN DATE MISSING' TO WS-REJECT-REASON
               WHEN RCYP-AGE-LIMIT-DAYS NOT NUMERIC
                   OR RCYP-AGE-LIMIT-DAYS = 0
                   MOVE 'AGE LIMIT DAYS MISSING' TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-CLOSED SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-CLOSED-WORK
           IF CLSP-RETENTION-DAYS NOT NUMERIC
               OR CLSP-RETENTION-DAYS = 0
               MOVE 'RETENTION DAYS MISSING' TO WS-REJECT-REASON
           END-IF.

       VALIDATE-HOLD-DAYS SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-HOLD-DAYS-WORK
           MOVE HLDD-PRODUCT-TYPE TO WS-CHECK-PRODUCT
           PERFORM FIND-PRODUCT-TYPE
           EVALUATE TRUE
               WHEN NOT PRODUCT-OK
                   MOVE 'PRODUCT TYPE NOT ON ACCOUNTS FILE'
                       TO WS-REJECT-REASON
               WHEN HLDD-HOLD-DAYS NOT NUMERIC
                   MOVE 'HOLD DAYS NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.

      *****************************************************************
      *    VALIDATE-LOAN-PARM - LOANSRV COLLECTS EVERY INSTALLMENT INTO
      *    THE CLEARING ACCOUNT, SO IT MUST BE ON ACCOUNTS-FILE AND
      *    OPEN - A MISKEYED ONE WOULD SEND THE LOAN BOOK'S CASH TO
      *    THE WRONG PLACE OR REJECT EVERY INSTALLMENT.
      *****************************************************************
       VALIDATE-LOAN-PARM SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-LOAN-PARM-WORK
           MOVE LNPM-CLEARING-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT
           EVALUATE TRUE
               WHEN NOT ACCOUNT-OK
                   MOVE 'CLEARING ACCOUNT NOT ON FILE OR CLOSED'
                       TO WS-REJECT-REASON
               WHEN LNPM-LATE-FEE-AMOUNT NOT NUMERIC
                   MOVE 'LATE FEE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN LNPM-GRACE-DAYS NOT NUMERIC
                   MOVE 'GRACE DAYS NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.

      *****************************************************************
      *    VALIDATE-OUTBOUND-PARM - BANKUPD CREDITS EVERY OUTBOUND
      *    PAYMENT TO THE SETTLEMENT ACCOUNT, SO IT MUST BE ON
      *    ACCOUNTS-FILE AND OPEN. OUTBSEND STOPS ON A ROUTING NUMBER
      *    THAT IS NOT NUMERIC, SO ONE IS NEVER LET ONTO THE FILE.
      *****************************************************************
       VALIDATE-OUTBOUND-PARM SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-OUTBOUND-PARM-WORK
           MOVE OBPM-SETTLEMENT-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT
           EVALUATE TRUE
               WHEN NOT ACCOUNT-OK
                   MOVE 'SETTLEMENT ACCOUNT NOT ON FILE OR CLOSED'
                       TO WS-REJECT-REASON
               WHEN OBPM-ROUTING-NUMBER NOT NUMERIC
                   MOVE 'ROUTING NUMBER NOT NUMERIC'
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *****************************************************************
      *    VALIDATE-TAX-PARM - THE SAME CHECKS INT1099 MAKES WHEN IT
      *    READS THE FILE, SO A BAD YEAR OR A MISSING PAYER TIN IS
      *    CAUGHT WHEN IT IS KEYED, NOT ON THE NIGHT OF THE FILING.
      *****************************************************************
       VALIDATE-TAX-PARM SECTION.
           MOVE RQT-IMAGE (WS-REQUEST-SUB) TO REF-TAX-PARM-WORK
           EVALUATE TRUE
               WHEN TAXP-TAX-YEAR NOT NUMERIC
                   OR TAXP-TAX-YEAR < 1900
                   OR TAXP-TAX-YEAR > WS-BUS-YEAR
                   MOVE 'TAX YEAR INVALID' TO WS-REJECT-REASON
               WHEN TAXP-REPORT-THRESHOLD NOT NUMERIC
                   MOVE 'REPORT THRESHOLD NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TAXP-PAYER-TIN = SPACES
                   MOVE 'PAYER TIN MISSING' TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES           TO REFERENCE-AUDIT-RECORD
           MOVE WS-BUSINESS-DATE TO RFAU-BUSINESS-DATE
           MOVE RQT-REQUESTER-ID (WS-REQUEST-SUB)
               TO RFAU-REQUESTER-ID
           MOVE WS-CURRENT-TABLE TO RFAU-TABLE-ID
           MOVE RQT-ACTION (WS-REQUEST-SUB) TO RFAU-ACTION
           MOVE RQT-REQUEST-SEQ (WS-REQUEST-SUB)
               TO RFAU-REQUEST-SEQ
           MOVE WS-BEFORE-IMAGE  TO RFAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO RFAU-AFTER-IMAGE
           WRITE REFERENCE-AUDIT-RECORD.

      *****************************************************************
      *    REPORT-REQUEST - EVERY REQUEST PRINTS WITH ITS DISPOSITION.
      *    AN APPLIED CHANGE ALSO PRINTS THE RECORD BEFORE AND AFTER,
      *    FORMATTED FIELD BY FIELD SO THE AUDITOR CAN READ IT; THE
      *    RAW IMAGES ARE ON THE AUDIT FILE.
      *****************************************************************
       REPORT-REQUEST SECTION.
           MOVE RQT-REQUEST-SEQ (WS-REQUEST-SUB) TO RFD-SEQ
           MOVE WS-CURRENT-TABLE TO RFD-TABLE-ID
           MOVE RQT-ACTION (WS-REQUEST-SUB) TO RFD-ACTION
           MOVE RQT-REQUESTER-ID (WS-REQUEST-SUB) TO RFD-REQUESTER-ID
           IF WS-KEY-LENGTH = 0
               MOVE 'PARAMETER RECORD' TO RFD-KEY
           ELSE
               MOVE SPACES TO RFD-KEY
               MOVE RQT-IMAGE (WS-REQUEST-SUB) (1:WS-KEY-LENGTH)
                   TO RFD-KEY
           END-IF
           MOVE SPACES TO RFD-DISPOSITION
           IF WS-REJECT-REASON NOT = SPACES
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO RFD-DISPOSITION
               WRITE REFERENCE-REPORT-LINE FROM REFR-DETAIL-LINE
               GO TO REPORT-REQUEST-EXIT
           END-IF

           EVALUATE RQT-ACTION (WS-REQUEST-SUB)
               WHEN 'A'
                   MOVE 'APPLIED - RECORD ADDED' TO RFD-DISPOSITION
               WHEN 'C'
                   MOVE 'APPLIED - RECORD CHANGED' TO RFD-DISPOSITION
               WHEN 'D'
                   MOVE 'APPLIED - RECORD DELETED' TO RFD-DISPOSITION
           END-EVALUATE
           WRITE REFERENCE-REPORT-LINE FROM REFR-DETAIL-LINE

           MOVE 'BEFORE:' TO RFI-LABEL
           MOVE WS-BEFORE-IMAGE TO WS-FORMAT-IMAGE
           PERFORM FORMAT-IMAGE
           MOVE WS-FORMAT-TEXT TO RFI-TEXT
           WRITE REFERENCE-REPORT-LINE FROM REFR-IMAGE-LINE

           MOVE 'AFTER:' TO RFI-LABEL
           MOVE WS-AFTER-IMAGE TO WS-FORMAT-IMAGE
           PERFORM FORMAT-IMAGE
           MOVE WS-FORMAT-TEXT TO RFI-TEXT
           WRITE REFERENCE-REPORT-LINE FROM REFR-IMAGE-LINE

       REPORT-REQUEST-EXIT.
           EXIT.

       FORMAT-IMAGE SECTION.
           MOVE SPACES TO WS-FORMAT-TEXT
           IF WS-FORMAT-IMAGE = SPACES
               MOVE '(NONE)' TO WS-FORMAT-TEXT
               GO TO FORMAT-IMAGE-EXIT
           END-IF
           EVALUATE WS-CURRENT-TABLE
               WHEN 'RATE'
                   MOVE WS-FORMAT-IMAGE TO REF-RATE-WORK
                   MOVE RATE-ANNUAL-RATE TO WS-EDIT-RATE
                   MOVE RATE-CAPITALIZE-DAY TO WS-EDIT-DAYS
                   STRING 'PRODUCT ' RATE-PRODUCT-TYPE
                       '  ANNUAL RATE ' WS-EDIT-RATE
                       '%  CAPITALIZE DAY ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'FEES'
                   MOVE WS-FORMAT-IMAGE TO REF-FEES-WORK
                   MOVE FEE-MONTHLY-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE FEE-WAIVER-MIN-BALANCE TO WS-EDIT-AMOUNT-2
                   MOVE FEE-CHARGE-DAY TO WS-EDIT-DAYS
                   STRING 'PRODUCT ' FEE-PRODUCT-TYPE
                       '  MONTHLY FEE ' WS-EDIT-AMOUNT
                       '  CHARGE DAY ' WS-EDIT-DAYS
                       '  WAIVER MINIMUM ' WS-EDIT-AMOUNT-2
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'GLMP'
                   MOVE WS-FORMAT-IMAGE TO REF-GLMAP-WORK
                   STRING 'TYPE ' GLM-TRANS-TYPE
                       '  DEBIT GL ' GLM-DEBIT-ACCOUNT
                       '  CREDIT GL ' GLM-CREDIT-ACCOUNT
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'MONP'
                   MOVE WS-FORMAT-IMAGE TO REF-MONITOR-WORK
                   MOVE MON-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE MON-COUNT-LIMIT TO WS-EDIT-DAYS
                   STRING 'RECORD ' MON-RECORD-TYPE
                       '  TYPE ' MON-TRANS-TYPE
                       '  AMOUNT ' WS-EDIT-AMOUNT
                       '  COUNT LIMIT ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'LINK'
                   MOVE WS-FORMAT-IMAGE TO REF-LINK-WORK
                   MOVE LINK-SWEEP-LIMIT TO WS-EDIT-AMOUNT
                   STRING 'PROTECTED ' LINK-PROTECTED-ACCOUNT
                       '  FUNDING ' LINK-FUNDING-ACCOUNT
                       '  SWEEP LIMIT ' WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'STND'
                   MOVE WS-FORMAT-IMAGE TO REF-STANDING-WORK
                   MOVE STND-AMOUNT TO WS-EDIT-AMOUNT
                   STRING 'FROM ' STND-ACCOUNT-NUMBER
                       ' TO ' STND-TO-ACCOUNT-NUMBER
                       ' AMOUNT ' WS-EDIT-AMOUNT
                       ' FREQ ' STND-FREQUENCY
                       ' NEXT DUE ' STND-NEXT-DUE-DATE
                       ' EXPIRES ' STND-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'DORM'
                   MOVE WS-FORMAT-IMAGE TO REF-DORMANCY-WORK
                   MOVE DORM-THRESHOLD-DAYS TO WS-EDIT-DAYS
                   MOVE DORM-AUTO-HOLD-DAYS TO WS-EDIT-DAYS-2
                   STRING 'THRESHOLD DAYS ' WS-EDIT-DAYS
                       '  AUTO-HOLD ' DORM-AUTO-HOLD-FLAG
                       '  AUTO-HOLD DAYS ' WS-EDIT-DAYS-2
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'ARCH'
                   MOVE WS-FORMAT-IMAGE TO REF-ARCHIVE-WORK
                   MOVE ARCH-RETENTION-DAYS TO WS-EDIT-DAYS
                   STRING 'RETENTION DAYS ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'RCYP'
                   MOVE WS-FORMAT-IMAGE TO REF-RECYCLE-WORK
                   MOVE RCYP-AGE-LIMIT-DAYS TO WS-EDIT-DAYS
                   STRING 'RUN DATE ' RCYP-RUN-DATE
                       '  AGE LIMIT DAYS ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'CLSP'
                   MOVE WS-FORMAT-IMAGE TO REF-CLOSED-WORK
                   MOVE CLSP-RETENTION-DAYS TO WS-EDIT-DAYS
                   STRING 'RETENTION DAYS ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'HLDD'
                   MOVE WS-FORMAT-IMAGE TO REF-HOLD-DAYS-WORK
                   MOVE HLDD-HOLD-DAYS TO WS-EDIT-DAYS
                   STRING 'PRODUCT ' HLDD-PRODUCT-TYPE
                       '  HOLD DAYS ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'LNPM'
                   MOVE WS-FORMAT-IMAGE TO REF-LOAN-PARM-WORK
                   MOVE LNPM-LATE-FEE-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE LNPM-GRACE-DAYS TO WS-EDIT-DAYS
                   STRING 'CLEARING ' LNPM-CLEARING-ACCOUNT
                       '  LATE FEE ' WS-EDIT-AMOUNT
                       '  GRACE DAYS ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'OBPM'
                   MOVE WS-FORMAT-IMAGE TO REF-OUTBOUND-PARM-WORK
                   STRING 'SETTLEMENT ' OBPM-SETTLEMENT-ACCOUNT
                       '  ROUTING ' OBPM-ROUTING-NUMBER
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
               WHEN 'TAXP'
                   MOVE WS-FORMAT-IMAGE TO REF-TAX-PARM-WORK
                   MOVE TAXP-REPORT-THRESHOLD TO WS-EDIT-AMOUNT
                   STRING 'YEAR ' TAXP-TAX-YEAR
                       ' THRESHOLD ' WS-EDIT-AMOUNT
                       ' TIN ' TAXP-PAYER-TIN
                       ' PAYER ' TAXP-PAYER-NAME
                       DELIMITED BY SIZE INTO WS-FORMAT-TEXT
           END-EVALUATE

       FORMAT-IMAGE-EXIT.
           EXIT.

       REPORT-TABLE-COUNTS SECTION.
           MOVE WS-CURRENT-TABLE TO RFT-TABLE-ID
           MOVE WS-RECORDS-IN TO RFT-RECORDS-IN
           MOVE WS-RECORDS-OUT TO RFT-RECORDS-OUT
           WRITE REFERENCE-REPORT-LINE FROM REFR-TABLE-LINE.

       WRITE-TOTALS SECTION.
           WRITE REFERENCE-REPORT-LINE FROM REFR-BLANK-LINE

           MOVE 'REQUESTS READ' TO RFC-LABEL
           MOVE WS-REQUESTS-READ TO RFC-COUNT
           WRITE REFERENCE-REPORT-LINE FROM REFR-COUNT-LINE

           MOVE 'RECORDS ADDED' TO RFC-LABEL
           MOVE WS-ADD-COUNT TO RFC-COUNT
           WRITE REFERENCE-REPORT-LINE FROM REFR-COUNT-LINE

           MOVE 'RECORDS CHANGED' TO RFC-LABEL
           MOVE WS-CHANGE-COUNT TO RFC-COUNT
           WRITE REFERENCE-REPORT-LINE FROM REFR-COUNT-LINE

           MOVE 'RECORDS DELETED' TO RFC-LABEL
           MOVE WS-DELETE-COUNT TO RFC-COUNT
           WRITE REFERENCE-REPORT-LINE FROM REFR-COUNT-LINE

           MOVE 'REQUESTS REJECTED' TO RFC-LABEL
           MOVE WS-REJECTED-COUNT TO RFC-COUNT
           WRITE REFERENCE-REPORT-LINE FROM REFR-COUNT-LINE

           WRITE REFERENCE-REPORT-LINE FROM REFR-BLANK-LINE
           WRITE REFERENCE-REPORT-LINE FROM REFR-SIGNOFF-HEADING
           WRITE REFERENCE-REPORT-LINE FROM REFR-BLANK-LINE
           WRITE REFERENCE-REPORT-LINE FROM REFR-SIGNOFF-LINE-1
           WRITE REFERENCE-REPORT-LINE FROM REFR-BLANK-LINE
           WRITE REFERENCE-REPORT-LINE FROM REFR-SIGNOFF-LINE-2.
