       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRLSE.
       AUTHOR. Cascade.
       DATE-WRITTEN. 2026-10-02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-IN
               ASSIGN TO HOLDOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HOLD-PLACEMENT-FILE
               ASSIGN TO HOLDPLCD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT HOLD-OUT
               ASSIGN TO HOLDNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT HOLD-REPORT
               ASSIGN TO HOLDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLD-IN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  HOLD-IN-RECORD.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HLDI==.

       FD  HOLD-PLACEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  HOLD-PLACEMENT-RECORD.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HPLC==.

       FD  HOLD-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  HOLD-OUT-RECORD.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HLDO==.

       FD  HOLD-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-REPORT-LINE            PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01  WS-BUSNDATE-STATUS         PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  CYCLCHK-PARMS.
           COPY CYCPARMS.

       01  WS-HOLD-EOF-FLAG           PIC X VALUE 'N'.
           88  HOLD-EOF               VALUE 'Y'.
       01  WS-PLACE-EOF-FLAG          PIC X VALUE 'N'.
           88  PLACE-EOF              VALUE 'Y'.

      *****************************************************************
      *    CANCELLATION TABLE - A 'C' RECORD ON THE PLACEMENT FILE
      *    NAMES A HOLD WHOSE DEPOSIT WAS REVERSED. THE HOLD ITSELF
      *    MAY BE ON THE OLD MASTER OR AMONG TONIGHT'S PLACEMENTS, SO
      *    THE CANCELLATIONS ARE GATHERED FIRST AND BOTH INPUTS ARE
      *    CHECKED AGAINST THEM.
      *****************************************************************
       01  WS-CANCEL-COUNT            PIC 9(04) VALUE 0.
       01  WS-CANCEL-MAX              PIC 9(04) VALUE 500.
       01  WS-CANCEL-SUB              PIC 9(04) VALUE 0.
       01  WS-CANCEL-FOUND-SUB        PIC 9(04) VALUE 0.
       01  WS-CANCEL-TABLE.
           05  WS-CANCEL-ENTRY        OCCURS 500 TIMES.
               10  CNT-ACCOUNT-NUMBER PIC X(10).
               10  CNT-DEPOSIT-DATE   PIC 9(08).
               10  CNT-DEPOSIT-SEQ    PIC 9(06).

       01  WS-HOLD-WORK.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HWRK==.

       01  WS-HOLDS-CARRIED           PIC 9(06) VALUE 0.
       01  WS-HOLDS-PLACED            PIC 9(06) VALUE 0.
       01  WS-HOLDS-RELEASED          PIC 9(06) VALUE 0.
       01  WS-HOLDS-CANCELLED         PIC 9(06) VALUE 0.
       01  WS-HOLDS-KEPT              PIC 9(06) VALUE 0.
       01  WS-RELEASED-TOTAL          PIC S9(12)V99 COMP-3 VALUE 0.
       01  WS-KEPT-TOTAL              PIC S9(12)V99 COMP-3 VALUE 0.

       01  HREL-HEADING-1             PIC X(40) VALUE
           'DEPOSIT HOLD RELEASE REPORT'.
       01  HREL-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'RELEASE DATE:   '.
           05  HRH-BUSINESS-DATE      PIC 9(08).
       01  HREL-DETAIL-LINE.
           05  HRD-ACCOUNT-NUMBER     PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HRD-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HRD-DEPOSIT-DATE       PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HRD-RELEASE-DATE       PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HRD-DISPOSITION        PIC X(20).
       01  HREL-COUNT-LINE.
           05  HRC-LABEL              PIC X(30).
           05  HRC-COUNT              PIC ZZZ,ZZ9.
       01  HREL-TOTAL-LINE.
           05  HRT-LABEL              PIC X(30).
           05  HRT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  HREL-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE
           PERFORM CYCLE-START-CHECK
           PERFORM LOAD-CANCELLATIONS

           OPEN OUTPUT HOLD-OUT
           OPEN OUTPUT HOLD-REPORT

           WRITE HOLD-REPORT-LINE FROM HREL-HEADING-1
           MOVE WS-BUSINESS-DATE TO HRH-BUSINESS-DATE
           WRITE HOLD-REPORT-LINE FROM HREL-DATE-LINE
           WRITE HOLD-REPORT-LINE FROM HREL-BLANK-LINE

           OPEN INPUT HOLD-IN
           PERFORM UNTIL HOLD-EOF
               READ HOLD-IN
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HOLDS-CARRIED
                       MOVE HOLD-IN-RECORD TO WS-HOLD-WORK
                       PERFORM DISPOSE-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLD-IN

           OPEN INPUT HOLD-PLACEMENT-FILE
           PERFORM UNTIL PLACE-EOF
               READ HOLD-PLACEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-PLACE-EOF-FLAG
                   NOT AT END
                       IF HPLC-IS-PLACED
                           ADD 1 TO WS-HOLDS-PLACED
                           MOVE HOLD-PLACEMENT-RECORD TO WS-HOLD-WORK
                           PERFORM DISPOSE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-PLACEMENT-FILE

           PERFORM WRITE-TOTALS

           CLOSE HOLD-OUT
           CLOSE HOLD-REPORT

           PERFORM CYCLE-END-MARK

           DISPLAY 'Deposit hold release complete'
           DISPLAY 'Holds carried in: ' WS-HOLDS-CARRIED
           DISPLAY 'Holds placed tonight: ' WS-HOLDS-PLACED
           DISPLAY 'Holds released: ' WS-HOLDS-RELEASED
           DISPLAY 'Holds cancelled: ' WS-HOLDS-CANCELLED
           DISPLAY 'Holds still active: ' WS-HOLDS-KEPT
           STOP RUN.

      *****************************************************************
      *    CYCLE-START-CHECK - HOLDRLSE MUST RUN AFTER LEGLPROC, WHICH
      *    ADDS TONIGHT'S PLACEMENTS TO THE CARRIED HOLDS ITSELF, AND
      *    BEFORE ACCTSTMT, WHICH READS ONLY THE FOLDED MASTER. CYCLE
      *    CONTROL HOLDS IT TO THAT SLOT AND STOPS IT FOLDING THE SAME
      *    PLACEMENTS TWICE.
      *****************************************************************
       CYCLE-START-CHECK SECTION.
           MOVE 'S'              TO CYCP-FUNCTION
           MOVE 'HOLDRLSE'       TO CYCP-STEP-NAME
           MOVE WS-BUSINESS-DATE TO CYCP-BUSINESS-DATE
           CALL 'CYCLCHK' USING CYCLCHK-PARMS
           IF CYCP-STEP-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CYCLE-END-MARK SECTION.
           MOVE 'E'              TO CYCP-FUNCTION
           MOVE 'HOLDRLSE'       TO CYCP-STEP-NAME
           MOVE WS-BUSINESS-DATE TO CYCP-BUSINESS-DATE
           CALL 'CYCLCHK' USING CYCLCHK-PARMS.

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
           CLOSE BUSINESS-DATE-FILE
           DISPLAY 'Releasing holds for business date: '
               WS-BUSINESS-DATE.

       LOAD-CANCELLATIONS SECTION.
           OPEN INPUT HOLD-PLACEMENT-FILE
           PERFORM UNTIL PLACE-EOF
               READ HOLD-PLACEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-PLACE-EOF-FLAG
                   NOT AT END
                       IF HPLC-IS-CANCELLED
                           PERFORM LOAD-ONE-CANCELLATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-PLACEMENT-FILE
           MOVE 'N' TO WS-PLACE-EOF-FLAG.

       LOAD-ONE-CANCELLATION SECTION.
           IF WS-CANCEL-COUNT >= WS-CANCEL-MAX
               DISPLAY 'Error: Hold cancellation table full - '
                   HPLC-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANCEL-COUNT
           MOVE HPLC-ACCOUNT-NUMBER
               TO CNT-ACCOUNT-NUMBER (WS-CANCEL-COUNT)
           MOVE HPLC-DEPOSIT-DATE
               TO CNT-DEPOSIT-DATE (WS-CANCEL-COUNT)
           MOVE HPLC-DEPOSIT-SEQ
               TO CNT-DEPOSIT-SEQ (WS-CANCEL-COUNT).

      *****************************************************************
      *    DISPOSE-ONE-HOLD - THE HOLD MASTER IS REWRITTEN WHOLE EACH
      *    CYCLE (OLD IN, NEW OUT). A HOLD WHOSE DEPOSIT WAS REVERSED
      *    IS DROPPED AS CANCELLED; A HOLD WHOSE RELEASE DATE HAS BEEN
      *    REACHED IS DROPPED AS RELEASED - ITS FUNDS ARE AVAILABLE
      *    FROM THIS BUSINESS DATE ON. EVERYTHING ELSE CARRIES FORWARD
      *    TO THE NEW MASTER THE STATEMENT AND TELLER STEPS READ.
      *****************************************************************
       DISPOSE-ONE-HOLD SECTION.
           MOVE HWRK-ACCOUNT-NUMBER  TO HRD-ACCOUNT-NUMBER
           MOVE HWRK-AMOUNT          TO HRD-AMOUNT
           MOVE HWRK-DEPOSIT-DATE    TO HRD-DEPOSIT-DATE
           MOVE HWRK-RELEASE-DATE    TO HRD-RELEASE-DATE

           MOVE 0 TO WS-CANCEL-FOUND-SUB
           PERFORM VARYING WS-CANCEL-SUB FROM 1 BY 1
               UNTIL WS-CANCEL-SUB > WS-CANCEL-COUNT
               OR WS-CANCEL-FOUND-SUB > 0
               IF CNT-ACCOUNT-NUMBER (WS-CANCEL-SUB)
                       = HWRK-ACCOUNT-NUMBER
                   AND CNT-DEPOSIT-DATE (WS-CANCEL-SUB)
                       = HWRK-DEPOSIT-DATE
                   AND CNT-DEPOSIT-SEQ (WS-CANCEL-SUB)
                       = HWRK-DEPOSIT-SEQ
                   MOVE WS-CANCEL-SUB TO WS-CANCEL-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-CANCEL-FOUND-SUB > 0
               ADD 1 TO WS-HOLDS-CANCELLED
               MOVE 'CANCELLED - REVERSED' TO HRD-DISPOSITION
               WRITE HOLD-REPORT-LINE FROM HREL-DETAIL-LINE
               GO TO DISPOSE-ONE-HOLD-EXIT
           END-IF

           IF HWRK-RELEASE-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-HOLDS-RELEASED
               ADD HWRK-AMOUNT TO WS-RELEASED-TOTAL
               MOVE 'RELEASED' TO HRD-DISPOSITION
               WRITE HOLD-REPORT-LINE FROM HREL-DETAIL-LINE
               GO TO DISPOSE-ONE-HOLD-EXIT
           END-IF

           MOVE WS-HOLD-WORK TO HOLD-OUT-RECORD
           MOVE 'P' TO HLDO-ACTION
           WRITE HOLD-OUT-RECORD
           ADD 1 TO WS-HOLDS-KEPT
           ADD HWRK-AMOUNT TO WS-KEPT-TOTAL

       DISPOSE-ONE-HOLD-EXIT.
           EXIT.

       WRITE-TOTALS SECTION.
           WRITE HOLD-REPORT-LINE FROM HREL-BLANK-LINE

           MOVE 'HOLDS CARRIED IN' TO HRC-LABEL
           MOVE WS-HOLDS-CARRIED TO HRC-COUNT
           WRITE HOLD-REPORT-LINE FROM HREL-COUNT-LINE

           MOVE 'HOLDS PLACED TONIGHT' TO HRC-LABEL
           MOVE WS-HOLDS-PLACED TO HRC-COUNT
           WRITE HOLD-REPORT-LINE FROM HREL-COUNT-LINE

           MOVE 'HOLDS RELEASED' TO HRC-LABEL
           MOVE WS-HOLDS-RELEASED TO HRC-COUNT
           WRITE HOLD-REPORT-LINE FROM HREL-COUNT-LINE

           MOVE 'HOLDS CANCELLED' TO HRC-LABEL
           MOVE WS-HOLDS-CANCELLED TO HRC-COUNT
           WRITE HOLD-REPORT-LINE FROM HREL-COUNT-LINE

           MOVE 'HOLDS STILL ACTIVE' TO HRC-LABEL
           MOVE WS-HOLDS-KEPT TO HRC-COUNT
           WRITE HOLD-REPORT-LINE FROM HREL-COUNT-LINE

           MOVE 'TOTAL RELEASED' TO HRT-LABEL
           MOVE WS-RELEASED-TOTAL TO HRT-AMOUNT
           WRITE HOLD-REPORT-LINE FROM HREL-TOTAL-LINE

           MOVE 'TOTAL STILL HELD' TO HRT-LABEL
           MOVE WS-KEPT-TOTAL TO HRT-AMOUNT
           WRITE HOLD-REPORT-LINE FROM HREL-TOTAL-LINE.
