       01  WS-ACCOUNTS-READ           PIC 9(06) VALUE 0.
       01  WS-DORMANT-COUNT           PIC 9(06) VALUE 0.
       01  WS-HELD-THIS-RUN           PIC 9(06) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(06) VALUE 0.
       01  WS-DORMANT-BALANCE-TOTAL   PIC S9(12)V99 COMP-3 VALUE 0.

      *****************************************************************
           DISPLAY 'Accounts read: ' WS-ACCOUNTS-READ
           DISPLAY 'Dormant accounts reported: ' WS-DORMANT-COUNT
           DISPLAY 'Accounts placed on hold: ' WS-HELD-THIS-RUN
           DISPLAY 'Closed accounts not reviewed: ' WS-CLOSED-COUNT
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
      *    ESCHEATMENT REVIEW POINTS: SIX MONTHS, ONE YEAR, THREE
      *    YEARS. THE OPTIONAL AUTO-HOLD PUTS LONG-DORMANT ACCOUNTS
      *    ON HOLD SO A STALE ACCOUNT CANNOT BE DRAINED WITHOUT A
      *    MAINTENANCE REVIEW RELEASING IT FIRST. A CLOSED ACCOUNT IS
      *    NOT DORMANT AND IS LEFT OFF THE REVIEW; AN ACCOUNT WITH A
      *    CLOSE PENDING IS STILL REPORTED BUT NEVER AUTO-HELD, SINCE
      *    A HOLD WOULD STOP ITS CLOSING PAYOUT FROM POSTING.
      *****************************************************************
       REVIEW-ONE-ACCOUNT SECTION.
           ADD 1 TO WS-ACCOUNTS-READ

           IF ACCT-IS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO REVIEW-ONE-ACCOUNT-EXIT
           END-IF

           IF ACCT-LAST-ACTIVITY-DATE NOT NUMERIC
               OR ACCT-LAST-ACTIVITY-DATE = 0
               MOVE 99999 TO WS-INACTIVE-DAYS
           IF AUTO-HOLD-WANTED
               AND WS-INACTIVE-DAYS > WS-AUTO-HOLD-DAYS
               AND NOT ACCT-ON-HOLD
               AND NOT ACCT-CLOSE-PENDING
               MOVE 'Y' TO ACCT-HOLD-FLAG
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-HELD-THIS-RUN
           MOVE WS-HELD-THIS-RUN TO DRC-COUNT
           WRITE DORMANCY-REPORT-LINE FROM DORM-COUNT-LINE

           MOVE 'CLOSED ACCOUNTS NOT REVIEWED' TO DRC-LABEL
           MOVE WS-CLOSED-COUNT TO DRC-COUNT
           WRITE DORMANCY-REPORT-LINE FROM DORM-COUNT-LINE

           MOVE WS-DORMANT-BALANCE-TOTAL TO DRT-AMOUNT
           WRITE DORMANCY-REPORT-LINE FROM DORM-TOTAL-LINE.
