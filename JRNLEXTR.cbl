
           SELECT JOURNAL-HISTORY
               ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JHST-KEY
               FILE STATUS IS WS-JHST-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO EXTROUT

       FD  JOURNAL-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-HISTORY-RECORD.
           COPY JHSTREC.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRACT-RECORD             PIC X(80).

       FD  EXTRACT-REPORT
           RECORDING MODE IS F
       01  EXTRACT-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JHST-STATUS             PIC XX.

       01  WS-REQUEST-EOF-FLAG        PIC X VALUE 'N'.
           88  REQUEST-EOF            VALUE 'Y'.
       01  WS-HIST-EOF-FLAG           PIC X VALUE 'N'.
           PERFORM LOAD-REQUESTS

           OPEN INPUT JOURNAL-HISTORY
           IF WS-JHST-STATUS NOT = '00'
               DISPLAY 'Error: Journal history not available - '
                   WS-JHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT EXTRACT-REPORT

           WRITE EXTRACT-REPORT-LINE FROM EXTRACT-HEADING-1
           WRITE EXTRACT-REPORT-LINE FROM EXTRACT-BLANK-LINE

           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               PERFORM EXTRACT-ONE-REQUEST
           END-PERFORM

           PERFORM WRITE-REQUEST-SUMMARY

      *****************************************************************
      *    LOAD-ONE-REQUEST - A ZERO TO-DATE IS AN OPEN-ENDED REQUEST
      *    AND IS WIDENED TO THE HIGHEST POSSIBLE DATE, SO THE KEYED
      *    READ NEEDS NO SPECIAL CASE. A MISSING FROM-DATE STARTS AT
      *    THE ACCOUNT'S OLDEST RETAINED RECORD.
      *****************************************************************
       LOAD-ONE-REQUEST SECTION.
           IF WS-REQUEST-COUNT >= WS-REQUEST-MAX
           ADD 1 TO WS-REQUEST-COUNT
           MOVE RSRQ-ACCOUNT-NUMBER
               TO RQT-ACCOUNT-NUMBER (WS-REQUEST-COUNT)
           IF RSRQ-FROM-DATE NUMERIC
               MOVE RSRQ-FROM-DATE TO RQT-FROM-DATE (WS-REQUEST-COUNT)
           ELSE
               MOVE 0 TO RQT-FROM-DATE (WS-REQUEST-COUNT)
           END-IF
           IF RSRQ-TO-DATE NUMERIC AND RSRQ-TO-DATE > 0
               MOVE RSRQ-TO-DATE TO RQT-TO-DATE (WS-REQUEST-COUNT)
           ELSE
           MOVE 0 TO RQT-HIT-COUNT (WS-REQUEST-COUNT).

      *****************************************************************
      *    EXTRACT-ONE-REQUEST - THE HISTORY IS KEYED BY ACCOUNT, POST
      *    DATE AND SEQUENCE, SO A REQUEST STARTS AT ITS ACCOUNT AND
      *    FROM-DATE AND READS FORWARD ONLY UNTIL THE ACCOUNT CHANGES
      *    OR THE TO-DATE IS PASSED - NO OTHER ACCOUNT'S HISTORY IS
      *    READ. EACH REQUEST'S RECORDS COME OUT IN POSTING ORDER, SO
      *    BANKDETL-STYLE RESEARCH CAN RUN AGAINST THE EXTRACT
      *    DIRECTLY.
      *****************************************************************
       EXTRACT-ONE-REQUEST SECTION.
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE RQT-ACCOUNT-NUMBER (WS-REQUEST-SUB)
               TO JHST-ACCOUNT-NUMBER
           MOVE RQT-FROM-DATE (WS-REQUEST-SUB) TO JHST-POST-DATE
           MOVE 0 TO JHST-SEQUENCE-NO
           MOVE 0 TO JHST-LEG-NO
           START JOURNAL-HISTORY KEY IS NOT LESS THAN JHST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HISTORY-EOF
               READ JOURNAL-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       PERFORM MATCH-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.

       MATCH-ONE-HISTORY-RECORD SECTION.
           ADD 1 TO WS-HISTORY-READ
           IF JHST-ACCOUNT-NUMBER
                   NOT = RQT-ACCOUNT-NUMBER (WS-REQUEST-SUB)
               OR JHST-POST-DATE > RQT-TO-DATE (WS-REQUEST-SUB)
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           ELSE
               ADD 1 TO RQT-HIT-COUNT (WS-REQUEST-SUB)
               ADD 1 TO WS-RECORDS-EXTRACTED
               MOVE JHST-JOURNAL-IMAGE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
           END-IF.

       WRITE-REQUEST-SUMMARY SECTION.
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
