
       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

           ADD 1 TO WS-JOURNAL-SEQUENCE
           MOVE WS-JOURNAL-SEQUENCE  TO JRNL-SEQUENCE-NO
           MOVE ACCT-BRANCH-CODE     TO JRNL-BRANCH-CODE
           MOVE 0                    TO JRNL-REVERSAL-OF-DATE
           MOVE 0                    TO JRNL-REVERSAL-OF-SEQ
           MOVE SPACE                TO JRNL-REVERSAL-OF-TYPE
           WRITE JOURNAL-RECORD

           MOVE OD-ACCOUNT-NUMBER TO NOT-ACCOUNT-NUMBER
