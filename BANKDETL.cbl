
       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       SD  SORT-JRNL-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-JRNL-WORK-RECORD.
           COPY JRNLREC.

       FD  SORTED-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-JOURNAL-RECORD.
           COPY JRNLREC.

      *    (THE OPENING SNAPSHOT BALANCE FOR THE FIRST RECORD). A
      *    BROKEN LINK IS EVIDENCE OF A MISSED OR DOUBLED POSTING.
      *    THE EXPECTED BALANCE IS REBUILT FROM TYPE AND AMOUNT; A
      *    TRANSFER OR REVERSAL LEG'S DIRECTION IS TAKEN FROM WHICH
      *    SIDE OF THE RECORD'S OWN BEFORE/AFTER MOVEMENT MATCHES THE
      *    AMOUNT.
      *****************************************************************
       APPLY-JOURNAL-RECORD SECTION.
           IF FIRST-JOURNAL-RECORD
               WHEN 'F'
                   COMPUTE WS-RECORD-DELTA =
                       0 - JRNL-AMOUNT OF SORTED-JOURNAL-RECORD
               WHEN 'X'
               WHEN 'S'
                   COMPUTE WS-RECORD-DELTA =
                       0 - JRNL-AMOUNT OF SORTED-JOURNAL-RECORD
               WHEN 'T'
               WHEN 'O'
               WHEN 'R'
                   IF JRNL-BALANCE-AFTER OF SORTED-JOURNAL-RECORD
                       = JRNL-BALANCE-BEFORE OF SORTED-JOURNAL-RECORD
                           + JRNL-AMOUNT OF SORTED-JOURNAL-RECORD
