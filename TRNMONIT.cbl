
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

