
       FD  STANDING-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STANDING-TRANS-RECORD.
           COPY TRANXREC.

