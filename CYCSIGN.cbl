
       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 69 CHARACTERS.
       01  REJECT-RECORD.
           COPY REJCTREC.

           05  FILLER                 PIC X(08) VALUE 'SNAPSHOT'.
           05  FILLER                 PIC X(08) VALUE 'BANKEDIT'.
           05  FILLER                 PIC X(08) VALUE 'BANKUPD '.
           05  FILLER                 PIC X(08) VALUE 'OUTBSEND'.
           05  FILLER                 PIC X(08) VALUE 'OVDRNOTE'.
           05  FILLER                 PIC X(08) VALUE 'LEGLPROC'.
           05  FILLER                 PIC X(08) VALUE 'HOLDRLSE'.
           05  FILLER                 PIC X(08) VALUE 'ACCTSTMT'.
           05  FILLER                 PIC X(08) VALUE 'BANKRECN'.
           05  FILLER                 PIC X(08) VALUE 'LOANSRV '.
           05  FILLER                 PIC X(08) VALUE 'GLEXTRC '.
       01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
           05  WS-STEP-NAME           PIC X(08) OCCURS 11 TIMES.

       01  WS-JOURNAL-COUNT           PIC 9(06) VALUE 0.
       01  WS-JOURNAL-AMOUNT          PIC S9(12)V99 COMP-3 VALUE 0.
           END-IF

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 11
               PERFORM CHECK-ONE-STEP
           END-PERFORM

