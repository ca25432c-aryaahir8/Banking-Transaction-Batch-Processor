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

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

       INITIALIZE-CYCLE-RECORDS SECTION.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 11
               MOVE WS-STEP-NAME (WS-STEP-SUB) TO CYCL-STEP-NAME
               READ CYCLE-CONTROL
                   INVALID KEY
