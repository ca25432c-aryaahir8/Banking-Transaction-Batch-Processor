                   MOVE 'BANKEDIT' TO WS-PREDECESSOR-NAME
               WHEN 'OVDRNOTE'
                   MOVE 'BANKUPD ' TO WS-PREDECESSOR-NAME
               WHEN 'OUTBSEND'
                   MOVE 'BANKUPD ' TO WS-PREDECESSOR-NAME
               WHEN 'LEGLPROC'
                   MOVE 'OVDRNOTE' TO WS-PREDECESSOR-NAME
               WHEN 'HOLDRLSE'
                   MOVE 'LEGLPROC' TO WS-PREDECESSOR-NAME
               WHEN 'ACCTSTMT'
                   MOVE 'HOLDRLSE' TO WS-PREDECESSOR-NAME
               WHEN 'BANKRECN'
                   MOVE 'LEGLPROC' TO WS-PREDECESSOR-NAME
               WHEN 'LOANSRV '
                   MOVE 'LEGLPROC' TO WS-PREDECESSOR-NAME
               WHEN 'GLEXTRC '
                   MOVE 'LOANSRV ' TO WS-PREDECESSOR-NAME
               WHEN OTHER
                   DISPLAY 'Cycle control: step not in sequence - '
                       CYCP-STEP-NAME
