
       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 69 CHARACTERS.
       01  REJECT-RECORD.
           COPY REJCTREC.

               WHEN RJT-FROM-ACCOUNT-NOT-FND
                   MOVE 'R03' TO RTRN-RETURN-REASON
                   MOVE 'NO ACCOUNT LOCATED' TO RTRN-REASON-TEXT
               WHEN RJT-ACCOUNT-CLOSED
                   MOVE 'R02' TO RTRN-RETURN-REASON
                   MOVE 'ACCOUNT CLOSED' TO RTRN-REASON-TEXT
               WHEN RJT-LEGAL-ORDER-FREEZE
                   MOVE 'R16' TO RTRN-RETURN-REASON
                   MOVE 'ACCOUNT FROZEN' TO RTRN-REASON-TEXT
               WHEN OTHER
                   MOVE 'R99' TO RTRN-RETURN-REASON
                   MOVE 'UNSPECIFIED REJECT' TO RTRN-REASON-TEXT
