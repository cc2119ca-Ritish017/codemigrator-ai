               MOVE SPACES        TO AUD-REASON
               MOVE 0             TO AUD-CHECK-NO
               MOVE ACC-BRANCH    TO AUD-BRANCH
               MOVE SPACES        TO AUD-OPERATOR
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
               MOVE WS-POST-AMOUNT TO WS-DISPLAY-AMT
