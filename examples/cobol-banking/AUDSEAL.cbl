           MOVE "DAY SEAL"   TO AUD-REASON
           MOVE 0            TO AUD-CHECK-NO
           MOVE 0            TO AUD-BRANCH
           MOVE SPACES       TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
