           MOVE 0 TO WS-LINE-AMT
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   IF AUD-TO-ACCT = WS-CUR-ACCT
                       MOVE AUD-AMOUNT TO WS-LINE-AMT
                   END-IF
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   IF AUD-FROM-ACCT = WS-CUR-ACCT
                       COMPUTE WS-LINE-AMT = 0 - AUD-AMOUNT
                   END-IF
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   OR AUD-IS-REVERSAL
                   IF AUD-FROM-ACCT = WS-CUR-ACCT
                       COMPUTE WS-LINE-AMT = 0 - AUD-AMOUNT
                   END-IF
           MOVE "NOTED"      TO AUD-STATUS
           MOVE 0            TO AUD-CHECK-NO
           MOVE WS-AJ-BRN(WS-ADJ-IDX) TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

