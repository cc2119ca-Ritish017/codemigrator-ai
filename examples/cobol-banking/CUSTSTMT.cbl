       UPDATE-BALANCE-IF-MATCH.
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   IF AUD-TO-ACCT = WS-STMT-ACCT
                       ADD AUD-AMOUNT TO WS-STMT-BALANCE
                   END-IF
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   IF AUD-FROM-ACCT = WS-STMT-ACCT
                       SUBTRACT AUD-AMOUNT FROM WS-STMT-BALANCE
                   END-IF
               WHEN AUD-IS-CLOSE
                   CONTINUE
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   OR AUD-IS-REVERSAL
                   IF AUD-FROM-ACCT = WS-STMT-ACCT
                       SUBTRACT AUD-AMOUNT FROM WS-STMT-BALANCE
                   END-IF
       APPLY-POSTING-IF-MATCH.
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   IF AUD-TO-ACCT = WS-STMT-ACCT
                       ADD AUD-AMOUNT TO WS-STMT-BALANCE
                       PERFORM WRITE-POSTING-LINE
                   END-IF
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   IF AUD-FROM-ACCT = WS-STMT-ACCT
                       SUBTRACT AUD-AMOUNT FROM WS-STMT-BALANCE
                       PERFORM WRITE-POSTING-LINE
                   IF AUD-FROM-ACCT = WS-STMT-ACCT
                       PERFORM WRITE-POSTING-LINE
                   END-IF
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   OR AUD-IS-REVERSAL
                   IF AUD-FROM-ACCT = WS-STMT-ACCT
                       SUBTRACT AUD-AMOUNT FROM WS-STMT-BALANCE
                       PERFORM WRITE-POSTING-LINE
                      " BAL="  WS-DISPLAY-BAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF AUD-IS-REVERSAL
      *>             Printed as a correction of the posting it
      *>             backs out, the same way STMTGEN shows it.
                   STRING "    TXN=" AUD-TXN-ID
                          " TYPE=CORRECTION OF " AUD-REV-ORIG-TYPE
                          " TXN=" AUD-REV-ORIG-TXN
                          " AMT="  WS-DISPLAY-AMT
                          " BAL="  WS-DISPLAY-BAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "    TXN=" AUD-TXN-ID
                          " TYPE=" AUD-TYPE
                          " AMT="  WS-DISPLAY-AMT
                          " BAL="  WS-DISPLAY-BAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

