              10 WS-AV-CHECK-NO    PIC 9(06).
              10 WS-AV-AMOUNT      PIC 9(11)V99.
              10 WS-AV-SIGN        PIC X(01).
              10 WS-AV-REASON      PIC X(20).
       01  WS-ACTV-DROPPED         PIC 9(05) VALUE 0.
       01  WS-CUR-SLOT             PIC 9(05).

      *>     once per affected account side.
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-STMT-ENTRY
                   IF STMT-WAS-FOUND
                   END-IF
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-STMT-ENTRY
                   IF STMT-WAS-FOUND
                   END-IF
               WHEN AUD-IS-CLOSE
                   CONTINUE
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   OR AUD-IS-REVERSAL
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-STMT-ENTRY
                   IF STMT-WAS-FOUND
      *>     print needs.
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                   MOVE "+" TO WS-LINE-SIGN
                   PERFORM QUEUE-ONE-SIDE
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   MOVE "-" TO WS-LINE-SIGN
                   PERFORM QUEUE-ONE-SIDE
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   MOVE " " TO WS-LINE-SIGN
                   PERFORM QUEUE-ONE-SIDE
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   OR AUD-IS-REVERSAL
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   MOVE "-" TO WS-LINE-SIGN
                   PERFORM QUEUE-ONE-SIDE
                   MOVE AUD-CHECK-NO TO WS-AV-CHECK-NO(WS-ACTV-IDX)
                   MOVE AUD-AMOUNT   TO WS-AV-AMOUNT(WS-ACTV-IDX)
                   MOVE WS-LINE-SIGN TO WS-AV-SIGN(WS-ACTV-IDX)
                   MOVE AUD-REASON   TO WS-AV-REASON(WS-ACTV-IDX)
               ELSE
                   ADD 1 TO WS-ACTV-DROPPED
               END-IF
                      " BAL="  WS-DISPLAY-BAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF WS-AV-TYPE(WS-ACTV-IDX) = "REVERSAL"
      *>             A correction prints against the posting it
      *>             backs out (its type and TXN-ID ride the audit
      *>             reason), not as new activity.
                   STRING "  TXN=" WS-AV-TXN-ID(WS-ACTV-IDX)
                          " TYPE=CORRECTION OF "
                          WS-AV-REASON(WS-ACTV-IDX)(1:8)
                          " TXN=" WS-AV-REASON(WS-ACTV-IDX)(9:10)
                          " AMT="  WS-DISPLAY-AMT
                          " BAL="  WS-DISPLAY-BAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "  TXN=" WS-AV-TXN-ID(WS-ACTV-IDX)
                          " TYPE=" WS-AV-TYPE(WS-ACTV-IDX)
                          " AMT="  WS-DISPLAY-AMT
                          " BAL="  WS-DISPLAY-BAL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

