       01  WS-COUNTERS.
           05 WS-LINES-READ        PIC 9(07) VALUE 0.
           05 WS-MISMATCHES        PIC 9(07) VALUE 0.
           05 WS-REVERSALS         PIC 9(07) VALUE 0.
           05 WS-ACCTS-DROPPED     PIC 9(05) VALUE 0.

       01  WS-DISPLAY.
           MOVE AUD-AMOUNT TO WS-LINE-AMT
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-ACCT-ENTRY
                   IF ACCT-WAS-FOUND
                   END-IF
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-ACCT-ENTRY
                   IF ACCT-WAS-FOUND
                       SUBTRACT WS-LINE-AMT
                           FROM WS-ACCT-REPLAYED(WS-ACCT-IDX)
                   END-IF
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-ACCT-ENTRY
                   IF ACCT-WAS-FOUND
                       SUBTRACT WS-LINE-AMT
                           FROM WS-ACCT-REPLAYED(WS-ACCT-IDX)
                   END-IF
                   MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-ACCT-ENTRY
                   IF ACCT-WAS-FOUND
                       ADD WS-LINE-AMT
                           TO WS-ACCT-REPLAYED(WS-ACCT-IDX)
                   END-IF
               WHEN AUD-IS-REVERSAL
      *>             A correction: its sides are already swapped
      *>             from the line it backs out, so it replays
      *>             like a transfer with either side possibly
      *>             zero (not on the table).
                   ADD 1 TO WS-REVERSALS
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-ACCT-ENTRY
                   IF ACCT-WAS-FOUND
                  " MISMATCHES: " WS-MISMATCHES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "CORRECTIONS REPLAYED (REVERSAL LINES): "
                  WS-REVERSALS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-ACCTS-DROPPED > 0
               STRING "ACCOUNTS DROPPED (TABLE FULL): "
                      WS-ACCTS-DROPPED
