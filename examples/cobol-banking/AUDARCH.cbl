           COPY AUDITLIN.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE           PIC X(130).

       FD  NEWLOG-FILE.
       01  NEWLOG-LINE            PIC X(130).

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.
           MOVE AUD-AMOUNT TO WS-LINE-AMT
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-SNAP-ENTRY
                   IF SNAP-WAS-FOUND
                   END-IF
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-SNAP-ENTRY
                   IF SNAP-WAS-FOUND
                       SUBTRACT WS-LINE-AMT
                           FROM WS-SNAP-BAL(WS-SNAP-IDX)
                   END-IF
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   OR AUD-IS-REVERSAL
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-SNAP-ENTRY
                   IF SNAP-WAS-FOUND
