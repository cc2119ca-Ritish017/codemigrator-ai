      *>****************************************************
      *> CUSTOMER NOTICE GENERATION
      *> Scans the business date's posted AUDIT.LOG fee lines
      *> (ODFEE, ODPFEE, MAINTFEE, CDPENLTY and the fee
      *> schedule charges FEEASSES posts) and the
      *> approaching-dormancy list DORMANT writes (DORMWARN.DAT),
      *> joins each to ACCOUNTS.DAT for the holder, and produces one
      *> formatted customer notice per event on the print-ready
      *> NOTICES.PRT, plus a control report of notice counts by
      *> type. Every notice carries a number from the
           05 WS-ODFEE-NOTICES    PIC 9(07) VALUE 0.
           05 WS-MAINT-NOTICES    PIC 9(07) VALUE 0.
           05 WS-CDPEN-NOTICES    PIC 9(07) VALUE 0.
           05 WS-ODPROT-NOTICES   PIC 9(07) VALUE 0.
           05 WS-SVCFEE-NOTICES   PIC 9(07) VALUE 0.
           05 WS-DORM-NOTICES     PIC 9(07) VALUE 0.
           05 WS-TOTAL-NOTICES    PIC 9(07) VALUE 0.

                       IF AUD-WAS-POSTED
                           AND AUD-TIMESTAMP(1:8) = WS-BUSN-DATE
                           AND (AUD-IS-ODFEE OR AUD-IS-MAINTFEE
                               OR AUD-IS-CDPENLTY OR AUD-IS-ODPFEE
                               OR AUD-IS-SCHEDFEE)
                           PERFORM GENERATE-FEE-NOTICE
                       END-IF
               END-READ
               WHEN AUD-IS-ODFEE    ADD 1 TO WS-ODFEE-NOTICES
               WHEN AUD-IS-MAINTFEE ADD 1 TO WS-MAINT-NOTICES
               WHEN AUD-IS-CDPENLTY ADD 1 TO WS-CDPEN-NOTICES
               WHEN AUD-IS-ODPFEE   ADD 1 TO WS-ODPROT-NOTICES
               WHEN AUD-IS-SCHEDFEE ADD 1 TO WS-SVCFEE-NOTICES
           END-EVALUATE
           MOVE AUD-AMOUNT     TO WS-DISPLAY-AMT
           MOVE AUD-POSTED-BAL TO WS-DISPLAY-BAL
                          WS-DISPLAY-AMT
                          " WAS CHARGED TO YOUR ACCOUNT."
                          DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               WHEN AUD-IS-ODPFEE
                   STRING "AN OVERDRAFT PROTECTION TRANSFER FEE OF "
                          WS-DISPLAY-AMT
                          " WAS CHARGED TO YOUR ACCOUNT."
                          DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               WHEN AUD-IS-XSWDFEE
                   STRING "AN EXCESS WITHDRAWAL FEE OF "
                          WS-DISPLAY-AMT
                          " WAS CHARGED TO YOUR ACCOUNT."
                          DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               WHEN AUD-IS-STOPFEE
                   STRING "A STOP PAYMENT FEE OF "
                          WS-DISPLAY-AMT
                          " WAS CHARGED TO YOUR ACCOUNT."
                          DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               WHEN AUD-IS-RTNFEE
                   STRING "A RETURNED ITEM FEE OF "
                          WS-DISPLAY-AMT
                          " WAS CHARGED TO YOUR ACCOUNT."
                          DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-EVALUATE
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
           STRING "YOUR BALANCE AFTER THIS FEE WAS "
           STRING "  CD PENALTY    : " WS-CDPEN-NOTICES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "  OD PROTECTION : " WS-ODPROT-NOTICES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "  SERVICE FEE   : " WS-SVCFEE-NOTICES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "  DORMANCY WARN : " WS-DORM-NOTICES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
