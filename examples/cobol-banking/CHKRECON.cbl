      *> A duplicate-paid check is the strongest fraud signal
      *> in the shop; until now the only way to find one was
      *> to eyeball the monthly statement.
      *> A CHECK posting later backed out by a REVERSAL is not
      *> a paid check: TRANSACT puts the check back to issued,
      *> so only a presentment that was never reversed counts.
      *>****************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-LINE     PIC X(130).

       FD  AUDIT-FILE.
           COPY AUDITLIN.
      *> Every posted CHECK line found, in log order. Bounded
      *> at 1000 checks, the same bound (and overflow counter)
      *> RECONCIL uses; WS-CHK-DONE marks entries already
      *> reported under their account's section ("R" marks a
      *> posting a REVERSAL backed out, never reported).
       01  WS-CHECK-TABLE.
           05 WS-CHK-COUNT        PIC 9(05) VALUE 0.
           05 WS-CHK-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-CHK-IDX.
              10 WS-CHK-TXN       PIC 9(10).
              10 WS-CHK-ACCT      PIC 9(10).
              10 WS-CHK-NO        PIC 9(06).
              10 WS-CHK-AMOUNT    PIC S9(11)V99 COMP-3.
              10 WS-CHK-DONE      PIC X(01).
       01  WS-CHKS-DROPPED        PIC 9(05) VALUE 0.

      *> Every posted REVERSAL of a CHECK: the original's
      *> TXN-ID and the account it was drawn on (the
      *> reversal's to-account). Same 1000 bound.
       01  WS-REV-TABLE.
           05 WS-REV-COUNT        PIC 9(05) VALUE 0.
           05 WS-REV-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-REV-IDX.
              10 WS-REV-TXN       PIC 9(10).
              10 WS-REV-ACCT      PIC 9(10).
       01  WS-REVS-DROPPED        PIC 9(05) VALUE 0.

      *> The account section in progress: its checks, walked
      *> smallest check number first; WS-WORK-USED marks a
      *> check already written to the register.
           05 WS-ACCTS-FLAGGED    PIC 9(07) VALUE 0.
           05 WS-DUPS-FOUND       PIC 9(07) VALUE 0.
           05 WS-GAPS-FOUND       PIC 9(07) VALUE 0.
           05 WS-CHKS-REVERSED    PIC 9(05) VALUE 0.
           05 WS-CHKS-PAID        PIC 9(05) VALUE 0.

       01  WS-DISPLAY.
           05 WS-DISPLAY-AMT      PIC $$,$$$,$$$,$$9.99.
           PERFORM OPEN-FILES
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-AUDIT-LOG
           PERFORM DROP-REVERSED-CHECKS
           PERFORM PROCESS-ACCOUNTS
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           IF AUD-IS-CHECK AND AUD-WAS-POSTED
               IF WS-CHK-COUNT < 1000
                   ADD 1 TO WS-CHK-COUNT
                   MOVE AUD-TXN-ID
                        TO WS-CHK-TXN(WS-CHK-COUNT)
                   MOVE AUD-FROM-ACCT
                        TO WS-CHK-ACCT(WS-CHK-COUNT)
                   MOVE AUD-CHECK-NO
               ELSE
                   ADD 1 TO WS-CHKS-DROPPED
               END-IF
           END-IF
           IF AUD-IS-REVERSAL AND AUD-WAS-POSTED
               AND AUD-REV-ORIG-TYPE = "CHECK"
               IF WS-REV-COUNT < 1000
                   ADD 1 TO WS-REV-COUNT
                   MOVE AUD-REV-ORIG-TXN
                        TO WS-REV-TXN(WS-REV-COUNT)
                   MOVE AUD-TO-ACCT
                        TO WS-REV-ACCT(WS-REV-COUNT)
               ELSE
                   ADD 1 TO WS-REVS-DROPPED
               END-IF
           END-IF.

       DROP-REVERSED-CHECKS.
      *>     The reversal always follows its check on the log,
      *>     so this waits until both files are read. A check
      *>     reversed and presented again is paid once, on the
      *>     later posting; one never presented again is
      *>     outstanding, which may show as a gap.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT
               SET WS-REV-IDX TO 1
               SEARCH WS-REV-ENTRY
                   AT END CONTINUE
                   WHEN WS-REV-IDX > WS-REV-COUNT
                       CONTINUE
                   WHEN WS-REV-TXN(WS-REV-IDX) = WS-CHK-TXN(WS-CHK-IDX)
                       AND WS-REV-ACCT(WS-REV-IDX)
                           = WS-CHK-ACCT(WS-CHK-IDX)
                       MOVE "R" TO WS-CHK-DONE(WS-CHK-IDX)
                       ADD 1 TO WS-CHKS-REVERSED
               END-SEARCH
           END-PERFORM
           COMPUTE WS-CHKS-PAID = WS-CHK-COUNT - WS-CHKS-REVERSED.

       PROCESS-ACCOUNTS.
      *>     Each pass takes the first check not yet reported,
      *>     makes its account the section in progress, and

       WRITE-SUMMARY.
           STRING "AUDIT LINES READ: " WS-LINES-READ
                  " PAID CHECKS: " WS-CHKS-PAID
                  " REVERSED: " WS-CHKS-REVERSED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REGISTER-LINE FROM WS-REPORT-LINE
           STRING "ACCOUNTS REPORTED: " WS-ACCTS-REPORTED
                      WS-CHKS-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REGISTER-LINE FROM WS-REPORT-LINE
           END-IF
      *>     A reversal not held here leaves its check counted
      *>     as paid, so say so.
           IF WS-REVS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CHECK REVERSALS DROPPED (TABLE FULL): "
                      WS-REVS-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REGISTER-LINE FROM WS-REPORT-LINE
               WRITE EXCEPTION-LINE FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
