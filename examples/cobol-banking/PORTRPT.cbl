       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTRPT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> MONTH-END PORTFOLIO REPORT
      *> Built from the daily balance history (BALHIST.DAT,
      *> see BALREC.CPY) for the month of the business date,
      *> for management and the board packet:
      *>   - average daily balance per account: each day's
      *>     closing ledger balance weighted by the calendar
      *>     days it stood (a weekend or holiday carries the
      *>     business day before it), over the days of the
      *>     month the account was open -- from the 1st when
      *>     the prior month's history has it, otherwise from
      *>     its first history date;
      *>   - open-account counts and month-end balances by
      *>     ACC-TYPE and by ACC-BRANCH against the prior
      *>     month end;
      *>   - accounts opened and closed in the month, interest
      *>     paid and fees earned, from the OPEN, CLOSE,
      *>     INTEREST and fee lines on AUDARCHV.DAT and
      *>     AUDIT.LOG (reversals of interest and fees net
      *>     off);
      *>   - a portfolio summary, this month against last.
      *> The month runs to its last calendar day, so run it
      *> once the month's last business day has been through
      *> the nightly chain; a run earlier in the month carries
      *> the latest balances to month end. Output is
      *> PORTRPT.RPT. Run on demand.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALHIST-FILE ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PORTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALHIST-FILE.
           COPY BALREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-LINE     PIC X(130).

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS          PIC X(02).
       01  WS-ARCH-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".
       01  WS-AUDIT-EOF           PIC X(01) VALUE "N".
           88 WS-AUDIT-AT-EOF     VALUE "Y".

       01  WS-BUSINESS-DATE       PIC 9(08).

      *> The report month and the month before it, as dates and
      *> as day numbers for the balance-days arithmetic.
       01  WS-PERIOD.
           05 WS-MONTH-START      PIC 9(08).
           05 WS-MONTH-END        PIC 9(08).
           05 WS-PRIOR-START      PIC 9(08).
           05 WS-START-DAY-N      PIC 9(07).
           05 WS-END-DAY-N        PIC 9(07).
           05 WS-REC-DAY          PIC 9(07).
           05 WS-COVER-DAYS       PIC 9(05).
           05 WS-HIST-DAYS        PIC 9(03) VALUE 0.
           05 WS-LAST-HIST-DATE   PIC 9(08) VALUE 0.
           05 WS-LINE-DATE        PIC 9(08).

      *> Calendar work fields for finding the month end and the
      *> start of the prior month.
       01  WS-DATE-WORK.
           05 WS-WORK-DATE.
              10 WS-WORK-YEAR     PIC 9(04).
              10 WS-WORK-MONTH    PIC 9(02).
              10 WS-WORK-DAY      PIC 9(02).
           05 WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                  PIC 9(08).
           05 WS-DAYS-IN-MONTH    PIC 9(02).
           05 WS-LEAP-QUOT        PIC 9(04).
           05 WS-LEAP-REM-4       PIC 9(04).
           05 WS-LEAP-REM-100     PIC 9(04).
           05 WS-LEAP-REM-400     PIC 9(04).
           05 WS-LEAP-FLAG        PIC X(01).
              88 YEAR-IS-LEAP     VALUE "Y".

      *> Account table, one entry per account seen in the two
      *> months of history (or opened/closed on the audit
      *> trail). Bounded at 1000 accounts, the same bound (and
      *> overflow counter) RECONCIL uses. A status of space
      *> means no history for that month. The running balance
      *> is the ledger balance in force since WS-ACCT-LAST-DAY.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT       PIC 9(05) VALUE 0.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-ACCT-IDX.
              10 WS-ACCT-NUM      PIC 9(10).
              10 WS-ACCT-TYPE     PIC X(02).
              10 WS-ACCT-BRANCH   PIC 9(03).
              10 WS-ACCT-PRIOR-STAT PIC X(01).
              10 WS-ACCT-PRIOR-LEDGER PIC S9(11)V99 COMP-3.
              10 WS-ACCT-PRIOR-AVAIL PIC S9(11)V99 COMP-3.
              10 WS-ACCT-END-STAT PIC X(01).
              10 WS-ACCT-END-LEDGER PIC S9(11)V99 COMP-3.
              10 WS-ACCT-END-AVAIL PIC S9(11)V99 COMP-3.
              10 WS-ACCT-RUN-BAL  PIC S9(11)V99 COMP-3.
              10 WS-ACCT-START-DAY PIC 9(07).
              10 WS-ACCT-LAST-DAY PIC 9(07).
              10 WS-ACCT-BAL-DAYS PIC S9(15)V99 COMP-3.
              10 WS-ACCT-ADB      PIC S9(11)V99 COMP-3.
              10 WS-ACCT-INTEREST PIC S9(11)V99 COMP-3.
              10 WS-ACCT-FEES     PIC S9(11)V99 COMP-3.
              10 WS-ACCT-OPENED-ON PIC 9(08).
              10 WS-ACCT-CLOSED-ON PIC 9(08).
       01  WS-ACCTS-DROPPED       PIC 9(07) VALUE 0.
       01  WS-ACCT-FOUND          PIC X(01).
           88 ACCT-WAS-FOUND      VALUE "Y".
       01  WS-LINE-ACCT           PIC 9(10).

      *> An account counts as open at a month end when its
      *> status then was active or dormant.
       01  WS-TEST-STAT           PIC X(01).
           88 STAT-IS-OPEN        VALUE "A" "D".

      *> Month-end figures by ACC-TYPE and by ACC-BRANCH, built
      *> in the order first seen.
       01  WS-TYPE-TABLE.
           05 WS-TYP-COUNT        PIC 9(03) VALUE 0.
           05 WS-TYP-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-TYP-IDX.
              10 WS-TYP-CODE      PIC X(02).
              10 WS-TYP-ACCTS     PIC 9(07).
              10 WS-TYP-LEDGER    PIC S9(13)V99 COMP-3.
              10 WS-TYP-ADB       PIC S9(13)V99 COMP-3.
              10 WS-TYP-PRIOR-ACCTS PIC 9(07).
              10 WS-TYP-PRIOR-LEDGER PIC S9(13)V99 COMP-3.
       01  WS-TYPS-DROPPED        PIC 9(05) VALUE 0.
       01  WS-BRANCH-TABLE.
           05 WS-BRN-COUNT        PIC 9(03) VALUE 0.
           05 WS-BRN-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-BRN-IDX.
              10 WS-BRN-CODE      PIC 9(03).
              10 WS-BRN-ACCTS     PIC 9(07).
              10 WS-BRN-LEDGER    PIC S9(13)V99 COMP-3.
              10 WS-BRN-ADB       PIC S9(13)V99 COMP-3.
              10 WS-BRN-PRIOR-ACCTS PIC 9(07).
              10 WS-BRN-PRIOR-LEDGER PIC S9(13)V99 COMP-3.
       01  WS-BRNS-DROPPED        PIC 9(05) VALUE 0.
       01  WS-GROUP-FOUND         PIC X(01).
           88 GROUP-WAS-FOUND     VALUE "Y".

      *> Portfolio totals, this month and the prior month.
       01  WS-TOTALS.
           05 WS-TOT-ACCTS        PIC 9(07) VALUE 0.
           05 WS-TOT-LEDGER       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-AVAIL        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-ADB          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-OPENED       PIC 9(07) VALUE 0.
           05 WS-TOT-CLOSED       PIC 9(07) VALUE 0.
           05 WS-TOT-INTEREST     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-FEES         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PRIOR-TOTALS.
           05 WS-PRI-ACCTS        PIC 9(07) VALUE 0.
           05 WS-PRI-LEDGER       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-PRI-AVAIL        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-PRI-OPENED       PIC 9(07) VALUE 0.
           05 WS-PRI-CLOSED       PIC 9(07) VALUE 0.
           05 WS-PRI-INTEREST     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-PRI-FEES         PIC S9(13)V99 COMP-3 VALUE 0.

      *> Audit line classification. A REVERSAL names the type
      *> it backs out; its from/to are the original's to/from.
       01  WS-AUDIT-AMT           PIC S9(11)V99 COMP-3.
       01  WS-IN-MONTH            PIC X(01).
           88 LINE-IN-MONTH       VALUE "Y".
       01  WS-REV-TYPE            PIC X(08).
           88 REV-OF-INTEREST     VALUE "INTEREST".
           88 REV-OF-FEE          VALUE "MAINTFEE" "ODFEE"
                                        "ODPFEE" "CDPENLTY"
                                        "XSWDFEE" "STOPFEE"
                                        "RTNFEE".

       01  WS-SUMMARY-ROW.
           05 WS-SUM-LABEL        PIC X(24).
           05 WS-SUM-THIS         PIC S9(13)V99 COMP-3.
           05 WS-SUM-PRIOR        PIC S9(13)V99 COMP-3.
           05 WS-SUM-CHANGE       PIC S9(13)V99 COMP-3.
           05 WS-SUM-THIS-CNT     PIC 9(07).
           05 WS-SUM-PRIOR-CNT    PIC 9(07).
           05 WS-SUM-CHANGE-CNT   PIC S9(07).

       01  WS-DISPLAY.
           05 WS-DISPLAY-ADB      PIC -$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-LEDGER   PIC -$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-AVAIL    PIC -$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-INT      PIC $$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-FEES     PIC $$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-THIS     PIC -$$,$$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-PRIOR    PIC -$$,$$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-CHANGE   PIC -$$,$$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-GRP-ADB  PIC -$$,$$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-CNT      PIC ZZZ,ZZ9.
           05 WS-DISPLAY-PRI-CNT  PIC ZZZ,ZZ9.
           05 WS-DISPLAY-CHG-CNT  PIC -ZZZ,ZZ9.
           05 WS-DISPLAY-GROUP    PIC X(05).
           05 WS-REPORT-LINE      PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM SET-PERIOD
           OPEN OUTPUT REPORT-FILE
           PERFORM LOAD-BALANCE-HISTORY
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-AUDIT-LOG
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM FINISH-ONE-ACCOUNT
           END-PERFORM
           PERFORM WRITE-HEADING
           PERFORM WRITE-ACCOUNT-SECTION
           PERFORM WRITE-TYPE-SECTION
           PERFORM WRITE-BRANCH-SECTION
           PERFORM WRITE-OPENED-CLOSED
           PERFORM WRITE-PORTFOLIO-SUMMARY
           CLOSE REPORT-FILE
           GOBACK.

       GET-BUSINESS-DATE.
      *>     The report month is the month of the RUNCTL.DAT
      *>     business date (the BUSNDATE record RUNCTLM
      *>     maintains). The wall clock is only the fallback
      *>     when no business date has been set.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT RUNCTL-FILE
           IF WS-RC-STATUS = "00"
               MOVE "BUSNDATE" TO RC-PROGRAM
               READ RUNCTL-FILE
               IF WS-RC-STATUS = "00"
                   MOVE RC-BUSN-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE RUNCTL-FILE
           END-IF.

       SET-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
           MOVE 1 TO WS-WORK-DAY
           MOVE WS-WORK-DATE-N TO WS-MONTH-START
           PERFORM GET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           MOVE WS-WORK-DATE-N TO WS-MONTH-END
           MOVE 1 TO WS-WORK-DAY
           PERFORM SUBTRACT-ONE-MONTH
           MOVE WS-WORK-DATE-N TO WS-PRIOR-START
           COMPUTE WS-START-DAY-N =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-END-DAY-N =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END).

       LOAD-BALANCE-HISTORY.
      *>     The key leads with the date, so one START at the
      *>     first of the prior month and a READ NEXT walk to
      *>     the report month end reads both months in date
      *>     order: each account's prior-month records leave its
      *>     prior month-end position (and the balance it
      *>     carries into the 1st), then the report month's
      *>     records build up its balance-days.
           OPEN INPUT BALHIST-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "NO BALANCE HISTORY FILE (" WS-BAL-STATUS
                   ") - BALANCES NOT REPORTED"
           ELSE
               MOVE WS-PRIOR-START TO BAL-DATE
               MOVE 0              TO BAL-ACCT
               START BALHIST-FILE KEY IS >= BAL-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-AT-EOF
                   READ BALHIST-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF BAL-DATE > WS-MONTH-END
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM APPLY-BALANCE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALHIST-FILE
           END-IF.

       APPLY-BALANCE-RECORD.
           IF BAL-DATE >= WS-MONTH-START
               AND BAL-DATE NOT = WS-LAST-HIST-DATE
               ADD 1 TO WS-HIST-DAYS
               MOVE BAL-DATE TO WS-LAST-HIST-DATE
           END-IF
           MOVE BAL-ACCT TO WS-LINE-ACCT
           PERFORM FIND-ACCT-ENTRY
           IF NOT ACCT-WAS-FOUND
               PERFORM ADD-ACCT-ENTRY
           END-IF
           IF ACCT-WAS-FOUND
               MOVE BAL-TYPE   TO WS-ACCT-TYPE(WS-ACCT-IDX)
               MOVE BAL-BRANCH TO WS-ACCT-BRANCH(WS-ACCT-IDX)
               IF BAL-DATE < WS-MONTH-START
                   MOVE BAL-STATUS TO WS-ACCT-PRIOR-STAT(WS-ACCT-IDX)
                   MOVE BAL-LEDGER
                     TO WS-ACCT-PRIOR-LEDGER(WS-ACCT-IDX)
                   MOVE BAL-AVAILABLE
                     TO WS-ACCT-PRIOR-AVAIL(WS-ACCT-IDX)
                   MOVE BAL-LEDGER TO WS-ACCT-RUN-BAL(WS-ACCT-IDX)
               ELSE
                   PERFORM APPLY-MONTH-RECORD
               END-IF
           END-IF.

       APPLY-MONTH-RECORD.
      *>     The balance in force since the last record stood
      *>     for every calendar day up to this one. An account
      *>     with a prior month-end record was open on the 1st
      *>     and carried that balance in; one without starts on
      *>     its first record.
           COMPUTE WS-REC-DAY = FUNCTION INTEGER-OF-DATE(BAL-DATE)
           IF WS-ACCT-LAST-DAY(WS-ACCT-IDX) = 0
               IF WS-ACCT-PRIOR-STAT(WS-ACCT-IDX) = SPACE
                   MOVE WS-REC-DAY TO WS-ACCT-START-DAY(WS-ACCT-IDX)
               ELSE
                   MOVE WS-START-DAY-N
                     TO WS-ACCT-START-DAY(WS-ACCT-IDX)
               END-IF
               MOVE WS-ACCT-START-DAY(WS-ACCT-IDX)
                 TO WS-ACCT-LAST-DAY(WS-ACCT-IDX)
           END-IF
           COMPUTE WS-ACCT-BAL-DAYS(WS-ACCT-IDX) =
                   WS-ACCT-BAL-DAYS(WS-ACCT-IDX)
                 + WS-ACCT-RUN-BAL(WS-ACCT-IDX)
                 * (WS-REC-DAY - WS-ACCT-LAST-DAY(WS-ACCT-IDX))
           MOVE WS-REC-DAY    TO WS-ACCT-LAST-DAY(WS-ACCT-IDX)
           MOVE BAL-LEDGER    TO WS-ACCT-RUN-BAL(WS-ACCT-IDX)
           MOVE BAL-STATUS    TO WS-ACCT-END-STAT(WS-ACCT-IDX)
           MOVE BAL-LEDGER    TO WS-ACCT-END-LEDGER(WS-ACCT-IDX)
           MOVE BAL-AVAILABLE TO WS-ACCT-END-AVAIL(WS-ACCT-IDX).

       FIND-ACCT-ENTRY.
      *>     Looks up WS-LINE-ACCT in the account table; sets
      *>     WS-ACCT-IDX and WS-ACCT-FOUND ("Y"/"N") accordingly.
           MOVE "N" TO WS-ACCT-FOUND
           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END CONTINUE
               WHEN WS-ACCT-IDX > WS-ACCT-COUNT
                   CONTINUE
               WHEN WS-ACCT-NUM(WS-ACCT-IDX) = WS-LINE-ACCT
                   MOVE "Y" TO WS-ACCT-FOUND
           END-SEARCH.

       ADD-ACCT-ENTRY.
      *>     Adds WS-LINE-ACCT to the table; on success sets
      *>     WS-ACCT-IDX to the new entry and WS-ACCT-FOUND to
      *>     "Y".
           IF WS-ACCT-COUNT < 1000
               ADD 1 TO WS-ACCT-COUNT
               SET WS-ACCT-IDX TO WS-ACCT-COUNT
               MOVE WS-LINE-ACCT TO WS-ACCT-NUM(WS-ACCT-IDX)
               MOVE SPACES TO WS-ACCT-TYPE(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-BRANCH(WS-ACCT-IDX)
               MOVE SPACE  TO WS-ACCT-PRIOR-STAT(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-PRIOR-LEDGER(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-PRIOR-AVAIL(WS-ACCT-IDX)
               MOVE SPACE  TO WS-ACCT-END-STAT(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-END-LEDGER(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-END-AVAIL(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-RUN-BAL(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-START-DAY(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-LAST-DAY(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-BAL-DAYS(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-ADB(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-INTEREST(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-FEES(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-OPENED-ON(WS-ACCT-IDX)
               MOVE 0      TO WS-ACCT-CLOSED-ON(WS-ACCT-IDX)
               MOVE "Y" TO WS-ACCT-FOUND
           ELSE
               ADD 1 TO WS-ACCTS-DROPPED
           END-IF.

       SCAN-ARCHIVE.
      *>     The prior month may already have been closed off to
      *>     AUDARCHV.DAT; archive first, then the current log,
      *>     the order DORMANT and ESCHEAT read in. A missing
      *>     archive just means nothing has been archived yet.
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-AT-EOF
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           MOVE ARCHIVE-AUDIT-LINE TO AUDIT-LINE
                           IF AUD-WAS-POSTED
                               PERFORM APPLY-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-AUDIT-EOF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-AT-EOF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           IF AUD-WAS-POSTED
                               PERFORM APPLY-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       APPLY-AUDIT-LINE.
           MOVE AUD-TIMESTAMP(1:8) TO WS-LINE-DATE
           IF WS-LINE-DATE >= WS-PRIOR-START
               AND WS-LINE-DATE <= WS-MONTH-END
               IF WS-LINE-DATE >= WS-MONTH-START
                   MOVE "Y" TO WS-IN-MONTH
               ELSE
                   MOVE "N" TO WS-IN-MONTH
               END-IF
               MOVE AUD-AMOUNT TO WS-AUDIT-AMT
               EVALUATE TRUE
                   WHEN AUD-IS-OPEN
                       PERFORM APPLY-OPENED
                   WHEN AUD-IS-CLOSE
                       PERFORM APPLY-CLOSED
                   WHEN AUD-IS-INTEREST
                       MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                       PERFORM APPLY-INTEREST
                   WHEN AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                     OR AUD-IS-ODPFEE OR AUD-IS-CDPENLTY
                     OR AUD-IS-SCHEDFEE
                       MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                       PERFORM APPLY-FEE
                   WHEN AUD-IS-REVERSAL
                       MOVE AUD-REV-ORIG-TYPE TO WS-REV-TYPE
                       COMPUTE WS-AUDIT-AMT = 0 - AUD-AMOUNT
                       IF REV-OF-INTEREST
                           MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                           PERFORM APPLY-INTEREST
                       END-IF
                       IF REV-OF-FEE
                           MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                           PERFORM APPLY-FEE
                       END-IF
               END-EVALUATE
           END-IF.

       APPLY-OPENED.
           IF LINE-IN-MONTH
               ADD 1 TO WS-TOT-OPENED
               MOVE AUD-TO-ACCT TO WS-LINE-ACCT
               PERFORM FIND-ACCT-ENTRY
               IF NOT ACCT-WAS-FOUND
                   PERFORM ADD-ACCT-ENTRY
                   IF ACCT-WAS-FOUND
                       MOVE AUD-BRANCH
                         TO WS-ACCT-BRANCH(WS-ACCT-IDX)
                   END-IF
               END-IF
               IF ACCT-WAS-FOUND
                   MOVE WS-LINE-DATE
                     TO WS-ACCT-OPENED-ON(WS-ACCT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-PRI-OPENED
           END-IF.

       APPLY-CLOSED.
           IF LINE-IN-MONTH
               ADD 1 TO WS-TOT-CLOSED
               MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
               PERFORM FIND-ACCT-ENTRY
               IF NOT ACCT-WAS-FOUND
                   PERFORM ADD-ACCT-ENTRY
                   IF ACCT-WAS-FOUND
                       MOVE AUD-BRANCH
                         TO WS-ACCT-BRANCH(WS-ACCT-IDX)
                   END-IF
               END-IF
               IF ACCT-WAS-FOUND
                   MOVE WS-LINE-DATE
                     TO WS-ACCT-CLOSED-ON(WS-ACCT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-PRI-CLOSED
           END-IF.

       APPLY-INTEREST.
           IF LINE-IN-MONTH
               ADD WS-AUDIT-AMT TO WS-TOT-INTEREST
               PERFORM FIND-ACCT-ENTRY
               IF ACCT-WAS-FOUND
                   ADD WS-AUDIT-AMT TO WS-ACCT-INTEREST(WS-ACCT-IDX)
               END-IF
           ELSE
               ADD WS-AUDIT-AMT TO WS-PRI-INTEREST
           END-IF.

       APPLY-FEE.
           IF LINE-IN-MONTH
               ADD WS-AUDIT-AMT TO WS-TOT-FEES
               PERFORM FIND-ACCT-ENTRY
               IF ACCT-WAS-FOUND
                   ADD WS-AUDIT-AMT TO WS-ACCT-FEES(WS-ACCT-IDX)
               END-IF
           ELSE
               ADD WS-AUDIT-AMT TO WS-PRI-FEES
           END-IF.

       FINISH-ONE-ACCOUNT.
      *>     Carries the last balance to month end and averages
      *>     over the days the account was open in the month.
      *>     An account with a prior month end but no record
      *>     this month (purged, or no nightly run yet) carries
      *>     its prior month-end position through.
           IF WS-ACCT-LAST-DAY(WS-ACCT-IDX) = 0
               AND WS-ACCT-PRIOR-STAT(WS-ACCT-IDX) NOT = SPACE
               MOVE WS-START-DAY-N TO WS-ACCT-START-DAY(WS-ACCT-IDX)
               MOVE WS-START-DAY-N TO WS-ACCT-LAST-DAY(WS-ACCT-IDX)
               MOVE WS-ACCT-PRIOR-STAT(WS-ACCT-IDX)
                 TO WS-ACCT-END-STAT(WS-ACCT-IDX)
               MOVE WS-ACCT-PRIOR-LEDGER(WS-ACCT-IDX)
                 TO WS-ACCT-END-LEDGER(WS-ACCT-IDX)
               MOVE WS-ACCT-PRIOR-AVAIL(WS-ACCT-IDX)
                 TO WS-ACCT-END-AVAIL(WS-ACCT-IDX)
           END-IF
           IF WS-ACCT-LAST-DAY(WS-ACCT-IDX) NOT = 0
               COMPUTE WS-ACCT-BAL-DAYS(WS-ACCT-IDX) =
                       WS-ACCT-BAL-DAYS(WS-ACCT-IDX)
                     + WS-ACCT-RUN-BAL(WS-ACCT-IDX)
                     * (WS-END-DAY-N + 1
                        - WS-ACCT-LAST-DAY(WS-ACCT-IDX))
               COMPUTE WS-COVER-DAYS = WS-END-DAY-N + 1
                     - WS-ACCT-START-DAY(WS-ACCT-IDX)
               COMPUTE WS-ACCT-ADB(WS-ACCT-IDX) ROUNDED =
                       WS-ACCT-BAL-DAYS(WS-ACCT-IDX) / WS-COVER-DAYS
               PERFORM ADD-TO-GROUPS
           END-IF
           IF WS-ACCT-PRIOR-STAT(WS-ACCT-IDX) NOT = SPACE
               PERFORM ADD-PRIOR-TO-GROUPS
           END-IF.

       ADD-TO-GROUPS.
           PERFORM FIND-TYPE-ENTRY
           PERFORM FIND-BRANCH-ENTRY
           MOVE WS-ACCT-END-STAT(WS-ACCT-IDX) TO WS-TEST-STAT
           IF STAT-IS-OPEN
               ADD 1 TO WS-TOT-ACCTS
           END-IF
           ADD WS-ACCT-END-LEDGER(WS-ACCT-IDX) TO WS-TOT-LEDGER
           ADD WS-ACCT-END-AVAIL(WS-ACCT-IDX)  TO WS-TOT-AVAIL
           ADD WS-ACCT-ADB(WS-ACCT-IDX)        TO WS-TOT-ADB
           IF WS-TYP-IDX <= WS-TYP-COUNT
               IF STAT-IS-OPEN
                   ADD 1 TO WS-TYP-ACCTS(WS-TYP-IDX)
               END-IF
               ADD WS-ACCT-END-LEDGER(WS-ACCT-IDX)
                 TO WS-TYP-LEDGER(WS-TYP-IDX)
               ADD WS-ACCT-ADB(WS-ACCT-IDX) TO WS-TYP-ADB(WS-TYP-IDX)
           END-IF
           IF WS-BRN-IDX <= WS-BRN-COUNT
               IF STAT-IS-OPEN
                   ADD 1 TO WS-BRN-ACCTS(WS-BRN-IDX)
               END-IF
               ADD WS-ACCT-END-LEDGER(WS-ACCT-IDX)
                 TO WS-BRN-LEDGER(WS-BRN-IDX)
               ADD WS-ACCT-ADB(WS-ACCT-IDX) TO WS-BRN-ADB(WS-BRN-IDX)
           END-IF.

       ADD-PRIOR-TO-GROUPS.
           PERFORM FIND-TYPE-ENTRY
           PERFORM FIND-BRANCH-ENTRY
           MOVE WS-ACCT-PRIOR-STAT(WS-ACCT-IDX) TO WS-TEST-STAT
           IF STAT-IS-OPEN
               ADD 1 TO WS-PRI-ACCTS
           END-IF
           ADD WS-ACCT-PRIOR-LEDGER(WS-ACCT-IDX) TO WS-PRI-LEDGER
           ADD WS-ACCT-PRIOR-AVAIL(WS-ACCT-IDX)  TO WS-PRI-AVAIL
           IF WS-TYP-IDX <= WS-TYP-COUNT
               IF STAT-IS-OPEN
                   ADD 1 TO WS-TYP-PRIOR-ACCTS(WS-TYP-IDX)
               END-IF
               ADD WS-ACCT-PRIOR-LEDGER(WS-ACCT-IDX)
                 TO WS-TYP-PRIOR-LEDGER(WS-TYP-IDX)
           END-IF
           IF WS-BRN-IDX <= WS-BRN-COUNT
               IF STAT-IS-OPEN
                   ADD 1 TO WS-BRN-PRIOR-ACCTS(WS-BRN-IDX)
               END-IF
               ADD WS-ACCT-PRIOR-LEDGER(WS-ACCT-IDX)
                 TO WS-BRN-PRIOR-LEDGER(WS-BRN-IDX)
           END-IF.

       FIND-TYPE-ENTRY.
      *>     Finds or adds the account's type; a full table
      *>     leaves WS-TYP-IDX past WS-TYP-COUNT and the account
      *>     out of the type figures (it stays in the totals).
           MOVE "N" TO WS-GROUP-FOUND
           SET WS-TYP-IDX TO 1
           SEARCH WS-TYP-ENTRY
               AT END CONTINUE
               WHEN WS-TYP-IDX > WS-TYP-COUNT
                   CONTINUE
               WHEN WS-TYP-CODE(WS-TYP-IDX)
                  = WS-ACCT-TYPE(WS-ACCT-IDX)
                   MOVE "Y" TO WS-GROUP-FOUND
           END-SEARCH
           IF NOT GROUP-WAS-FOUND
               IF WS-TYP-COUNT < 20
                   ADD 1 TO WS-TYP-COUNT
                   SET WS-TYP-IDX TO WS-TYP-COUNT
                   MOVE WS-ACCT-TYPE(WS-ACCT-IDX)
                     TO WS-TYP-CODE(WS-TYP-IDX)
                   MOVE 0 TO WS-TYP-ACCTS(WS-TYP-IDX)
                   MOVE 0 TO WS-TYP-LEDGER(WS-TYP-IDX)
                   MOVE 0 TO WS-TYP-ADB(WS-TYP-IDX)
                   MOVE 0 TO WS-TYP-PRIOR-ACCTS(WS-TYP-IDX)
                   MOVE 0 TO WS-TYP-PRIOR-LEDGER(WS-TYP-IDX)
               ELSE
                   ADD 1 TO WS-TYPS-DROPPED
                   SET WS-TYP-IDX TO 21
               END-IF
           END-IF.

       FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-GROUP-FOUND
           SET WS-BRN-IDX TO 1
           SEARCH WS-BRN-ENTRY
               AT END CONTINUE
               WHEN WS-BRN-IDX > WS-BRN-COUNT
                   CONTINUE
               WHEN WS-BRN-CODE(WS-BRN-IDX)
                  = WS-ACCT-BRANCH(WS-ACCT-IDX)
                   MOVE "Y" TO WS-GROUP-FOUND
           END-SEARCH
           IF NOT GROUP-WAS-FOUND
               IF WS-BRN-COUNT < 100
                   ADD 1 TO WS-BRN-COUNT
                   SET WS-BRN-IDX TO WS-BRN-COUNT
                   MOVE WS-ACCT-BRANCH(WS-ACCT-IDX)
                     TO WS-BRN-CODE(WS-BRN-IDX)
                   MOVE 0 TO WS-BRN-ACCTS(WS-BRN-IDX)
                   MOVE 0 TO WS-BRN-LEDGER(WS-BRN-IDX)
                   MOVE 0 TO WS-BRN-ADB(WS-BRN-IDX)
                   MOVE 0 TO WS-BRN-PRIOR-ACCTS(WS-BRN-IDX)
                   MOVE 0 TO WS-BRN-PRIOR-LEDGER(WS-BRN-IDX)
               ELSE
                   ADD 1 TO WS-BRNS-DROPPED
                   SET WS-BRN-IDX TO 101
               END-IF
           END-IF.

       WRITE-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MONTH-END PORTFOLIO REPORT  "
                  WS-MONTH-START " THRU " WS-MONTH-END
                  "  BUSINESS DATE " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BALANCE HISTORY DAYS IN MONTH: " WS-HIST-DAYS
                  "  LATEST HISTORY DATE: " WS-LAST-HIST-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-LAST-HIST-DATE < WS-MONTH-END
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** HISTORY ENDS BEFORE MONTH END -- "
                      "LATEST BALANCES CARRIED TO MONTH END ***"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       WRITE-ACCOUNT-SECTION.
      *>     Accounts closed for the whole month are left out.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AVERAGE DAILY BALANCE BY ACCOUNT" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNT     TY  BR   ST "
                  " AVG DAILY BALANCE"
                  "    MONTH-END LEDGER"
                  "     MONTH-END AVAIL"
                  "      INTEREST PAID"
                  "       FEES CHARGED"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-END-STAT(WS-ACCT-IDX) NOT = SPACE
                   AND NOT (WS-ACCT-END-STAT(WS-ACCT-IDX) = "C"
                   AND WS-ACCT-PRIOR-STAT(WS-ACCT-IDX) = "C")
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF WS-ACCTS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-ACCTS-DROPPED
                      " RECORDS FOR ACCOUNTS BEYOND 1000 NOT "
                      "REPORTED -- INVESTIGATE ***"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       WRITE-ACCOUNT-LINE.
           MOVE WS-ACCT-ADB(WS-ACCT-IDX)        TO WS-DISPLAY-ADB
           MOVE WS-ACCT-END-LEDGER(WS-ACCT-IDX) TO WS-DISPLAY-LEDGER
           MOVE WS-ACCT-END-AVAIL(WS-ACCT-IDX)  TO WS-DISPLAY-AVAIL
           MOVE WS-ACCT-INTEREST(WS-ACCT-IDX)   TO WS-DISPLAY-INT
           MOVE WS-ACCT-FEES(WS-ACCT-IDX)       TO WS-DISPLAY-FEES
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ACCT-NUM(WS-ACCT-IDX) "  "
                  WS-ACCT-TYPE(WS-ACCT-IDX) "  "
                  WS-ACCT-BRANCH(WS-ACCT-IDX) "  "
                  WS-ACCT-END-STAT(WS-ACCT-IDX) "  "
                  WS-DISPLAY-ADB "  "
                  WS-DISPLAY-LEDGER "  "
                  WS-DISPLAY-AVAIL "  "
                  WS-DISPLAY-INT "  "
                  WS-DISPLAY-FEES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-GROUP-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GROUP    ACCTS"
                  "       MONTH-END BALANCE"
                  "    PRIOR"
                  "     PRIOR MONTH-END BAL"
                  "    CHANGE"
                  "          BALANCE CHANGE"
                  "   AVERAGE DAILY BALANCE"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-GROUP-LINE.
      *>     The caller loads the group code, counts and
      *>     balances into the display fields and the summary
      *>     row; the change columns are worked out here.
           COMPUTE WS-SUM-CHANGE = WS-SUM-THIS - WS-SUM-PRIOR
           COMPUTE WS-SUM-CHANGE-CNT =
                   WS-SUM-THIS-CNT - WS-SUM-PRIOR-CNT
           MOVE WS-SUM-THIS       TO WS-DISPLAY-THIS
           MOVE WS-SUM-PRIOR      TO WS-DISPLAY-PRIOR
           MOVE WS-SUM-CHANGE     TO WS-DISPLAY-CHANGE
           MOVE WS-SUM-THIS-CNT   TO WS-DISPLAY-CNT
           MOVE WS-SUM-PRIOR-CNT  TO WS-DISPLAY-PRI-CNT
           MOVE WS-SUM-CHANGE-CNT TO WS-DISPLAY-CHG-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DISPLAY-GROUP "  "
                  WS-DISPLAY-CNT "  "
                  WS-DISPLAY-THIS "  "
                  WS-DISPLAY-PRI-CNT "  "
                  WS-DISPLAY-PRIOR "  "
                  WS-DISPLAY-CHG-CNT "  "
                  WS-DISPLAY-CHANGE "  "
                  WS-DISPLAY-GRP-ADB
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-TYPE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "OPEN ACCOUNTS AND BALANCES BY ACCOUNT TYPE"
             TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM WRITE-GROUP-HEADING
           PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
                   UNTIL WS-TYP-IDX > WS-TYP-COUNT
               MOVE SPACES TO WS-DISPLAY-GROUP
               MOVE WS-TYP-CODE(WS-TYP-IDX) TO WS-DISPLAY-GROUP
               MOVE WS-TYP-ACCTS(WS-TYP-IDX) TO WS-SUM-THIS-CNT
               MOVE WS-TYP-PRIOR-ACCTS(WS-TYP-IDX)
                 TO WS-SUM-PRIOR-CNT
               MOVE WS-TYP-LEDGER(WS-TYP-IDX) TO WS-SUM-THIS
               MOVE WS-TYP-PRIOR-LEDGER(WS-TYP-IDX) TO WS-SUM-PRIOR
               MOVE WS-TYP-ADB(WS-TYP-IDX) TO WS-DISPLAY-GRP-ADB
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           IF WS-TYPS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-TYPS-DROPPED
                      " ACCOUNTS OF TYPES BEYOND 20 NOT SHOWN BY "
                      "TYPE -- INVESTIGATE ***"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "OPEN ACCOUNTS AND BALANCES BY BRANCH"
             TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM WRITE-GROUP-HEADING
           PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
               MOVE SPACES TO WS-DISPLAY-GROUP
               MOVE WS-BRN-CODE(WS-BRN-IDX) TO WS-DISPLAY-GROUP
               MOVE WS-BRN-ACCTS(WS-BRN-IDX) TO WS-SUM-THIS-CNT
               MOVE WS-BRN-PRIOR-ACCTS(WS-BRN-IDX)
                 TO WS-SUM-PRIOR-CNT
               MOVE WS-BRN-LEDGER(WS-BRN-IDX) TO WS-SUM-THIS
               MOVE WS-BRN-PRIOR-LEDGER(WS-BRN-IDX) TO WS-SUM-PRIOR
               MOVE WS-BRN-ADB(WS-BRN-IDX) TO WS-DISPLAY-GRP-ADB
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           IF WS-BRNS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-BRNS-DROPPED
                      " ACCOUNTS OF BRANCHES BEYOND 100 NOT SHOWN BY "
                      "BRANCH -- INVESTIGATE ***"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       WRITE-OPENED-CLOSED.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ACCOUNTS OPENED IN MONTH" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-OPENED-ON(WS-ACCT-IDX) NOT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-ACCT-NUM(WS-ACCT-IDX)
                          "  OPENED " WS-ACCT-OPENED-ON(WS-ACCT-IDX)
                          "  TYPE " WS-ACCT-TYPE(WS-ACCT-IDX)
                          "  BRANCH " WS-ACCT-BRANCH(WS-ACCT-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ACCOUNTS CLOSED IN MONTH" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-CLOSED-ON(WS-ACCT-IDX) NOT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-ACCT-NUM(WS-ACCT-IDX)
                          "  CLOSED " WS-ACCT-CLOSED-ON(WS-ACCT-IDX)
                          "  TYPE " WS-ACCT-TYPE(WS-ACCT-IDX)
                          "  BRANCH " WS-ACCT-BRANCH(WS-ACCT-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-PORTFOLIO-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "PORTFOLIO SUMMARY - MONTH OVER MONTH"
             TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                                    THIS MONTH"
                  "             PRIOR MONTH"
                  "                  CHANGE"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "OPEN ACCOUNTS AT MONTH END" TO WS-SUM-LABEL
           MOVE WS-TOT-ACCTS TO WS-SUM-THIS-CNT
           MOVE WS-PRI-ACCTS TO WS-SUM-PRIOR-CNT
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "LEDGER BALANCE" TO WS-SUM-LABEL
           MOVE WS-TOT-LEDGER TO WS-SUM-THIS
           MOVE WS-PRI-LEDGER TO WS-SUM-PRIOR
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "AVAILABLE BALANCE" TO WS-SUM-LABEL
           MOVE WS-TOT-AVAIL TO WS-SUM-THIS
           MOVE WS-PRI-AVAIL TO WS-SUM-PRIOR
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "ACCOUNTS OPENED" TO WS-SUM-LABEL
           MOVE WS-TOT-OPENED TO WS-SUM-THIS-CNT
           MOVE WS-PRI-OPENED TO WS-SUM-PRIOR-CNT
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "ACCOUNTS CLOSED" TO WS-SUM-LABEL
           MOVE WS-TOT-CLOSED TO WS-SUM-THIS-CNT
           MOVE WS-PRI-CLOSED TO WS-SUM-PRIOR-CNT
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "INTEREST PAID" TO WS-SUM-LABEL
           MOVE WS-TOT-INTEREST TO WS-SUM-THIS
           MOVE WS-PRI-INTEREST TO WS-SUM-PRIOR
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "FEES EARNED" TO WS-SUM-LABEL
           MOVE WS-TOT-FEES TO WS-SUM-THIS
           MOVE WS-PRI-FEES TO WS-SUM-PRIOR
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE WS-TOT-ADB TO WS-DISPLAY-THIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVERAGE DAILY BALANCE   " "  " WS-DISPLAY-THIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-SUMMARY-AMOUNT.
           COMPUTE WS-SUM-CHANGE = WS-SUM-THIS - WS-SUM-PRIOR
           MOVE WS-SUM-THIS   TO WS-DISPLAY-THIS
           MOVE WS-SUM-PRIOR  TO WS-DISPLAY-PRIOR
           MOVE WS-SUM-CHANGE TO WS-DISPLAY-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SUM-LABEL "  " WS-DISPLAY-THIS "  "
                  WS-DISPLAY-PRIOR "  " WS-DISPLAY-CHANGE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-SUMMARY-COUNT.
           COMPUTE WS-SUM-CHANGE-CNT =
                   WS-SUM-THIS-CNT - WS-SUM-PRIOR-CNT
           MOVE WS-SUM-THIS-CNT   TO WS-DISPLAY-CNT
           MOVE WS-SUM-PRIOR-CNT  TO WS-DISPLAY-PRI-CNT
           MOVE WS-SUM-CHANGE-CNT TO WS-DISPLAY-CHG-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SUM-LABEL "  "
                  "               " WS-DISPLAY-CNT "  "
                  "               " WS-DISPLAY-PRI-CNT "  "
                  "              " WS-DISPLAY-CHG-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-WORK-YEAR BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-WORK-YEAR BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE "Y" TO WS-LEAP-FLAG
           ELSE
               MOVE "N" TO WS-LEAP-FLAG
           END-IF.

       GET-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM CHECK-LEAP-YEAR
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       SUBTRACT-ONE-MONTH.
           IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           PERFORM GET-DAYS-IN-MONTH
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF.
