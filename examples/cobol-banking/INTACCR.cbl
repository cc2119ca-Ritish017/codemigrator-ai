       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> DAILY INTEREST ACCRUAL
      *> Computes the interest for every eligible active
      *> account -- balance times the INTRATE.CFG tier rate
      *> over 365 for each calendar day -- and adds it to the
      *> account's bucket on the ACCRUAL.DAT ledger, so
      *> interest ultimately paid reflects the balance the
      *> customer actually held each day rather than whatever
      *> the balance happens to be on posting day. A run
      *> accrues every calendar day from the business date up
      *> to the next business day on the HOLIDAY.DAT calendar,
      *> so a Friday run covers Friday, Saturday and Sunday,
      *> and picks up any days missed since the bucket was
      *> last accrued or since this program last ran.
      *> ACR-LAST-DATE records the last calendar day accrued
      *> and guards against accruing a day twice; INTPOST
      *> credits the bucket at month end. Run-control aware
      *> like the rest of the nightly batch.
      *>****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  RUNHIST-FILE.
       01  RUNHIST-LINE           PIC X(100).

       FD  HOLIDAY-FILE.
           COPY HOLIDAY.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-ACCR-STATUS         PIC X(02).
           05 WS-OLD-BALANCE      PIC S9(11)V9(02) COMP-3.
           05 WS-DAY-INTEREST     PIC S9(11)V9(06) COMP-3.

      *> Accrual window as integer day numbers. WS-THRU-INT is
      *> the day before the next business day; WS-FLOOR-INT the
      *> first day this program's previous run did not cover.
      *> An account accrues from the later of the floor, the
      *> day after its bucket's ACR-LAST-DATE and its opening
      *> date, through WS-ACCRUE-THRU.
       01  WS-ACCRUAL-WINDOW.
           05 WS-PREV-RUN-DATE    PIC 9(08) VALUE 0.
           05 WS-ACCRUE-THRU      PIC 9(08).
           05 WS-THRU-INT         PIC 9(07).
           05 WS-FLOOR-INT        PIC 9(07).
           05 WS-FROM-INT         PIC 9(07).
           05 WS-WORK-INT         PIC 9(07).
           05 WS-ACCRUE-DAYS      PIC 9(03).

      *> Holiday calendar (see HOLIDAY.CPY) and the business
      *> day test: WS-CAL-DATE is a business day when it is a
      *> Monday to Friday not on the calendar.
       01  WS-HOL-STATUS          PIC X(02).
       01  WS-HOL-EOF             PIC X(01).
           88 WS-HOL-AT-EOF       VALUE "Y".
       01  WS-HOL-TABLE.
           05 WS-HOL-COUNT        PIC 9(03) VALUE 0.
           05 WS-HOL-DATE         PIC 9(08) OCCURS 200 TIMES.
       01  WS-HOLS-DROPPED        PIC 9(03) VALUE 0.
       01  WS-HOL-SUB             PIC 9(03).
       01  WS-CAL-DATE            PIC 9(08).
       01  WS-CAL-DAYNUM          PIC 9(07).
       01  WS-CAL-STEP            PIC 9(07).
       01  WS-CAL-WEEKS           PIC 9(07).
       01  WS-CAL-WEEKDAY         PIC 9(01).
       01  WS-CAL-BUSINESS        PIC X(01).
           88 CAL-IS-BUSINESS-DAY VALUE "Y".

       01  WS-COUNTERS.
           05 WS-ACCOUNTS-READ    PIC 9(07) VALUE 0.
           05 WS-ACCOUNTS-ACCRUED PIC 9(07) VALUE 0.
           PERFORM CHECK-RUN-CONTROL
           PERFORM OPEN-FILES
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-HOLIDAYS
           PERFORM SET-ACCRUAL-WINDOW
           PERFORM PROCESS-ACCOUNTS UNTIL WS-AT-EOF
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           END-IF
           MOVE WS-PROGRAM-NAME TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RC-STATUS = "00"
               MOVE RC-BUSN-DATE TO WS-PREV-RUN-DATE
           END-IF
           IF WS-RC-STATUS = "00" AND RC-COMPLETED
               AND RC-BUSN-DATE = WS-BUSN-DATE
               PERFORM CHECK-OVERRIDE
                   MOVE ACC-BALANCE TO WS-OLD-BALANCE
                   PERFORM LOOKUP-TYPE-RATE
                   IF RATE-WAS-FOUND
                       PERFORM ACCRUE-INTEREST
                   END-IF
               END-IF
           END-IF.

       SET-ACCRUAL-WINDOW.
      *>     The run covers the business date through the day
      *>     before the next business day. The previous run's
      *>     business date (from its run-control record) covered
      *>     up to the next business day after it, so nothing
      *>     before that is accrued again for an account whose
      *>     bucket is older -- one that sat at a zero balance,
      *>     say. A rerun for the same business date floors at
      *>     the business date itself.
           MOVE WS-BUSN-DATE TO WS-CAL-DATE
           PERFORM NEXT-BUSINESS-DAY
           COMPUTE WS-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1
           COMPUTE WS-ACCRUE-THRU =
               FUNCTION DATE-OF-INTEGER(WS-THRU-INT)
           COMPUTE WS-FLOOR-INT = FUNCTION INTEGER-OF-DATE(WS-BUSN-DATE)
           IF WS-PREV-RUN-DATE > 0 AND WS-PREV-RUN-DATE < WS-BUSN-DATE
               MOVE WS-PREV-RUN-DATE TO WS-CAL-DATE
               PERFORM NEXT-BUSINESS-DAY
               COMPUTE WS-FLOOR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
           END-IF.

       ACCRUE-INTEREST.
      *>     Simple interest at the tier's annual rate,
      *>     actual/365, for each calendar day in the account's
      *>     window, kept at six decimals so the month's
      *>     fractions round once at posting.
           MOVE WS-FLOOR-INT TO WS-FROM-INT
           IF ACC-OPEN-DATE > 0
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(ACC-OPEN-DATE)
               IF WS-WORK-INT > WS-FROM-INT
                   MOVE WS-WORK-INT TO WS-FROM-INT
               END-IF
           END-IF
           MOVE ACC-NUMBER TO ACR-ACCT
           READ ACCRUAL-FILE
           IF WS-ACCR-STATUS = "00" AND ACR-LAST-DATE > 0
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(ACR-LAST-DATE) + 1
               IF WS-WORK-INT > WS-FROM-INT
                   MOVE WS-WORK-INT TO WS-FROM-INT
               END-IF
           END-IF
           IF WS-FROM-INT > WS-THRU-INT
               ADD 1 TO WS-ALREADY-ACCRUED
           ELSE
               COMPUTE WS-ACCRUE-DAYS = WS-THRU-INT - WS-FROM-INT + 1
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   WS-OLD-BALANCE * WS-ANNUAL-RATE * WS-ACCRUE-DAYS
                   / 365
               IF WS-ACCR-STATUS = "00"
                   ADD WS-DAY-INTEREST TO ACR-ACCRUED
                   MOVE WS-ACCRUE-THRU TO ACR-LAST-DATE
                   REWRITE ACCRUAL-RECORD
               ELSE
                   MOVE ACC-NUMBER       TO ACR-ACCT
                   MOVE WS-DAY-INTEREST  TO ACR-ACCRUED
                   MOVE WS-ACCRUE-THRU   TO ACR-LAST-DATE
                   WRITE ACCRUAL-RECORD
               END-IF
               ADD WS-DAY-INTEREST TO WS-TOTAL-ACCRUED
               ADD 1 TO WS-ACCOUNTS-ACCRUED
           END-IF.

       LOAD-HOLIDAYS.
      *>     No calendar file means weekends are the only
      *>     non-business days.
           MOVE 0   TO WS-HOL-COUNT
           MOVE "N" TO WS-HOL-EOF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS = "00"
               PERFORM UNTIL WS-HOL-AT-EOF
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO WS-HOL-EOF
                       NOT AT END
                           IF WS-HOL-COUNT < 200
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOL-DATE
                                 TO WS-HOL-DATE(WS-HOL-COUNT)
                           ELSE
                               ADD 1 TO WS-HOLS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       TEST-BUSINESS-DAY.
      *>     Day 1 of the integer date count (1601-01-01) was a
      *>     Monday, so (day number - 1) mod 7 gives 0 for Monday
      *>     through 6 for Sunday.
           COMPUTE WS-CAL-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1
           DIVIDE WS-CAL-DAYNUM BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-WEEKDAY
           MOVE "Y" TO WS-CAL-BUSINESS
           IF WS-CAL-WEEKDAY > 4
               MOVE "N" TO WS-CAL-BUSINESS
           ELSE
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
                   IF WS-HOL-DATE(WS-HOL-SUB) = WS-CAL-DATE
                       MOVE "N" TO WS-CAL-BUSINESS
                   END-IF
               END-PERFORM
           END-IF.

       NEXT-BUSINESS-DAY.
      *>     Moves WS-CAL-DATE to the first business day after it.
           COMPUTE WS-CAL-STEP = FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
           MOVE "N" TO WS-CAL-BUSINESS
           PERFORM UNTIL CAL-IS-BUSINESS-DAY
               ADD 1 TO WS-CAL-STEP
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-STEP)
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE WS-TOTAL-ACCRUED TO WS-DISPLAY-TOTAL
           STRING "BUSINESS DATE: " WS-BUSN-DATE
                  " ACCRUED THROUGH: " WS-ACCRUE-THRU
                  " ACCOUNTS READ: " WS-ACCOUNTS-READ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
