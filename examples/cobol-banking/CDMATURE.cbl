      *> funds holds is likewise rolled and reported, never
      *> paid out -- letting it mature must not bypass a legal
      *> or levy hold TRANSACT would have enforced.
      *> When CALPOLCY.CFG counts maturity in business days, a
      *> maturity date on a weekend or a HOLIDAY.DAT date
      *> matures on the next business day, or on the business
      *> day before; the stored maturity date (the contract
      *> date a roll counts the next term from) is unchanged.
      *>****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT CALPOLCY-FILE ASSIGN TO "CALPOLCY.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  HOLIDAY-FILE.
           COPY HOLIDAY.

       FD  CALPOLCY-FILE.
           COPY CALPOLCY.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).

       01  WS-RUN-DATE            PIC 9(08).

      *> Business-day policy (see CALPOLCY.CPY); C, calendar
      *> days, when CALPOLCY.CFG is absent.
       01  WS-CPL-STATUS          PIC X(02).
       01  WS-CD-RULE             PIC X(01) VALUE "C".
       01  WS-MATURES-ON          PIC 9(08).

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

      *> Matured CDs are collected in one sequential pass, then
      *> processed with random reads, because the payout-account
      *> read would otherwise disturb the sequential cursor.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-CALENDAR-POLICY
           PERFORM LOAD-AUDIT-SEQ
           PERFORM OPEN-FILES
           PERFORM COLLECT-MATURED-CDS
      *>                 CD the dormancy sweep flagged -- left
      *>                 out, it would never roll or pay out and
      *>                 the funds would strand.
                       PERFORM SET-MATURES-ON
                       IF (ACC-ACTIVE OR ACC-DORMANT) AND ACC-CD
                           AND ACC-MATURITY-DATE > 0
                           AND WS-MATURES-ON <= WS-RUN-DATE
                           IF WS-CD-COUNT < 1000
                               ADD 1 TO WS-CD-COUNT
                               MOVE ACC-NUMBER
               END-READ
           END-PERFORM.

       SET-MATURES-ON.
      *>     The business day the CD actually matures on under
      *>     the CD rule: the maturity date itself when it is a
      *>     business day or the rule is calendar days.
           MOVE ACC-MATURITY-DATE TO WS-MATURES-ON
           IF WS-CD-RULE NOT = "C" AND ACC-MATURITY-DATE > 0
               MOVE ACC-MATURITY-DATE TO WS-CAL-DATE
               PERFORM TEST-BUSINESS-DAY
               IF NOT CAL-IS-BUSINESS-DAY
                   IF WS-CD-RULE = "P"
                       PERFORM PREV-BUSINESS-DAY
                   ELSE
                       PERFORM NEXT-BUSINESS-DAY
                   END-IF
                   MOVE WS-CAL-DATE TO WS-MATURES-ON
               END-IF
           END-IF.

       PROCESS-MATURED-CDS.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           MOVE "CD ROLLED" TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE ACC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           PERFORM SET-MATURES-ON
           STRING "ROLLED ACC=" ACC-NUMBER
                  " NEW MATURITY=" ACC-MATURITY-DATE
                  " MATURES ON=" WS-MATURES-ON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

               MOVE "CD MATURITY PAYOUT" TO AUD-REASON
               MOVE 0 TO AUD-CHECK-NO
               MOVE ACC-BRANCH TO AUD-BRANCH
               MOVE SPACES TO AUD-OPERATOR
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
           END-IF
           MOVE "CD MATURED" TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE ACC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           ADD 1 TO WS-PAID-OUT
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       LOAD-CALENDAR-POLICY.
           OPEN INPUT CALPOLCY-FILE
           IF WS-CPL-STATUS = "00"
               READ CALPOLCY-FILE
                   NOT AT END
                       IF CPL-CD-RULE = "N" OR CPL-CD-RULE = "P"
                           MOVE CPL-CD-RULE TO WS-CD-RULE
                       END-IF
               END-READ
               CLOSE CALPOLCY-FILE
           END-IF
           IF WS-CD-RULE NOT = "C"
               PERFORM LOAD-HOLIDAYS
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

       PREV-BUSINESS-DAY.
      *>     Moves WS-CAL-DATE to the last business day before it.
           COMPUTE WS-CAL-STEP = FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
           MOVE "N" TO WS-CAL-BUSINESS
           PERFORM UNTIL CAL-IS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-CAL-STEP
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-STEP)
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-FILE
