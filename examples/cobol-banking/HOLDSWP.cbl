      *> so the release of held funds is traceable. Holds with
      *> a zero expiry date (legal holds) are never expired
      *> here; they stay until released through ACCOUNT.
      *> When CALPOLCY.CFG counts hold expiry in business days,
      *> an active hold whose expiry date falls on a weekend or
      *> a HOLIDAY.DAT date is first carried to the next
      *> business day and the new date rewritten, so TRANSACT,
      *> TELLERQ and CDMATURE hold the funds to the same day.
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
       FD  HOLDS-FILE.
       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  HOLIDAY-FILE.
           COPY HOLIDAY.

       FD  CALPOLCY-FILE.
           COPY CALPOLCY.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).

       01  WS-RUN-DATE            PIC 9(08).

      *> Business-day policy (see CALPOLCY.CPY); C, calendar
      *> days, when CALPOLCY.CFG is absent.
       01  WS-CPL-STATUS          PIC X(02).
       01  WS-HOLD-RULE           PIC X(01) VALUE "C".
       01  WS-OLD-EXPIRY          PIC 9(08).

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
           05 WS-HOLDS-READ       PIC 9(07) VALUE 0.
           05 WS-HOLDS-EXPIRED    PIC 9(07) VALUE 0.
           05 WS-HOLDS-EXTENDED   PIC 9(07) VALUE 0.
           05 WS-AMOUNT-RELEASED  PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-DISPLAY.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-CALENDAR-POLICY
           PERFORM LOAD-AUDIT-SEQ
           PERFORM OPEN-FILES
           PERFORM PROCESS-HOLDS UNTIL WS-AT-EOF
           END-READ
           IF NOT WS-AT-EOF
               ADD 1 TO WS-HOLDS-READ
               IF WS-HOLD-RULE = "N"
                   AND HLD-ACTIVE AND HLD-EXPIRY-DATE > 0
                   PERFORM EXTEND-HOLD-EXPIRY
               END-IF
               IF HLD-ACTIVE AND HLD-EXPIRY-DATE > 0
                   AND HLD-EXPIRY-DATE < WS-RUN-DATE
                   PERFORM EXPIRE-HOLD
               END-IF
           END-IF.

       EXTEND-HOLD-EXPIRY.
      *>     A hold that would run out on a non-business day is
      *>     carried to the next business day: counted in
      *>     business days, the customer's funds are released
      *>     the day after a business day, never over a weekend.
           MOVE HLD-EXPIRY-DATE TO WS-CAL-DATE
           PERFORM TEST-BUSINESS-DAY
           IF NOT CAL-IS-BUSINESS-DAY
               MOVE HLD-EXPIRY-DATE TO WS-OLD-EXPIRY
               PERFORM NEXT-BUSINESS-DAY
               MOVE WS-CAL-DATE TO HLD-EXPIRY-DATE
               REWRITE HOLD-RECORD
               ADD 1 TO WS-HOLDS-EXTENDED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EXTENDED ACC=" HLD-ACCT
                      " HOLD=" HLD-ID
                      " EXPIRY=" WS-OLD-EXPIRY
                      " TO " HLD-EXPIRY-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       EXPIRE-HOLD.
           MOVE "E" TO HLD-STATUS
           REWRITE HOLD-RECORD
           MOVE "HOLD EXPIRED"  TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE 0 TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           MOVE HLD-AMOUNT TO WS-DISPLAY-AMT
           STRING "HOLDS READ: " WS-HOLDS-READ
                  " EXPIRED: " WS-HOLDS-EXPIRED
                  " RELEASED=" WS-DISPLAY-TOTAL
                  " EXTENDED: " WS-HOLDS-EXTENDED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       LOAD-CALENDAR-POLICY.
           OPEN INPUT CALPOLCY-FILE
           IF WS-CPL-STATUS = "00"
               READ CALPOLCY-FILE
                   NOT AT END
                       IF CPL-HOLD-RULE = "N"
                           MOVE CPL-HOLD-RULE TO WS-HOLD-RULE
                       END-IF
               END-READ
               CLOSE CALPOLCY-FILE
           END-IF
           IF WS-HOLD-RULE NOT = "C"
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

       CLOSE-FILES.
           CLOSE HOLDS-FILE
           CLOSE AUDIT-FILE
