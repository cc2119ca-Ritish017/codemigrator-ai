      *> generated IDs never collide with branch-entered ones)
      *> and the current timestamp, and the instruction's
      *> next-due-date is advanced per its frequency.
      *> A due date on a weekend or a HOLIDAY.DAT date is
      *> generated on the next business day, or on the business
      *> day before when the instruction says so
      *> (SI-HOLIDAY-RULE); the next-due-date itself stays on
      *> the nominal calendar so a monthly payment keeps its
      *> day of the month. Daily instructions fall due on
      *> business days only.
      *> Instructions whose accounts have closed are suspended
      *> and reported, never silently generated; instructions
      *> past their expiry date are marked expired.
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  HOLIDAY-FILE.
           COPY HOLIDAY.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-RC-STATUS           PIC X(02).

       01  WS-BUSINESS-DATE       PIC 9(08).
       01  WS-GEN-TS              PIC 9(14).
       01  WS-EFFECTIVE-DUE       PIC 9(08).

      *> Generated TXN-IDs come from their own number range so
      *> they can never collide with branch-keyed batches and
      *> trip TRANSACT's duplicate check; STINSSEQ.DAT carries
      *> the next id across runs.
       01  WS-NEXT-TXN-ID         PIC 9(10) VALUE 5000000000.
      *> The base of the range rides on the batch header
      *> (TB-SEQUENCE) so TRANEDIT can hold the batch's ids to
      *> it, and keep ids in any generated range out of branch
      *> batches.
       01  WS-TXN-ID-BASE         PIC 9(10) VALUE 5000000000.

       01  WS-BATCH-TOTALS.
           05 WS-OUT-DETAILS      PIC 9(07) VALUE 0.
           05 WS-LEAP-FLAG        PIC X(01).
              88 YEAR-IS-LEAP     VALUE "Y".

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
           05 WS-INSTRUCTIONS-READ PIC 9(07) VALUE 0.
           05 WS-GENERATED        PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-HOLIDAYS
           PERFORM OPEN-FILES
           PERFORM LOAD-SEQUENCE
           PERFORM WRITE-BATCH-HEADER
           CLOSE SEQUENCE-FILE.

       WRITE-BATCH-HEADER.
           MOVE WS-TXN-ID-BASE   TO WBO-SEQUENCE
           MOVE "BH"             TO WBO-TYPE
           MOVE WS-BUSINESS-DATE TO WBO-BATCH-DATE
           MOVE 0                TO WBO-RECORD-COUNT
           END-IF.

       SELECT-INSTRUCTION.
           PERFORM SET-EFFECTIVE-DUE
           EVALUATE TRUE
               WHEN SI-EXPIRY-DATE > 0
                   AND SI-EXPIRY-DATE < WS-BUSINESS-DATE
                   PERFORM EXPIRE-INSTRUCTION
               WHEN WS-EFFECTIVE-DUE <= WS-BUSINESS-DATE
                   PERFORM CHECK-INSTRUCTION-ACCOUNTS
                   IF ACCTS-ARE-OK
                       PERFORM EMIT-TRANSFER
                   CONTINUE
           END-EVALUATE.

       SET-EFFECTIVE-DUE.
      *>     The business day the transfer is actually generated
      *>     on: the next-due-date itself when it is a business
      *>     day, otherwise the next or previous one by the
      *>     instruction's holiday rule.
           MOVE SI-NEXT-DUE-DATE TO WS-EFFECTIVE-DUE
           IF SI-NEXT-DUE-DATE > 0
               MOVE SI-NEXT-DUE-DATE TO WS-CAL-DATE
               PERFORM TEST-BUSINESS-DAY
               IF NOT CAL-IS-BUSINESS-DAY
                   IF SI-ROLL-PREVIOUS
                       PERFORM PREV-BUSINESS-DAY
                   ELSE
                       PERFORM NEXT-BUSINESS-DAY
                   END-IF
                   MOVE WS-CAL-DATE TO WS-EFFECTIVE-DUE
               END-IF
           END-IF.

       CHECK-INSTRUCTION-ACCOUNTS.
           MOVE "Y" TO WS-ACCTS-OK
           MOVE SPACES TO WS-SUSPEND-REASON
           MOVE SI-AMOUNT TO WS-DISPLAY-AMT
           STRING "GENERATED SI=" SI-ID
                  " TXN=" TR-TXN-ID
                  " DUE=" SI-NEXT-DUE-DATE
                  " FROM=" SI-FROM-ACCT
                  " TO="   SI-TO-ACCT
                  " AMT="  WS-DISPLAY-AMT
               WHEN OTHER
                   PERFORM ADD-ONE-MONTH
           END-EVALUATE
           MOVE WS-WORK-DATE-N TO SI-NEXT-DUE-DATE
      *>     A daily instruction skips weekends and holidays
      *>     outright rather than piling them onto the next
      *>     business day (or, rolled back, repeating the last).
           IF SI-DAILY
               MOVE SI-NEXT-DUE-DATE TO WS-CAL-DATE
               PERFORM TEST-BUSINESS-DAY
               IF NOT CAL-IS-BUSINESS-DAY
                   PERFORM NEXT-BUSINESS-DAY
                   MOVE WS-CAL-DATE TO SI-NEXT-DUE-DATE
               END-IF
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

       WRITE-SUMMARY.
           STRING "BUSINESS DATE: " WS-BUSINESS-DATE
