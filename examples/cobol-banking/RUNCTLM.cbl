      *> for the same business date; the operator either clears
      *> the flag here or supplies RUNOVRD.CFG naming the
      *> program for a one-time override (and removes it after).
      *> Also keeps the bank holiday calendar (HOLIDAY.DAT) and
      *> rolls the business date forward to the next business
      *> day, skipping weekends and listed holidays; a date
      *> keyed by hand must itself be a business day.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY); clearing a completion flag and adding
      *> or removing a holiday take a supervisor. Every change
      *> to either file is journaled to MNTJRNL.DAT.
      *>****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  HOLIDAY-FILE.
           COPY HOLIDAY.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-OPERATION           PIC X(01).
           88 WS-SET-DATE         VALUE "D".
           88 WS-QUERY            VALUE "Q".
           88 WS-CLEAR            VALUE "C".
           88 WS-ROLL-DATE        VALUE "R".
           88 WS-LIST-HOLIDAYS    VALUE "L".
           88 WS-ADD-HOLIDAY      VALUE "A".
           88 WS-REMOVE-HOLIDAY   VALUE "X".
       01  WS-INPUT-DATE          PIC 9(08).
       01  WS-INPUT-PROGRAM       PIC X(08).
       01  WS-INPUT-NAME          PIC X(30).

      *> Holiday calendar (see HOLIDAY.CPY), held in date order
      *> and written back whole when a date is added or removed.
       01  WS-HOL-STATUS          PIC X(02).
       01  WS-HOL-EOF             PIC X(01).
           88 WS-HOL-AT-EOF       VALUE "Y".
       01  WS-HOL-TABLE.
           05 WS-HOL-COUNT        PIC 9(03) VALUE 0.
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
              10 WS-HOL-DATE      PIC 9(08).
              10 WS-HOL-NAME      PIC X(30).
       01  WS-HOLS-DROPPED        PIC 9(03) VALUE 0.
       01  WS-HOL-SUB             PIC 9(03).
       01  WS-HOL-POS             PIC 9(03).
       01  WS-HOL-FOUND           PIC X(01).
           88 HOLIDAY-IS-LISTED   VALUE "Y".

      *> Business-day test: WS-CAL-DATE is a business day when
      *> it is a Monday to Friday not on the holiday calendar.
       01  WS-CAL-DATE            PIC 9(08).
       01  WS-CAL-DAYNUM          PIC 9(07).
       01  WS-CAL-STEP            PIC 9(07).
       01  WS-CAL-WEEKS           PIC 9(07).
       01  WS-CAL-WEEKDAY         PIC 9(01).
       01  WS-CAL-BUSINESS        PIC X(01).
           88 CAL-IS-BUSINESS-DAY VALUE "Y".

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "RUNCTLM".
       01  WS-SIGNON-ID           PIC X(08).
       01  WS-SIGNON-PASSWORD     PIC X(08).
       01  WS-SIGNON-REASON       PIC X(20).
       01  WS-OPERATOR-ID         PIC X(08).
       01  WS-OPERATOR-BRANCH     PIC 9(03) VALUE 0.
       01  WS-OPERATOR-AUTH       PIC X(01).
           88 OPERATOR-IS-SUPERVISOR VALUE "S" "A".
       01  WS-APPROVER-ID         PIC X(08) VALUE SPACES.
       01  WS-SUPV-APPROVED       PIC X(01).
           88 SUPERVISOR-APPROVED VALUE "Y".
       01  WS-LOG-ACTION          PIC X(12).
       01  WS-LOG-KEY             PIC X(20).
       01  WS-LOG-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-LOG-RESULT          PIC X(01).

      *> Before/after images of every change go to the shared
      *> maintenance journal (see MNTJRNL.CPY).
       01  WS-JNL-STATUS          PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SIGN-ON
           PERFORM OPEN-JOURNAL
           OPEN I-O RUNCTL-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
           END-IF
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               DISPLAY "ERROR OPENING RUNCTL FILE: " WS-FILE-STATUS
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-HOLIDAYS
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "D" PERFORM SET-BUSINESS-DATE
               WHEN "R" PERFORM ROLL-BUSINESS-DATE
               WHEN "Q" PERFORM QUERY-PROGRAM
               WHEN "C" PERFORM CLEAR-COMPLETION
               WHEN "L" PERFORM LIST-HOLIDAYS
               WHEN "A" PERFORM ADD-HOLIDAY
               WHEN "X" PERFORM REMOVE-HOLIDAY
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE RUNCTL-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           DISPLAY "OPERATION (D=SET DATE, R=ROLL DATE, Q=QUERY, "
               "C=CLEAR FLAG, L=LIST HOLIDAYS, A=ADD HOLIDAY, "
               "X=REMOVE HOLIDAY): "
           ACCEPT WS-OPERATION.

       SET-BUSINESS-DATE.
           DISPLAY "BUSINESS DATE (YYYYMMDD): "
           ACCEPT WS-INPUT-DATE
      *>     A weekend or holiday is never a business date; the
      *>     nightly date change is normally the R roll instead.
           MOVE WS-INPUT-DATE TO WS-CAL-DATE
           PERFORM TEST-BUSINESS-DAY
           IF NOT CAL-IS-BUSINESS-DAY
               DISPLAY "NOT A BUSINESS DAY: " WS-INPUT-DATE
               MOVE "SET DATE"    TO WS-LOG-ACTION
               MOVE WS-INPUT-DATE TO WS-LOG-KEY
               MOVE "D"           TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
           ELSE
               PERFORM STORE-BUSINESS-DATE
           END-IF.

       STORE-BUSINESS-DATE.
           MOVE "BUSNDATE" TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-FILE-STATUS = "00"
               MOVE RUNCTL-RECORD TO JNL-BEFORE-IMAGE
               MOVE "C"           TO JNL-ACTION
               PERFORM FLAG-RUNCTL-CHANGES
               MOVE WS-INPUT-DATE TO RC-BUSN-DATE
               MOVE "N"           TO RC-COMP-FLAG
               MOVE 0             TO RC-COMP-TIMESTAMP
               REWRITE RUNCTL-RECORD
           ELSE
               MOVE SPACES        TO JNL-BEFORE-IMAGE
               MOVE "A"           TO JNL-ACTION
               MOVE SPACES        TO JNL-CHANGED
               MOVE "BUSNDATE"    TO RC-PROGRAM
               MOVE WS-INPUT-DATE TO RC-BUSN-DATE
               MOVE "N"           TO RC-COMP-FLAG
           END-IF
           IF WS-FILE-STATUS = "00"
               DISPLAY "BUSINESS DATE SET TO " WS-INPUT-DATE
               MOVE "SET DATE"    TO WS-LOG-ACTION
               MOVE WS-INPUT-DATE TO WS-LOG-KEY
               MOVE "A"           TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               PERFORM JOURNAL-RUNCTL-CHANGE
           ELSE
               DISPLAY "UPDATE FAILED: " WS-FILE-STATUS
           END-IF.

       ROLL-BUSINESS-DATE.
      *>     Advances the business date to the next business day
      *>     after the current one, so a Friday date rolls to
      *>     Monday (or Tuesday when Monday is a holiday).
           MOVE "BUSNDATE" TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "NO BUSINESS DATE SET - SET ONE WITH D FIRST"
           ELSE
               MOVE RUNCTL-RECORD TO JNL-BEFORE-IMAGE
               MOVE RC-BUSN-DATE TO WS-CAL-DATE
               PERFORM NEXT-BUSINESS-DAY
               MOVE WS-CAL-DATE TO WS-INPUT-DATE
               MOVE "C"         TO JNL-ACTION
               PERFORM FLAG-RUNCTL-CHANGES
               MOVE WS-CAL-DATE TO RC-BUSN-DATE
               MOVE "N"         TO RC-COMP-FLAG
               MOVE 0           TO RC-COMP-TIMESTAMP
               REWRITE RUNCTL-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "BUSINESS DATE ROLLED TO " RC-BUSN-DATE
                   MOVE "ROLL DATE"  TO WS-LOG-ACTION
                   MOVE RC-BUSN-DATE TO WS-LOG-KEY
                   MOVE "A"          TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
                   PERFORM JOURNAL-RUNCTL-CHANGE
               ELSE
                   DISPLAY "UPDATE FAILED: " WS-FILE-STATUS
               END-IF
           END-IF.

       QUERY-PROGRAM.
           DISPLAY "PROGRAM NAME: "
           ACCEPT WS-INPUT-PROGRAM
           END-IF.

       CLEAR-COMPLETION.
      *>     Clearing a flag lets a batch program run a second
      *>     time for the same business date, so it takes a
      *>     supervisor; a refusal is logged like the clear.
           DISPLAY "PROGRAM NAME: "
           ACCEPT WS-INPUT-PROGRAM
           MOVE WS-INPUT-PROGRAM TO RC-PROGRAM
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "NO RUN-CONTROL RECORD FOR " WS-INPUT-PROGRAM
           ELSE
               MOVE "CLEAR FLAG"     TO WS-LOG-ACTION
               MOVE WS-INPUT-PROGRAM TO WS-LOG-KEY
               PERFORM REQUIRE-SUPERVISOR
               IF NOT SUPERVISOR-APPROVED
                   DISPLAY "NOT AUTHORIZED TO CLEAR COMPLETION FLAG"
                   MOVE "D" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
               ELSE
                   MOVE RUNCTL-RECORD TO JNL-BEFORE-IMAGE
                   MOVE "N" TO RC-COMP-FLAG
                   MOVE 0   TO RC-COMP-TIMESTAMP
                   REWRITE RUNCTL-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "COMPLETION FLAG CLEARED"
                       MOVE "A" TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                       MOVE "C"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE "Y"    TO JNL-FIELD-CHANGED(2)
                       PERFORM JOURNAL-RUNCTL-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       LIST-HOLIDAYS.
           IF WS-HOL-COUNT = 0
               DISPLAY "NO HOLIDAYS ON THE CALENDAR"
           END-IF
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
               DISPLAY WS-HOL-DATE(WS-HOL-SUB) "  "
                       WS-HOL-NAME(WS-HOL-SUB)
           END-PERFORM.

       ADD-HOLIDAY.
      *>     Weekends are already non-business days, so only a
      *>     Monday to Friday date is worth listing. Adding or
      *>     removing a date moves every date roll and due-date
      *>     rule that depends on it, so it takes a supervisor.
      *>     The calendar is rewritten whole from the table, so
      *>     with dates left off the table (see LOAD-HOLIDAYS)
      *>     it is not changed at all, as RCYCMNT guards its
      *>     recycle file.
           DISPLAY "HOLIDAY DATE (YYYYMMDD): "
           ACCEPT WS-INPUT-DATE
           DISPLAY "HOLIDAY NAME: "
           ACCEPT WS-INPUT-NAME
           MOVE "ADD HOLIDAY" TO WS-LOG-ACTION
           MOVE WS-INPUT-DATE TO WS-LOG-KEY
           MOVE WS-INPUT-DATE TO WS-CAL-DATE
           PERFORM TEST-BUSINESS-DAY
           PERFORM FIND-HOLIDAY
           EVALUATE TRUE
               WHEN HOLIDAY-IS-LISTED
                   DISPLAY "ALREADY A HOLIDAY: " WS-INPUT-DATE
               WHEN WS-CAL-WEEKDAY > 4
                   DISPLAY "DATE FALLS ON A WEEKEND: " WS-INPUT-DATE
               WHEN WS-HOLS-DROPPED > 0
                   DISPLAY "FILE NOT REWRITTEN - TABLE BOUND EXCEEDED"
               WHEN WS-HOL-COUNT NOT < 200
                   DISPLAY "HOLIDAY CALENDAR FULL"
               WHEN OTHER
                   PERFORM REQUIRE-SUPERVISOR
                   IF NOT SUPERVISOR-APPROVED
                       DISPLAY "NOT AUTHORIZED TO CHANGE HOLIDAY "
                               "CALENDAR"
                       MOVE "D" TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                   ELSE
                       PERFORM INSERT-HOLIDAY
                   END-IF
           END-EVALUATE.

       INSERT-HOLIDAY.
      *>     Opens a slot at WS-HOL-POS (the first later date) so
      *>     the calendar stays in date order.
           PERFORM VARYING WS-HOL-SUB FROM WS-HOL-COUNT BY -1
                   UNTIL WS-HOL-SUB < WS-HOL-POS
               MOVE WS-HOL-ENTRY(WS-HOL-SUB)
                 TO WS-HOL-ENTRY(WS-HOL-SUB + 1)
           END-PERFORM
           MOVE WS-INPUT-DATE TO WS-HOL-DATE(WS-HOL-POS)
           MOVE WS-INPUT-NAME TO WS-HOL-NAME(WS-HOL-POS)
           ADD 1 TO WS-HOL-COUNT
           PERFORM SAVE-HOLIDAYS
           IF WS-HOL-STATUS = "00"
               DISPLAY "HOLIDAY ADDED: " WS-INPUT-DATE
               MOVE "A" TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               MOVE WS-INPUT-DATE TO HOL-DATE
               MOVE WS-INPUT-NAME TO HOL-NAME
               MOVE "A"    TO JNL-ACTION
               MOVE SPACES TO JNL-CHANGED
               MOVE SPACES TO JNL-BEFORE-IMAGE
               MOVE HOLIDAY-RECORD TO JNL-AFTER-IMAGE
               PERFORM JOURNAL-HOLIDAY-CHANGE
           ELSE
               DISPLAY "HOLIDAY FILE WRITE FAILED: " WS-HOL-STATUS
           END-IF.

       REMOVE-HOLIDAY.
           DISPLAY "HOLIDAY DATE (YYYYMMDD): "
           ACCEPT WS-INPUT-DATE
           MOVE "DEL HOLIDAY" TO WS-LOG-ACTION
           MOVE WS-INPUT-DATE TO WS-LOG-KEY
           PERFORM FIND-HOLIDAY
           IF NOT HOLIDAY-IS-LISTED
               DISPLAY "NOT A HOLIDAY: " WS-INPUT-DATE
           ELSE
           IF WS-HOLS-DROPPED > 0
               DISPLAY "FILE NOT REWRITTEN - TABLE BOUND EXCEEDED"
           ELSE
               PERFORM REQUIRE-SUPERVISOR
               IF NOT SUPERVISOR-APPROVED
                   DISPLAY "NOT AUTHORIZED TO CHANGE HOLIDAY CALENDAR"
                   MOVE "D" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
               ELSE
                   PERFORM DELETE-HOLIDAY
               END-IF
           END-IF
           END-IF.

       DELETE-HOLIDAY.
           MOVE WS-HOL-DATE(WS-HOL-POS) TO HOL-DATE
           MOVE WS-HOL-NAME(WS-HOL-POS) TO HOL-NAME
           MOVE HOLIDAY-RECORD          TO JNL-BEFORE-IMAGE
           PERFORM VARYING WS-HOL-SUB FROM WS-HOL-POS BY 1
                   UNTIL WS-HOL-SUB NOT < WS-HOL-COUNT
               MOVE WS-HOL-ENTRY(WS-HOL-SUB + 1)
                 TO WS-HOL-ENTRY(WS-HOL-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-HOL-COUNT
           PERFORM SAVE-HOLIDAYS
           IF WS-HOL-STATUS = "00"
               DISPLAY "HOLIDAY REMOVED: " WS-INPUT-DATE
               MOVE "A" TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               MOVE "D"    TO JNL-ACTION
               MOVE SPACES TO JNL-CHANGED
               MOVE SPACES TO JNL-AFTER-IMAGE
               PERFORM JOURNAL-HOLIDAY-CHANGE
           ELSE
               DISPLAY "HOLIDAY FILE WRITE FAILED: " WS-HOL-STATUS
           END-IF.

       FLAG-RUNCTL-CHANGES.
      *>     A new business date always leaves the record not
      *>     completed; flags what that changes.
           MOVE SPACES TO JNL-CHANGED
           IF RC-BUSN-DATE NOT = WS-INPUT-DATE
               MOVE "Y" TO JNL-FIELD-CHANGED(1)
           END-IF
           IF NOT RC-NOT-COMPLETED OR RC-COMP-TIMESTAMP NOT = 0
               MOVE "Y" TO JNL-FIELD-CHANGED(2)
           END-IF.

       JOURNAL-RUNCTL-CHANGE.
           MOVE "RUNCTL"      TO JNL-FILE
           MOVE RC-PROGRAM    TO JNL-KEY
           MOVE RUNCTL-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       JOURNAL-HOLIDAY-CHANGE.
      *>     The calendar is rewritten whole, but a date is only
      *>     ever added or removed, so each is journaled alone.
           MOVE "HOLIDAY"     TO JNL-FILE
           MOVE WS-INPUT-DATE TO JNL-KEY
           PERFORM WRITE-JOURNAL.

       FIND-HOLIDAY.
      *>     Looks WS-INPUT-DATE up on the calendar. WS-HOL-POS
      *>     ends on the matching entry, or on the slot where the
      *>     date would go when it is not listed.
           MOVE "N" TO WS-HOL-FOUND
           MOVE 1   TO WS-HOL-POS
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
                      OR WS-HOL-DATE(WS-HOL-SUB) NOT < WS-INPUT-DATE
               CONTINUE
           END-PERFORM
           MOVE WS-HOL-SUB TO WS-HOL-POS
           IF WS-HOL-POS NOT > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-POS) = WS-INPUT-DATE
                   MOVE "Y" TO WS-HOL-FOUND
               END-IF
           END-IF.

       LOAD-HOLIDAYS.
      *>     No calendar file means weekends are the only
      *>     non-business days.
           MOVE 0   TO WS-HOL-COUNT
           MOVE 0   TO WS-HOLS-DROPPED
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
                               MOVE HOL-NAME
                                 TO WS-HOL-NAME(WS-HOL-COUNT)
                           ELSE
                               ADD 1 TO WS-HOLS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-HOLS-DROPPED > 0
               DISPLAY "HOLIDAY DATES NOT LOADED (TABLE FULL): "
                       WS-HOLS-DROPPED
           END-IF.

       SAVE-HOLIDAYS.
           OPEN OUTPUT HOLIDAY-FILE
           IF WS-HOL-STATUS = "00"
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
                   MOVE WS-HOL-DATE(WS-HOL-SUB) TO HOL-DATE
                   MOVE WS-HOL-NAME(WS-HOL-SUB) TO HOL-NAME
                   WRITE HOLIDAY-RECORD
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

       SIGN-ON.
      *>     Nothing is done at the console until an operator on
      *>     OPERATOR.DAT signs on; a refused sign-on is logged
      *>     (the reason in the key) and ends the run.
           OPEN I-O OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPERATOR FILE: " WS-OPR-STATUS
               DISPLAY "SET UP OPERATORS WITH OPERATOR MAINTENANCE "
                       "FIRST"
               STOP RUN
           END-IF
           OPEN EXTEND OPERLOG-FILE
           IF WS-OPL-STATUS = "35"
               OPEN OUTPUT OPERLOG-FILE
           END-IF
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-SIGNON-ID
           DISPLAY "PASSWORD: "
           ACCEPT WS-SIGNON-PASSWORD
           PERFORM VERIFY-OPERATOR
           MOVE "SIGNON" TO WS-LOG-ACTION
           MOVE 0        TO WS-LOG-AMOUNT
           IF WS-SIGNON-REASON NOT = SPACES
               MOVE WS-SIGNON-ID     TO WS-OPERATOR-ID
               MOVE WS-SIGNON-REASON TO WS-LOG-KEY
               MOVE "F"              TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               DISPLAY "SIGN-ON REFUSED: " WS-SIGNON-REASON
               STOP RUN
           END-IF
           MOVE OPR-ID        TO WS-OPERATOR-ID
           MOVE OPR-BRANCH    TO WS-OPERATOR-BRANCH
           MOVE OPR-AUTHORITY TO WS-OPERATOR-AUTH
           MOVE SPACES        TO WS-LOG-KEY
           MOVE "A"           TO WS-LOG-RESULT
           PERFORM WRITE-OPERATOR-LOG
           DISPLAY "SIGNED ON: " OPR-ID " " OPR-NAME.

       VERIFY-OPERATOR.
      *>     Checks WS-SIGNON-ID / WS-SIGNON-PASSWORD against the
      *>     operator master, leaving the refusal reason (spaces
      *>     when good) in WS-SIGNON-REASON. Three wrong
      *>     passwords in a row lock the operator until an
      *>     administrator resets it; a good one clears the
      *>     count.
           MOVE SPACES       TO WS-SIGNON-REASON
           MOVE WS-SIGNON-ID TO OPR-ID
           READ OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
               MOVE "UNKNOWN OPERATOR" TO WS-SIGNON-REASON
           ELSE
               IF NOT OPR-ACTIVE
                   IF OPR-LOCKED
                       MOVE "OPERATOR LOCKED" TO WS-SIGNON-REASON
                   ELSE
                       MOVE "OPERATOR INACTIVE" TO WS-SIGNON-REASON
                   END-IF
               ELSE
                   IF OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
                       MOVE "WRONG PASSWORD" TO WS-SIGNON-REASON
                       ADD 1 TO OPR-FAILED-COUNT
                       IF OPR-FAILED-COUNT NOT < 3
                           MOVE "L" TO OPR-STATUS
                       END-IF
                   ELSE
                       MOVE 0 TO OPR-FAILED-COUNT
                       MOVE FUNCTION CURRENT-DATE(1:14)
                                     TO OPR-LAST-SIGNON
                   END-IF
                   REWRITE OPERATOR-RECORD
               END-IF
           END-IF.

       REQUIRE-SUPERVISOR.
      *>     Supervisor-level work: an operator signed on at
      *>     supervisor level goes straight through; anyone else
      *>     needs a supervisor to key their own id and password
      *>     at the console. The approver goes on the log line.
           MOVE "N"    TO WS-SUPV-APPROVED
           MOVE SPACES TO WS-APPROVER-ID
           IF OPERATOR-IS-SUPERVISOR
               MOVE "Y"            TO WS-SUPV-APPROVED
               MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
           ELSE
               DISPLAY "SUPERVISOR APPROVAL REQUIRED"
               DISPLAY "SUPERVISOR ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "SUPERVISOR PASSWORD: "
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM VERIFY-OPERATOR
               IF WS-SIGNON-REASON = SPACES AND NOT OPR-HAS-SUPV-AUTH
                   MOVE "NOT A SUPERVISOR" TO WS-SIGNON-REASON
               END-IF
               IF WS-SIGNON-REASON = SPACES
                   MOVE "Y"    TO WS-SUPV-APPROVED
                   MOVE OPR-ID TO WS-APPROVER-ID
               ELSE
                   DISPLAY "APPROVAL REFUSED: " WS-SIGNON-REASON
               END-IF
           END-IF.

       WRITE-OPERATOR-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPL-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO OPL-OPERATOR
           MOVE WS-OPERATOR-BRANCH TO OPL-BRANCH
           MOVE WS-SIGNON-PROGRAM  TO OPL-PROGRAM
           MOVE WS-LOG-ACTION      TO OPL-ACTION
           MOVE WS-LOG-KEY         TO OPL-KEY
           MOVE WS-LOG-AMOUNT      TO OPL-AMOUNT
           MOVE WS-APPROVER-ID     TO OPL-APPROVER
           MOVE WS-LOG-RESULT      TO OPL-RESULT
           WRITE OPERLOG-RECORD.

       OPEN-JOURNAL.
      *>     No maintenance without its journal: the first
      *>     program ever to run creates the file, after that a
      *>     journal that will not open stops the run.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOURNAL FILE: " WS-JNL-STATUS
               STOP RUN
           END-IF.

       WRITE-JOURNAL.
      *>     The caller has filled in the file, key, action,
      *>     changed-field indicators and both images.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE WS-SIGNON-PROGRAM TO JNL-PROGRAM
           MOVE WS-OPERATOR-ID    TO JNL-OPERATOR
           WRITE JOURNAL-RECORD
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "JOURNAL WRITE FAILED: " WS-JNL-STATUS
           END-IF.
