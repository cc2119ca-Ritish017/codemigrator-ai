       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYMNT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> POSITIVE PAY MAINTENANCE PROGRAM
      *> Enrolls business accounts in positive pay
      *> (PPAYENR.DAT), keys and voids the checks they tell us
      *> they have written (ISSUED.DAT), and records the
      *> customer's pay or return decision on the exceptions
      *> TRANSACT held (PPAYEXC.DAT). PPAYRUN acts on the
      *> decisions in the next nightly run; an exception left
      *> undecided by then takes the enrollment's default.
      *> Customers sending whole issue files go through PPAYRUN
      *> rather than this screen. Every run starts with an
      *> operator sign-on (see OPERREC.CPY); each operation is
      *> logged to OPERLOG.DAT and each change journaled to
      *> MNTJRNL.DAT. Paying a check presented for other than
      *> its issued amount takes a supervisor.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAYENR-FILE ASSIGN TO "PPAYENR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPE-ACCT
               FILE STATUS IS WS-PPE-STATUS.

           SELECT ISSUED-FILE ASSIGN TO "ISSUED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               FILE STATUS IS WS-ISS-STATUS.

           SELECT PPAYEXC-FILE ASSIGN TO "PPAYEXC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-TXN-ID
               FILE STATUS IS WS-PPX-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPAYENR-FILE.
           COPY PPAYENR.

       FD  ISSUED-FILE.
           COPY ISSUED.

       FD  PPAYEXC-FILE.
           COPY PPAYEXC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-PPE-STATUS          PIC X(02).
       01  WS-ISS-STATUS          PIC X(02).
       01  WS-PPX-STATUS          PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OPERATION           PIC X(01).
           88 WS-ENROLL           VALUE "E".
           88 WS-UNENROLL         VALUE "U".
           88 WS-ISSUE            VALUE "I".
           88 WS-VOID             VALUE "V".
           88 WS-QUERY            VALUE "Q".
           88 WS-LIST             VALUE "L".
           88 WS-DECIDE           VALUE "D".
       01  WS-BUSINESS-DATE       PIC 9(08).
       01  WS-INPUT-ACCT          PIC 9(10).
       01  WS-INPUT-CHECK-NO      PIC 9(06).
       01  WS-INPUT-AMOUNT        PIC 9(11)V99.
       01  WS-INPUT-ISSUE-DATE    PIC 9(08).
       01  WS-INPUT-PAYEE         PIC X(30).
       01  WS-INPUT-DEFAULT       PIC X(01).
       01  WS-INPUT-TXN-ID        PIC 9(10).
       01  WS-INPUT-DECISION      PIC X(01).
       01  WS-DISPLAY-AMT         PIC $$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-ISSUED      PIC $$,$$$,$$$,$$9.99.
       01  WS-EXC-EOF             PIC X(01).
           88 WS-EXC-AT-EOF       VALUE "Y".
       01  WS-EXC-LISTED          PIC 9(05).

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "PPAYMNT".
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
           PERFORM GET-BUSINESS-DATE
           OPEN I-O PPAYENR-FILE
           IF WS-PPE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               OPEN OUTPUT PPAYENR-FILE
               CLOSE PPAYENR-FILE
               OPEN I-O PPAYENR-FILE
           END-IF
           IF WS-PPE-STATUS NOT = "00" AND WS-PPE-STATUS NOT = "05"
               DISPLAY "ERROR OPENING PPAYENR FILE: " WS-PPE-STATUS
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               STOP RUN
           END-IF
           OPEN I-O ISSUED-FILE
           IF WS-ISS-STATUS = "35"
               OPEN OUTPUT ISSUED-FILE
               CLOSE ISSUED-FILE
               OPEN I-O ISSUED-FILE
           END-IF
           IF WS-ISS-STATUS NOT = "00" AND WS-ISS-STATUS NOT = "05"
               DISPLAY "ERROR OPENING ISSUED FILE: " WS-ISS-STATUS
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               STOP RUN
           END-IF
           OPEN I-O PPAYEXC-FILE
           IF WS-PPX-STATUS = "35"
               OPEN OUTPUT PPAYEXC-FILE
               CLOSE PPAYEXC-FILE
               OPEN I-O PPAYEXC-FILE
           END-IF
           IF WS-PPX-STATUS NOT = "00" AND WS-PPX-STATUS NOT = "05"
               DISPLAY "ERROR OPENING PPAYEXC FILE: " WS-PPX-STATUS
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "E" PERFORM ENROLL-ACCOUNT
               WHEN "U" PERFORM UNENROLL-ACCOUNT
               WHEN "I" PERFORM ISSUE-CHECK
               WHEN "V" PERFORM VOID-CHECK
               WHEN "Q" PERFORM QUERY-CHECK
               WHEN "L" PERFORM LIST-EXCEPTIONS
               WHEN "D" PERFORM DECIDE-EXCEPTION
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE PPAYENR-FILE
           CLOSE ISSUED-FILE
           CLOSE PPAYEXC-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           DISPLAY "OPERATION (E=ENROLL, U=UNENROLL, I=ISSUE, "
               "V=VOID, Q=QUERY, L=LIST EXCEPTIONS, D=DECIDE): "
           ACCEPT WS-OPERATION.

       GET-BUSINESS-DATE.
      *>     Enrollment, void and decision dates are business
      *>     dates (the BUSNDATE record RUNCTLM maintains), the
      *>     dates the nightly run works in. The wall clock is
      *>     only the fallback when no business date has been
      *>     set.
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

       ENROLL-ACCOUNT.
      *>     Checks are drawn on checking and money market
      *>     accounts, so only those can enroll. Enrolling an
      *>     account already on file (active or not) updates its
      *>     default decision and makes it active.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           MOVE WS-INPUT-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCOUNT NOT FOUND"
           ELSE
               IF NOT (ACC-CHECKING OR ACC-MONEY-MKT) OR ACC-CLOSED
                   DISPLAY "NOT AN OPEN CHECKING OR MONEY MARKET "
                           "ACCOUNT: " WS-INPUT-ACCT
               ELSE
                   DISPLAY "DEFAULT DECISION IF UNDECIDED "
                           "(P=PAY, R=RETURN): "
                   ACCEPT WS-INPUT-DEFAULT
                   IF WS-INPUT-DEFAULT NOT = "P"
                       AND WS-INPUT-DEFAULT NOT = "R"
                       DISPLAY "DEFAULT MUST BE P OR R"
                   ELSE
                       PERFORM WRITE-ENROLLMENT
                   END-IF
               END-IF
           END-IF.

       WRITE-ENROLLMENT.
           MOVE "ENROLL"      TO WS-LOG-ACTION
           MOVE WS-INPUT-ACCT TO WS-LOG-KEY
           MOVE 0             TO WS-LOG-AMOUNT
           MOVE WS-INPUT-ACCT TO PPE-ACCT
           READ PPAYENR-FILE
           IF WS-PPE-STATUS = "00"
               MOVE PPAY-ENROLL-RECORD TO JNL-BEFORE-IMAGE
               MOVE SPACES             TO JNL-CHANGED
               IF PPE-DEFAULT NOT = WS-INPUT-DEFAULT
                   MOVE "Y" TO JNL-FIELD-CHANGED(1)
               END-IF
               IF NOT PPE-ACTIVE
                   MOVE "Y" TO JNL-FIELD-CHANGED(2)
               END-IF
               MOVE WS-INPUT-DEFAULT TO PPE-DEFAULT
               IF NOT PPE-ACTIVE
                   MOVE WS-BUSINESS-DATE TO PPE-ENROLL-DATE
               END-IF
               MOVE "A" TO PPE-STATUS
               REWRITE PPAY-ENROLL-RECORD
               IF WS-PPE-STATUS = "00"
                   DISPLAY "ENROLLMENT UPDATED"
                   MOVE "A" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
                   MOVE "C" TO JNL-ACTION
                   PERFORM JOURNAL-ENROLLMENT-CHANGE
               ELSE
                   DISPLAY "REWRITE FAILED: " WS-PPE-STATUS
               END-IF
           ELSE
               MOVE WS-INPUT-ACCT    TO PPE-ACCT
               MOVE WS-INPUT-DEFAULT TO PPE-DEFAULT
               MOVE WS-BUSINESS-DATE TO PPE-ENROLL-DATE
               MOVE "A"              TO PPE-STATUS
               WRITE PPAY-ENROLL-RECORD
               IF WS-PPE-STATUS = "00"
                   DISPLAY "ACCOUNT ENROLLED IN POSITIVE PAY"
                   MOVE "A" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
                   MOVE "A"    TO JNL-ACTION
                   MOVE SPACES TO JNL-CHANGED
                   MOVE SPACES TO JNL-BEFORE-IMAGE
                   PERFORM JOURNAL-ENROLLMENT-CHANGE
               ELSE
                   DISPLAY "WRITE FAILED: " WS-PPE-STATUS
               END-IF
           END-IF.

       UNENROLL-ACCOUNT.
      *>     The issued-check history stays on file; checks
      *>     simply stop being matched against it.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           MOVE WS-INPUT-ACCT TO PPE-ACCT
           READ PPAYENR-FILE
           IF WS-PPE-STATUS NOT = "00"
               DISPLAY "ACCOUNT NOT ENROLLED"
           ELSE
               IF NOT PPE-ACTIVE
                   DISPLAY "ENROLLMENT NOT ACTIVE: " PPE-STATUS
               ELSE
                   MOVE PPAY-ENROLL-RECORD TO JNL-BEFORE-IMAGE
                   MOVE "I" TO PPE-STATUS
                   REWRITE PPAY-ENROLL-RECORD
                   IF WS-PPE-STATUS = "00"
                       DISPLAY "ACCOUNT REMOVED FROM POSITIVE PAY"
                       MOVE "UNENROLL"    TO WS-LOG-ACTION
                       MOVE WS-INPUT-ACCT TO WS-LOG-KEY
                       MOVE 0             TO WS-LOG-AMOUNT
                       MOVE "A"           TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                       MOVE "C"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE "Y"    TO JNL-FIELD-CHANGED(2)
                       PERFORM JOURNAL-ENROLLMENT-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-PPE-STATUS
                   END-IF
               END-IF
           END-IF.

       CHECK-ENROLLED.
      *>     Leaves WS-PPE-STATUS "00" only for an active
      *>     enrollment of WS-INPUT-ACCT.
           MOVE WS-INPUT-ACCT TO PPE-ACCT
           READ PPAYENR-FILE
           IF WS-PPE-STATUS = "00" AND NOT PPE-ACTIVE
               MOVE "23" TO WS-PPE-STATUS
           END-IF.

       ISSUE-CHECK.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           PERFORM CHECK-ENROLLED
           IF WS-PPE-STATUS NOT = "00"
               DISPLAY "ACCOUNT NOT ENROLLED IN POSITIVE PAY"
           ELSE
               DISPLAY "CHECK NUMBER: "
               ACCEPT WS-INPUT-CHECK-NO
               DISPLAY "AMOUNT: "
               ACCEPT WS-INPUT-AMOUNT
               DISPLAY "ISSUE DATE (YYYYMMDD): "
               ACCEPT WS-INPUT-ISSUE-DATE
               DISPLAY "PAYEE: "
               ACCEPT WS-INPUT-PAYEE
               EVALUATE TRUE
                   WHEN WS-INPUT-CHECK-NO = 0
                       DISPLAY "CHECK NUMBER MUST BE NONZERO"
                   WHEN WS-INPUT-AMOUNT NOT > 0
                       DISPLAY "AMOUNT MUST BE POSITIVE"
                   WHEN WS-INPUT-ISSUE-DATE > WS-BUSINESS-DATE
                       DISPLAY "ISSUE DATE IS IN THE FUTURE"
                   WHEN OTHER
                       PERFORM WRITE-ISSUED-CHECK
               END-EVALUATE
           END-IF.

       WRITE-ISSUED-CHECK.
           MOVE WS-INPUT-ACCT       TO ISS-ACCT
           MOVE WS-INPUT-CHECK-NO   TO ISS-CHECK-NO
           MOVE WS-INPUT-AMOUNT     TO ISS-AMOUNT
           MOVE WS-INPUT-ISSUE-DATE TO ISS-ISSUE-DATE
           MOVE WS-INPUT-PAYEE      TO ISS-PAYEE
           MOVE "O"                 TO ISS-STATUS
           MOVE 0                   TO ISS-STATUS-DATE
           MOVE 0                   TO ISS-PAID-TXN-ID
           WRITE ISSUED-RECORD
           EVALUATE WS-ISS-STATUS
               WHEN "00"
                   DISPLAY "ISSUED CHECK RECORDED"
                   MOVE "ISSUE"         TO WS-LOG-ACTION
                   MOVE ISS-KEY         TO WS-LOG-KEY
                   MOVE WS-INPUT-AMOUNT TO WS-LOG-AMOUNT
                   MOVE "A"             TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
                   MOVE "A"    TO JNL-ACTION
                   MOVE SPACES TO JNL-CHANGED
                   MOVE SPACES TO JNL-BEFORE-IMAGE
                   PERFORM JOURNAL-ISSUED-CHANGE
               WHEN "22"
                   DISPLAY "CHECK NUMBER ALREADY ISSUED"
               WHEN OTHER
                   DISPLAY "WRITE FAILED: " WS-ISS-STATUS
           END-EVALUATE.

       VOID-CHECK.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           DISPLAY "CHECK NUMBER: "
           ACCEPT WS-INPUT-CHECK-NO
           MOVE WS-INPUT-ACCT     TO ISS-ACCT
           MOVE WS-INPUT-CHECK-NO TO ISS-CHECK-NO
           READ ISSUED-FILE
           IF WS-ISS-STATUS NOT = "00"
               DISPLAY "ISSUED CHECK NOT FOUND"
           ELSE
               IF NOT ISS-OUTSTANDING
                   DISPLAY "CHECK NOT OUTSTANDING: " ISS-STATUS
               ELSE
                   MOVE ISSUED-RECORD    TO JNL-BEFORE-IMAGE
                   MOVE "V"              TO ISS-STATUS
                   MOVE WS-BUSINESS-DATE TO ISS-STATUS-DATE
                   REWRITE ISSUED-RECORD
                   IF WS-ISS-STATUS = "00"
                       DISPLAY "CHECK VOIDED"
                       MOVE "VOID"     TO WS-LOG-ACTION
                       MOVE ISS-KEY    TO WS-LOG-KEY
                       MOVE ISS-AMOUNT TO WS-LOG-AMOUNT
                       MOVE "A"        TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                       MOVE "C"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE "Y"    TO JNL-FIELD-CHANGED(3)
                       PERFORM JOURNAL-ISSUED-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-ISS-STATUS
                   END-IF
               END-IF
           END-IF.

       QUERY-CHECK.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           DISPLAY "CHECK NUMBER: "
           ACCEPT WS-INPUT-CHECK-NO
           MOVE WS-INPUT-ACCT     TO ISS-ACCT
           MOVE WS-INPUT-CHECK-NO TO ISS-CHECK-NO
           READ ISSUED-FILE
           IF WS-ISS-STATUS = "00"
               MOVE ISS-AMOUNT TO WS-DISPLAY-AMT
               DISPLAY "AMOUNT : " WS-DISPLAY-AMT
               DISPLAY "ISSUED : " ISS-ISSUE-DATE
               DISPLAY "PAYEE  : " ISS-PAYEE
               DISPLAY "STATUS : " ISS-STATUS " " ISS-STATUS-DATE
               IF ISS-PAID
                   DISPLAY "PAID BY: TXN " ISS-PAID-TXN-ID
               END-IF
           ELSE
               DISPLAY "ISSUED CHECK NOT FOUND"
           END-IF.

       LIST-EXCEPTIONS.
      *>     The exception file is keyed by TXN-ID, so the
      *>     account's open items are found by a full walk.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           MOVE 0 TO WS-EXC-LISTED
           MOVE 0 TO PPX-TXN-ID
           START PPAYEXC-FILE KEY IS >= PPX-TXN-ID
               INVALID KEY MOVE "10" TO WS-PPX-STATUS
           END-START
           MOVE "N" TO WS-EXC-EOF
           IF WS-PPX-STATUS NOT = "00"
               MOVE "Y" TO WS-EXC-EOF
           END-IF
           PERFORM UNTIL WS-EXC-AT-EOF
               READ PPAYEXC-FILE NEXT
                   AT END MOVE "Y" TO WS-EXC-EOF
                   NOT AT END
                       IF PPX-ACCT = WS-INPUT-ACCT AND PPX-OPEN
                           PERFORM DISPLAY-EXCEPTION
                           ADD 1 TO WS-EXC-LISTED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXC-LISTED = 0
               DISPLAY "NO OPEN EXCEPTIONS FOR ACCOUNT"
           END-IF.

       DISPLAY-EXCEPTION.
           MOVE PPX-AMOUNT     TO WS-DISPLAY-AMT
           MOVE PPX-ISSUED-AMT TO WS-DISPLAY-ISSUED
           DISPLAY "TXN " PPX-TXN-ID
                   " CHECK " PPX-CHECK-NO
                   " PRESENTED " WS-DISPLAY-AMT
                   " ISSUED " WS-DISPLAY-ISSUED
           DISPLAY "    " PPX-REASON
                   " DATE " PPX-DATE
                   " DECISION " PPX-DECISION.

       DECIDE-EXCEPTION.
      *>     A decision may be changed until PPAYRUN acts on it.
      *>     Paying a check presented for other than its issued
      *>     amount (or with no issued amount at all) takes a
      *>     supervisor; a refusal is logged like the decision.
           DISPLAY "EXCEPTION TXN ID: "
           ACCEPT WS-INPUT-TXN-ID
           MOVE WS-INPUT-TXN-ID TO PPX-TXN-ID
           READ PPAYEXC-FILE
           IF WS-PPX-STATUS NOT = "00"
               DISPLAY "EXCEPTION NOT FOUND"
           ELSE
               IF NOT PPX-OPEN
                   DISPLAY "EXCEPTION ALREADY CLOSED: " PPX-STATUS
               ELSE
                   PERFORM DISPLAY-EXCEPTION
                   DISPLAY "DECISION (P=PAY, R=RETURN): "
                   ACCEPT WS-INPUT-DECISION
                   IF WS-INPUT-DECISION NOT = "P"
                       AND WS-INPUT-DECISION NOT = "R"
                       DISPLAY "DECISION MUST BE P OR R"
                   ELSE
                       MOVE "DECIDE"   TO WS-LOG-ACTION
                       MOVE PPX-TXN-ID TO WS-LOG-KEY
                       MOVE PPX-AMOUNT TO WS-LOG-AMOUNT
                       MOVE "Y"        TO WS-SUPV-APPROVED
                       MOVE SPACES     TO WS-APPROVER-ID
                       IF WS-INPUT-DECISION = "P"
                           AND PPX-AMOUNT NOT = PPX-ISSUED-AMT
                           PERFORM REQUIRE-SUPERVISOR
                       END-IF
                       IF NOT SUPERVISOR-APPROVED
                           DISPLAY "NOT AUTHORIZED TO PAY A CHECK "
                                   "AT OTHER THAN ITS ISSUED AMOUNT"
                           MOVE "D" TO WS-LOG-RESULT
                           PERFORM WRITE-OPERATOR-LOG
                       ELSE
                           PERFORM RECORD-DECISION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECORD-DECISION.
           MOVE PPAY-EXCEPTION-RECORD TO JNL-BEFORE-IMAGE
           MOVE WS-INPUT-DECISION     TO PPX-DECISION
           REWRITE PPAY-EXCEPTION-RECORD
           IF WS-PPX-STATUS = "00"
               DISPLAY "DECISION RECORDED"
               MOVE "A" TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               MOVE "C"    TO JNL-ACTION
               MOVE SPACES TO JNL-CHANGED
               MOVE "Y"    TO JNL-FIELD-CHANGED(1)
               PERFORM JOURNAL-EXCEPTION-CHANGE
           ELSE
               DISPLAY "REWRITE FAILED: " WS-PPX-STATUS
           END-IF.

       JOURNAL-ENROLLMENT-CHANGE.
           MOVE "PPAYENR"          TO JNL-FILE
           MOVE PPE-ACCT           TO JNL-KEY
           MOVE PPAY-ENROLL-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       JOURNAL-ISSUED-CHANGE.
           MOVE "ISSUED"      TO JNL-FILE
           MOVE ISS-KEY       TO JNL-KEY
           MOVE ISSUED-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       JOURNAL-EXCEPTION-CHANGE.
           MOVE "PPAYEXC"             TO JNL-FILE
           MOVE PPX-TXN-ID            TO JNL-KEY
           MOVE PPAY-EXCEPTION-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

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
