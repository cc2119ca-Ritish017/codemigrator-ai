      *> ACCOUNT MAINTENANCE PROGRAM
      *> Creates new bank accounts and queries existing
      *> account details from the master account file.
      *> New account numbers are issued from ACCTSEQ.DAT out
      *> of the account type's ACCTTYPE.CFG range and carry a
      *> check digit (see ACCTSEQ.CPY); the operator no longer
      *> keys them.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY); closing an account, and placing or
      *> releasing a hold over the AUTHLIM.CFG limit, take a
      *> supervisor.
      *> Every account opened or closed and every hold placed
      *> or released is journaled with its before and after
      *> images (see MNTJRNL.CPY).
      *> A query for an account ACCTPURG has since moved to
      *> the history file (see ACCTHIST.CPY) answers with its
      *> close date rather than "not found".
      *>****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATYPE-STATUS.

           SELECT ACCTSEQ-FILE ASSIGN TO "ACCTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASQ-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SANCREV-FILE ASSIGN TO "SANCREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS WS-SRV-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-NUMBER
               FILE STATUS IS WS-AHS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT AUTHLIM-FILE ASSIGN TO "AUTHLIM.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALM-STATUS.

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
       FD  ACCOUNT-FILE.
       FD  ACCTTYPE-FILE.
           COPY ACCTTYPE.

       FD  ACCTSEQ-FILE.
           COPY ACCTSEQ.

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  SANCREV-FILE.
           COPY SANCREV.

       FD  HISTORY-FILE.
           COPY ACCTHIST.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  AUTHLIM-FILE.
           COPY AUTHLIM.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-CUST-STATUS         PIC X(02).
                            INDEXED BY WS-TYPE-IDX.
              10 WS-TYPE-CODE     PIC X(02).
              10 WS-TYPE-DESC     PIC X(20).
              10 WS-TYPE-RANGE-LOW  PIC 9(09).
              10 WS-TYPE-RANGE-HIGH PIC 9(09).
       01  WS-TYPE-VALID          PIC X(01).
           88 TYPE-IS-VALID       VALUE "Y".

      *> Account number sequence (see ACCTSEQ.CPY): the last
      *> base issued per type, loaded whole and rewritten
      *> whole when a number is issued.
       01  WS-ASQ-STATUS          PIC X(02).
       01  WS-ASQ-EOF             PIC X(01).
           88 WS-ASQ-AT-EOF       VALUE "Y".
       01  WS-ASQ-TABLE.
           05 WS-ASQ-COUNT        PIC 9(03) VALUE 0.
           05 WS-ASQ-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-ASQ-IDX.
              10 WS-ASQ-TYPE      PIC X(02).
              10 WS-ASQ-LAST      PIC 9(09).
       01  WS-NUMBER-ASSIGNED     PIC X(01).
           88 NUMBER-IS-ASSIGNED  VALUE "Y".
       01  WS-RANGE-EXHAUSTED     PIC X(01).
           88 RANGE-IS-EXHAUSTED  VALUE "Y".
       01  WS-CHECK-DIGIT-WORK.
           05 WS-ACD-NUMBER       PIC 9(10).
           05 WS-ACD-DIGITS REDEFINES WS-ACD-NUMBER.
              10 WS-ACD-DIGIT     PIC 9(01) OCCURS 10 TIMES.
           05 WS-ACD-POS          PIC 9(02).
           05 WS-ACD-PRODUCT      PIC 9(02).
           05 WS-ACD-SUM          PIC 9(03).
           05 WS-ACD-QUOTIENT     PIC 9(03).
           05 WS-ACD-REMAINDER    PIC 9(01).
           05 WS-ACD-CHECK        PIC 9(01).
       01  WS-CUST-VALID          PIC X(01).
           88 CUST-IS-VALID       VALUE "Y".

      *> Sanctions reviews (see SANCREV.CPY): a customer
      *> compliance has confirmed against the watch list may
      *> not open accounts. No review file means nobody has
      *> been confirmed.
       01  WS-SRV-STATUS          PIC X(02).
       01  WS-SRV-EOF             PIC X(01).
           88 WS-SRV-AT-EOF       VALUE "Y".
       01  WS-SANCREV-OPEN        PIC X(01) VALUE "N".
           88 SANCREV-FILE-OPEN   VALUE "Y".
       01  WS-CUST-SANCTIONED     PIC X(01).
           88 CUST-IS-SANCTIONED  VALUE "Y".

      *> Purged accounts (see ACCTHIST.CPY), looked up when
      *> a queried number is no longer on ACCOUNTS.DAT. No
      *> history file means nothing has been purged yet.
       01  WS-AHS-STATUS          PIC X(02).
       01  WS-HISTORY-OPEN        PIC X(01) VALUE "N".
           88 HISTORY-FILE-OPEN   VALUE "Y".

      *> Branch inputs (see BRNREC.CPY): every new account
      *> carries the branch it was opened at, validated against
      *> the branch master the same way the customer is.
       01  WS-INPUT-HOLD-EXPIRY   PIC 9(08).
       01  WS-DISPLAY-HOLD-AMT    PIC $$,$$$,$$$,$$9.99.

      *> Largest hold a clerk may place or release without a
      *> supervisor (see AUTHLIM.CPY); zero when the limit file
      *> is missing, so every hold then needs a supervisor.
       01  WS-ALM-STATUS          PIC X(02).
       01  WS-HOLD-LIMIT          PIC 9(09)V99 VALUE 0.

      *> CD term inputs and calendar work fields for computing
      *> the maturity date at create time.
       01  WS-INPUT-TERM          PIC 9(03) VALUE 0.
           05 WS-LEAP-FLAG        PIC X(01).
              88 YEAR-IS-LEAP     VALUE "Y".

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "ACCOUNT".
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
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-FILE-STATUS
                       "MAINTENANCE FIRST"
               STOP RUN
           END-IF
           OPEN INPUT SANCREV-FILE
           IF WS-SRV-STATUS = "00"
               MOVE "Y" TO WS-SANCREV-OPEN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-AHS-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN
           END-IF
           PERFORM LOAD-TYPE-TABLE
           PERFORM LOAD-AUTH-LIMIT
           OPEN EXTEND AUDIT-FILE
           PERFORM LOAD-AUDIT-SEQ
           PERFORM READ-OPERATION
           CLOSE BRANCH-FILE
           CLOSE AUDIT-FILE
           CLOSE HOLDS-FILE
           IF SANCREV-FILE-OPEN
               CLOSE SANCREV-FILE
           END-IF
           IF HISTORY-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF
           PERFORM SAVE-AUDIT-SEQ
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE ATY-CODE TO WS-TYPE-CODE(WS-TYPE-COUNT)
                       MOVE ATY-DESC TO WS-TYPE-DESC(WS-TYPE-COUNT)
                       MOVE 0 TO WS-TYPE-RANGE-LOW(WS-TYPE-COUNT)
                       MOVE 0 TO WS-TYPE-RANGE-HIGH(WS-TYPE-COUNT)
                       IF ATY-RANGE-LOW IS NUMERIC
                           AND ATY-RANGE-HIGH IS NUMERIC
                           MOVE ATY-RANGE-LOW
                               TO WS-TYPE-RANGE-LOW(WS-TYPE-COUNT)
                           MOVE ATY-RANGE-HIGH
                               TO WS-TYPE-RANGE-HIGH(WS-TYPE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTTYPE-FILE.

       ASSIGN-ACCOUNT-NUMBER.
      *>     Issues the next base in the type's range (VALIDATE-
      *>     TYPE left WS-TYPE-IDX on it) and appends the check
      *>     digit. A number already on the master -- an older
      *>     account keyed by hand inside the range -- is passed
      *>     over. The sequence is saved as soon as a number is
      *>     issued, so a failed write never reissues it.
           MOVE "N" TO WS-NUMBER-ASSIGNED
           MOVE "N" TO WS-RANGE-EXHAUSTED
           IF WS-TYPE-RANGE-HIGH(WS-TYPE-IDX) = 0
               DISPLAY "NO NUMBER RANGE FOR ACCOUNT TYPE: "
                       WS-INPUT-TYPE
           ELSE
               PERFORM LOAD-ACCOUNT-SEQUENCE
               SET WS-ASQ-IDX TO 1
               SEARCH WS-ASQ-ENTRY
                   WHEN WS-ASQ-IDX > WS-ASQ-COUNT
                       ADD 1 TO WS-ASQ-COUNT
                       MOVE WS-INPUT-TYPE TO WS-ASQ-TYPE(WS-ASQ-IDX)
                       MOVE 0 TO WS-ASQ-LAST(WS-ASQ-IDX)
                   WHEN WS-ASQ-TYPE(WS-ASQ-IDX) = WS-INPUT-TYPE
                       CONTINUE
               END-SEARCH
      *>         A type new to the file, or whose range has been
      *>         moved up, starts at the bottom of its range.
               IF WS-ASQ-LAST(WS-ASQ-IDX)
                       < WS-TYPE-RANGE-LOW(WS-TYPE-IDX) - 1
                   COMPUTE WS-ASQ-LAST(WS-ASQ-IDX) =
                       WS-TYPE-RANGE-LOW(WS-TYPE-IDX) - 1
               END-IF
               PERFORM UNTIL NUMBER-IS-ASSIGNED OR RANGE-IS-EXHAUSTED
                   IF WS-ASQ-LAST(WS-ASQ-IDX)
                           NOT < WS-TYPE-RANGE-HIGH(WS-TYPE-IDX)
                       MOVE "Y" TO WS-RANGE-EXHAUSTED
                   ELSE
                       ADD 1 TO WS-ASQ-LAST(WS-ASQ-IDX)
                       COMPUTE WS-ACD-NUMBER =
                           WS-ASQ-LAST(WS-ASQ-IDX) * 10
                       PERFORM COMPUTE-CHECK-DIGIT
                       MOVE WS-ACD-CHECK TO WS-ACD-DIGIT(10)
                       MOVE WS-ACD-NUMBER TO ACC-NUMBER
                       READ ACCOUNT-FILE
                       IF WS-FILE-STATUS NOT = "00"
                           MOVE WS-ACD-NUMBER TO WS-INPUT-ACC-NUMBER
                           MOVE "Y" TO WS-NUMBER-ASSIGNED
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM SAVE-ACCOUNT-SEQUENCE
               IF RANGE-IS-EXHAUSTED
                   DISPLAY "ACCOUNT NUMBER RANGE EXHAUSTED FOR TYPE: "
                           WS-INPUT-TYPE
               END-IF
           END-IF.

       LOAD-ACCOUNT-SEQUENCE.
      *>     No sequence file yet means no numbers issued yet.
           MOVE 0 TO WS-ASQ-COUNT
           MOVE "N" TO WS-ASQ-EOF
           OPEN INPUT ACCTSEQ-FILE
           IF WS-ASQ-STATUS = "00"
               PERFORM UNTIL WS-ASQ-AT-EOF
                   READ ACCTSEQ-FILE
                       AT END MOVE "Y" TO WS-ASQ-EOF
                       NOT AT END
                           IF WS-ASQ-COUNT < 20
                               ADD 1 TO WS-ASQ-COUNT
                               MOVE ASQ-TYPE
                                   TO WS-ASQ-TYPE(WS-ASQ-COUNT)
                               MOVE ASQ-LAST-BASE
                                   TO WS-ASQ-LAST(WS-ASQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTSEQ-FILE
           END-IF.

       SAVE-ACCOUNT-SEQUENCE.
           OPEN OUTPUT ACCTSEQ-FILE
           PERFORM VARYING WS-ASQ-IDX FROM 1 BY 1
                   UNTIL WS-ASQ-IDX > WS-ASQ-COUNT
               MOVE WS-ASQ-TYPE(WS-ASQ-IDX) TO ASQ-TYPE
               MOVE WS-ASQ-LAST(WS-ASQ-IDX) TO ASQ-LAST-BASE
               WRITE ACCTSEQ-RECORD
           END-PERFORM
           CLOSE ACCTSEQ-FILE.

       COMPUTE-CHECK-DIGIT.
      *>     Luhn over the nine base digits of WS-ACD-NUMBER: the
      *>     last base digit (position 9) and every second one
      *>     leftward of it are doubled.
           MOVE 0 TO WS-ACD-SUM
           PERFORM VARYING WS-ACD-POS FROM 1 BY 1
                   UNTIL WS-ACD-POS > 9
               IF WS-ACD-POS = 1 OR 3 OR 5 OR 7 OR 9
                   COMPUTE WS-ACD-PRODUCT =
                       WS-ACD-DIGIT(WS-ACD-POS) * 2
                   IF WS-ACD-PRODUCT > 9
                       SUBTRACT 9 FROM WS-ACD-PRODUCT
                   END-IF
               ELSE
                   MOVE WS-ACD-DIGIT(WS-ACD-POS) TO WS-ACD-PRODUCT
               END-IF
               ADD WS-ACD-PRODUCT TO WS-ACD-SUM
           END-PERFORM
           DIVIDE WS-ACD-SUM BY 10 GIVING WS-ACD-QUOTIENT
               REMAINDER WS-ACD-REMAINDER
           IF WS-ACD-REMAINDER = 0
               MOVE 0 TO WS-ACD-CHECK
           ELSE
               COMPUTE WS-ACD-CHECK = 10 - WS-ACD-REMAINDER
           END-IF.

       LOAD-AUTH-LIMIT.
           OPEN INPUT AUTHLIM-FILE
           IF WS-ALM-STATUS = "00"
               READ AUTHLIM-FILE
                   NOT AT END MOVE ALM-HOLD-LIMIT TO WS-HOLD-LIMIT
               END-READ
               CLOSE AUTHLIM-FILE
           END-IF.

       VALIDATE-TYPE.
           MOVE "N" TO WS-TYPE-VALID
           SET WS-TYPE-IDX TO 1
           IF WS-CUST-STATUS = "00" AND CUS-ACTIVE
               MOVE "Y" TO WS-CUST-VALID
               MOVE CUS-LEGAL-NAME TO WS-INPUT-NAME
               PERFORM CHECK-CUSTOMER-SANCTIONS
               IF CUST-IS-SANCTIONED
                   MOVE "N" TO WS-CUST-VALID
               END-IF
           END-IF.

       CHECK-CUSTOMER-SANCTIONS.
      *>     The review file's key clusters a customer's
      *>     reviews, so a keyed START at the customer walks
      *>     just those; any confirmed one bars the customer.
           MOVE "N" TO WS-CUST-SANCTIONED
           IF SANCREV-FILE-OPEN
               MOVE WS-INPUT-CUST-NUMBER TO SRV-CUST
               MOVE LOW-VALUES           TO SRV-ENTRY-ID
               START SANCREV-FILE KEY IS >= SRV-KEY
                   INVALID KEY MOVE "10" TO WS-SRV-STATUS
               END-START
               MOVE "N" TO WS-SRV-EOF
               IF WS-SRV-STATUS NOT = "00"
                   MOVE "Y" TO WS-SRV-EOF
               END-IF
               PERFORM UNTIL WS-SRV-AT-EOF
                   READ SANCREV-FILE NEXT
                       AT END MOVE "Y" TO WS-SRV-EOF
                       NOT AT END
                           IF SRV-CUST NOT = WS-INPUT-CUST-NUMBER
                               MOVE "Y" TO WS-SRV-EOF
                           ELSE
                               IF SRV-CONFIRMED
                                   MOVE "Y" TO WS-CUST-SANCTIONED
                                   MOVE "Y" TO WS-SRV-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SRV-STATUS
           END-IF.

       CREATE-ACCOUNT.
           MOVE "N" TO WS-CUST-VALID
           PERFORM UNTIL CUST-IS-VALID
               DISPLAY "CUSTOMER NUMBER: "
               ACCEPT WS-INPUT-CUST-NUMBER
               MOVE "N" TO WS-CUST-SANCTIONED
               PERFORM VALIDATE-CUSTOMER
               IF CUST-IS-SANCTIONED
                   DISPLAY "CUSTOMER REFUSED: CONFIRMED SANCTIONS "
                           "MATCH " WS-INPUT-CUST-NUMBER
               ELSE
                   IF NOT CUST-IS-VALID
                       DISPLAY "CUSTOMER NOT ON MASTER: "
                               WS-INPUT-CUST-NUMBER
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-BRN-VALID
                   DISPLAY "INITIAL DEPOSIT MUST BE GREATER THAN ZERO"
               END-IF
           END-PERFORM
           PERFORM ASSIGN-ACCOUNT-NUMBER
           IF NUMBER-IS-ASSIGNED
               DISPLAY "ACCOUNT NUMBER ASSIGNED: " WS-INPUT-ACC-NUMBER
               PERFORM WRITE-NEW-ACCOUNT
           END-IF.

       WRITE-NEW-ACCOUNT.
           MOVE WS-INPUT-ACC-NUMBER TO ACC-NUMBER
           MOVE WS-INPUT-CUST-NUMBER TO ACC-CUSTOMER-ID
           MOVE WS-INPUT-NAME       TO ACC-HOLDER-NAME
               MOVE SPACES              TO AUD-REASON
               MOVE 0 TO AUD-CHECK-NO
               MOVE ACC-BRANCH TO AUD-BRANCH
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
               MOVE "OPEN"           TO WS-LOG-ACTION
               MOVE ACC-NUMBER       TO WS-LOG-KEY
               MOVE WS-INPUT-DEPOSIT TO WS-LOG-AMOUNT
               MOVE "A"              TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               MOVE "A"    TO JNL-ACTION
               MOVE SPACES TO JNL-CHANGED
               MOVE SPACES TO JNL-BEFORE-IMAGE
               PERFORM JOURNAL-ACCOUNT-CHANGE
           ELSE
               DISPLAY "WRITE FAILED: " WS-FILE-STATUS
           END-IF.
               IF ACC-CLOSED
                   DISPLAY "ACCOUNT ALREADY CLOSED"
               ELSE
                   MOVE "CLOSE"    TO WS-LOG-ACTION
                   MOVE ACC-NUMBER TO WS-LOG-KEY
                   MOVE 0          TO WS-LOG-AMOUNT
                   IF ACC-BALANCE NOT = 0
                       DISPLAY "CANNOT CLOSE: BALANCE MUST BE ZERO"
                       DISPLAY "USE CLOSEOUT TO SETTLE THE BALANCE"
                   ELSE
                       PERFORM REQUIRE-SUPERVISOR
                       IF NOT SUPERVISOR-APPROVED
                           DISPLAY "NOT AUTHORIZED TO CLOSE ACCOUNTS"
                           MOVE "D" TO WS-LOG-RESULT
                           PERFORM WRITE-OPERATOR-LOG
                       ELSE
                           MOVE ACCOUNT-RECORD TO JNL-BEFORE-IMAGE
                           MOVE "C" TO ACC-STATUS
                           REWRITE ACCOUNT-RECORD
                           IF WS-FILE-STATUS = "00"
                               DISPLAY "ACCOUNT CLOSED SUCCESSFULLY"
                               MOVE ACC-NUMBER TO AUD-TXN-ID
                               MOVE "CLOSE"    TO AUD-TYPE
                               MOVE ACC-NUMBER TO AUD-FROM-ACCT
                               MOVE 0          TO AUD-TO-ACCT
                               MOVE 0          TO AUD-AMOUNT
                               MOVE FUNCTION CURRENT-DATE(1:14)
                                             TO WS-AUDIT-TS
                               MOVE WS-SEQ-DATE TO WS-AUDIT-TS(1:8)
                               MOVE WS-AUDIT-TS TO AUD-TIMESTAMP
                               MOVE ACC-BALANCE TO AUD-POSTED-BAL
                               MOVE "POSTED"    TO AUD-STATUS
                               MOVE SPACES      TO AUD-REASON
                               MOVE 0 TO AUD-CHECK-NO
                               MOVE ACC-BRANCH TO AUD-BRANCH
                               MOVE WS-OPERATOR-ID TO AUD-OPERATOR
                               PERFORM NEXT-AUDIT-SEQ
                               WRITE AUDIT-LINE
                               MOVE "A" TO WS-LOG-RESULT
                               PERFORM WRITE-OPERATOR-LOG
                               MOVE "C"    TO JNL-ACTION
                               MOVE SPACES TO JNL-CHANGED
                               MOVE "Y"    TO JNL-FIELD-CHANGED(5)
                               PERFORM JOURNAL-ACCOUNT-CHANGE
                           ELSE
                               DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   ACCEPT WS-INPUT-HOLD-REASON
                   DISPLAY "EXPIRY DATE (YYYYMMDD, 0=UNTIL RELEASE): "
                   ACCEPT WS-INPUT-HOLD-EXPIRY
                   MOVE "PLACE HOLD" TO WS-LOG-ACTION
                   PERFORM CHECK-HOLD-AUTHORITY
                   IF SUPERVISOR-APPROVED
                       MOVE WS-INPUT-ACC-NUMBER  TO HLD-ACCT
                       MOVE WS-INPUT-HOLD-ID     TO HLD-ID
                       MOVE WS-INPUT-HOLD-AMT    TO HLD-AMOUNT
                       MOVE WS-INPUT-HOLD-REASON TO HLD-REASON
                       MOVE WS-INPUT-HOLD-EXPIRY TO HLD-EXPIRY-DATE
                       MOVE "A"                  TO HLD-STATUS
                       MOVE WS-OPERATOR-ID       TO HLD-OPERATOR
                       WRITE HOLD-RECORD
                       IF WS-HOLD-STATUS = "00"
                           DISPLAY "HOLD PLACED SUCCESSFULLY"
                           MOVE "A" TO WS-LOG-RESULT
                           PERFORM WRITE-OPERATOR-LOG
                           MOVE "A"    TO JNL-ACTION
                           MOVE SPACES TO JNL-CHANGED
                           MOVE SPACES TO JNL-BEFORE-IMAGE
                           PERFORM JOURNAL-HOLD-CHANGE
                       ELSE
                           DISPLAY "WRITE FAILED: " WS-HOLD-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
               IF NOT HLD-ACTIVE
                   DISPLAY "HOLD NOT ACTIVE: " HLD-STATUS
               ELSE
                   MOVE HLD-AMOUNT     TO WS-INPUT-HOLD-AMT
                   MOVE "RELEASE HOLD" TO WS-LOG-ACTION
                   PERFORM CHECK-HOLD-AUTHORITY
                   IF SUPERVISOR-APPROVED
                       MOVE HOLD-RECORD    TO JNL-BEFORE-IMAGE
                       MOVE "R"            TO HLD-STATUS
                       MOVE WS-OPERATOR-ID TO HLD-OPERATOR
                       REWRITE HOLD-RECORD
                       IF WS-HOLD-STATUS = "00"
                           MOVE HLD-AMOUNT TO WS-DISPLAY-HOLD-AMT
                           DISPLAY "HOLD RELEASED: " WS-DISPLAY-HOLD-AMT
                           MOVE "A" TO WS-LOG-RESULT
                           PERFORM WRITE-OPERATOR-LOG
                           MOVE "C"    TO JNL-ACTION
                           MOVE SPACES TO JNL-CHANGED
                           MOVE "Y"    TO JNL-FIELD-CHANGED(4)
                           PERFORM JOURNAL-HOLD-CHANGE
                       ELSE
                           DISPLAY "REWRITE FAILED: " WS-HOLD-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       JOURNAL-ACCOUNT-CHANGE.
           MOVE "ACCOUNTS"     TO JNL-FILE
           MOVE ACC-NUMBER     TO JNL-KEY
           MOVE ACCOUNT-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       JOURNAL-HOLD-CHANGE.
           MOVE "HOLDS"     TO JNL-FILE
           MOVE HLD-KEY     TO JNL-KEY
           MOVE HOLD-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       CHECK-HOLD-AUTHORITY.
      *>     A hold or release over the AUTHLIM.CFG limit takes a
      *>     supervisor: a large hold freezes a customer's money
      *>     and releasing one frees it. Within the limit any
      *>     operator may act. A refusal is logged.
           MOVE SPACES TO WS-LOG-KEY
           STRING WS-INPUT-ACC-NUMBER "/" WS-INPUT-HOLD-ID
               DELIMITED BY SIZE INTO WS-LOG-KEY
           MOVE WS-INPUT-HOLD-AMT TO WS-LOG-AMOUNT
           MOVE "Y" TO WS-SUPV-APPROVED
           IF WS-INPUT-HOLD-AMT > WS-HOLD-LIMIT
               PERFORM REQUIRE-SUPERVISOR
               IF NOT SUPERVISOR-APPROVED
                   MOVE WS-HOLD-LIMIT TO WS-DISPLAY-HOLD-AMT
                   DISPLAY "NOT AUTHORIZED: HOLDS OVER "
                           WS-DISPLAY-HOLD-AMT " NEED A SUPERVISOR"
                   MOVE "D" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
               END-IF
           END-IF.

       QUERY-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACC-NUMBER
                   DISPLAY "MATURES: " ACC-MATURITY-DATE
                   DISPLAY "PAYOUT : " ACC-PAYOUT-ACCT
               END-IF
           ELSE
               PERFORM QUERY-ACCOUNT-HISTORY
           END-IF.

       QUERY-ACCOUNT-HISTORY.
      *>     A number purged off the master still answers from
      *>     the history file: closed on its date, and when it
      *>     was purged.
           MOVE SPACES TO WS-AHS-STATUS
           IF HISTORY-FILE-OPEN
               MOVE WS-INPUT-ACC-NUMBER TO AHS-NUMBER
               READ HISTORY-FILE
           END-IF
           IF WS-AHS-STATUS = "00"
               DISPLAY "ACCOUNT CLOSED ON " AHS-CLOSE-DATE
                       " - PURGED TO HISTORY ON " AHS-PURGE-DATE
               DISPLAY "CUST   : " AHS-CUSTOMER-ID
               DISPLAY "BRANCH : " AHS-BRANCH
               DISPLAY "HOLDER : " AHS-HOLDER-NAME
               DISPLAY "TYPE   : " AHS-TYPE
               DISPLAY "OPENED : " AHS-OPEN-DATE
               DISPLAY "STATUS : C"
           ELSE
               DISPLAY "ACCOUNT NOT FOUND"
           END-IF.
       NEXT-AUDIT-SEQ.
           ADD 1 TO WS-AUD-SEQ
           MOVE WS-AUD-SEQ TO AUD-DAY-SEQ.

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
