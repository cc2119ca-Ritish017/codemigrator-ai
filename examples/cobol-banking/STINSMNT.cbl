      *> STANDING INSTRUCTION MAINTENANCE PROGRAM
      *> Creates, queries, updates, suspends and reactivates
      *> standing instructions (recurring transfers) on
      *> STANDING.DAT. Both accounts must carry a good check
      *> digit (see ACCTSEQ.CPY) and exist and be active on
      *> ACCOUNTS.DAT before an instruction is accepted, the
      *> same gate CREATE-ACCOUNT applies to customers. Each
      *> instruction says whether a due date on a weekend or
      *> holiday moves to the next or the previous business
      *> day.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY).
      *> Every instruction created or changed is journaled
      *> with its before and after images (see MNTJRNL.CPY).
      *>****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-NUMBER
               FILE STATUS IS WS-XRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       FD  XREF-FILE.
           COPY ACCTXREF.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-INPUT-FREQ          PIC X(01).
       01  WS-INPUT-NEXT-DUE      PIC 9(08).
       01  WS-INPUT-EXPIRY        PIC 9(08).
       01  WS-INPUT-RULE          PIC X(01).
       01  WS-ACCTS-VALID         PIC X(01).
           88 ACCTS-ARE-VALID     VALUE "Y".
       01  WS-DISPLAY-AMT         PIC $$,$$$,$$$,$$9.99.

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "STINSMNT".
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

      *> Account number check digit (see ACCTSEQ.CPY). A number
      *> that fails is refused unless ACCTXREF.DAT carries it
      *> as an older account still pending renumbering; with no
      *> cross-reference file there are no such exceptions.
       01  WS-XRF-STATUS          PIC X(02).
       01  WS-XREF-OPEN           PIC X(01) VALUE "N".
           88 XREF-FILE-OPEN      VALUE "Y".
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
       01  WS-ACD-RESULT          PIC X(01).
           88 ACCT-NUMBER-OK      VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SIGN-ON
           PERFORM OPEN-JOURNAL
           OPEN I-O STANDING-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           PERFORM OPEN-XREF
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "C" PERFORM CREATE-INSTRUCTION
           END-EVALUATE
           CLOSE STANDING-FILE
           CLOSE ACCOUNT-FILE
           IF XREF-FILE-OPEN
               CLOSE XREF-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           DISPLAY "NEXT DUE DATE (YYYYMMDD): "
           ACCEPT WS-INPUT-NEXT-DUE
           DISPLAY "EXPIRY DATE (YYYYMMDD, 0=NONE): "
           ACCEPT WS-INPUT-EXPIRY
           MOVE SPACE TO WS-INPUT-RULE
           PERFORM UNTIL WS-INPUT-RULE = "N" OR WS-INPUT-RULE = "P"
               DISPLAY "DUE ON A HOLIDAY (N=NEXT BUSINESS DAY, "
                   "P=PREVIOUS BUSINESS DAY): "
               ACCEPT WS-INPUT-RULE
               IF WS-INPUT-RULE NOT = "N" AND WS-INPUT-RULE NOT = "P"
                   DISPLAY "ENTER N OR P"
               END-IF
           END-PERFORM.

       VALIDATE-ACCOUNTS.
           MOVE "Y" TO WS-ACCTS-VALID
           MOVE WS-INPUT-FROM TO WS-ACD-NUMBER
           PERFORM CHECK-ACCOUNT-NUMBER
           IF NOT ACCT-NUMBER-OK
               MOVE "N" TO WS-ACCTS-VALID
               DISPLAY "FROM ACCOUNT CHECK DIGIT INVALID: "
                       WS-INPUT-FROM
           ELSE
               MOVE WS-INPUT-FROM TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00" OR NOT ACC-ACTIVE
                   MOVE "N" TO WS-ACCTS-VALID
                   DISPLAY "FROM ACCOUNT NOT ACTIVE: " WS-INPUT-FROM
               END-IF
           END-IF
           MOVE WS-INPUT-TO TO WS-ACD-NUMBER
           PERFORM CHECK-ACCOUNT-NUMBER
           IF NOT ACCT-NUMBER-OK
               MOVE "N" TO WS-ACCTS-VALID
               DISPLAY "TO ACCOUNT CHECK DIGIT INVALID: "
                       WS-INPUT-TO
           ELSE
               MOVE WS-INPUT-TO TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00" OR NOT ACC-ACTIVE
                   MOVE "N" TO WS-ACCTS-VALID
                   DISPLAY "TO ACCOUNT NOT ACTIVE: " WS-INPUT-TO
               END-IF
           END-IF
           IF WS-INPUT-FROM = WS-INPUT-TO
               MOVE "N" TO WS-ACCTS-VALID
           MOVE WS-INPUT-AMOUNT   TO SI-AMOUNT
           MOVE WS-INPUT-FREQ     TO SI-FREQUENCY
           MOVE WS-INPUT-NEXT-DUE TO SI-NEXT-DUE-DATE
           MOVE WS-INPUT-EXPIRY   TO SI-EXPIRY-DATE
           MOVE WS-INPUT-RULE     TO SI-HOLIDAY-RULE
           MOVE WS-OPERATOR-ID    TO SI-OPERATOR.

       CREATE-INSTRUCTION.
           DISPLAY "INSTRUCTION ID: "
               WRITE STANDING-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "INSTRUCTION CREATED SUCCESSFULLY"
                   MOVE "CREATE" TO WS-LOG-ACTION
                   PERFORM LOG-INSTRUCTION-ACTION
                   MOVE "A"    TO JNL-ACTION
                   MOVE SPACES TO JNL-CHANGED
                   MOVE SPACES TO JNL-BEFORE-IMAGE
                   PERFORM JOURNAL-INSTRUCTION-CHANGE
               ELSE
                   DISPLAY "WRITE FAILED: " WS-FILE-STATUS
               END-IF
               DISPLAY "NEXT DUE: " SI-NEXT-DUE-DATE
               DISPLAY "EXPIRY  : " SI-EXPIRY-DATE
               DISPLAY "STATUS  : " SI-STATUS
               IF SI-ROLL-PREVIOUS
                   DISPLAY "HOLIDAY : PREVIOUS BUSINESS DAY"
               ELSE
                   DISPLAY "HOLIDAY : NEXT BUSINESS DAY"
               END-IF
           ELSE
               DISPLAY "INSTRUCTION NOT FOUND"
           END-IF.
               PERFORM ACCEPT-INSTRUCTION-DETAILS
               PERFORM VALIDATE-ACCOUNTS
               IF ACCTS-ARE-VALID
                   MOVE STANDING-RECORD TO JNL-BEFORE-IMAGE
                   PERFORM MARK-INSTRUCTION-CHANGES
                   PERFORM MOVE-DETAILS-TO-RECORD
                   REWRITE STANDING-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "INSTRUCTION UPDATED SUCCESSFULLY"
                       MOVE "UPDATE" TO WS-LOG-ACTION
                       PERFORM LOG-INSTRUCTION-ACTION
                       MOVE "C" TO JNL-ACTION
                       PERFORM JOURNAL-INSTRUCTION-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                   END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "INSTRUCTION NOT FOUND"
           ELSE
               MOVE STANDING-RECORD TO JNL-BEFORE-IMAGE
               MOVE SPACES          TO JNL-CHANGED
               IF NOT SI-SUSPENDED
                   MOVE "Y" TO JNL-FIELD-CHANGED(7)
               END-IF
               MOVE "S"            TO SI-STATUS
               MOVE WS-OPERATOR-ID TO SI-OPERATOR
               REWRITE STANDING-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "INSTRUCTION SUSPENDED"
                   MOVE "SUSPEND" TO WS-LOG-ACTION
                   PERFORM LOG-INSTRUCTION-ACTION
                   MOVE "C" TO JNL-ACTION
                   PERFORM JOURNAL-INSTRUCTION-CHANGE
               ELSE
                   DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
               END-IF
               MOVE SI-TO-ACCT   TO WS-INPUT-TO
               PERFORM VALIDATE-ACCOUNTS
               IF ACCTS-ARE-VALID
                   MOVE STANDING-RECORD TO JNL-BEFORE-IMAGE
                   MOVE SPACES          TO JNL-CHANGED
                   IF NOT SI-ACTIVE
                       MOVE "Y" TO JNL-FIELD-CHANGED(7)
                   END-IF
                   MOVE "A"            TO SI-STATUS
                   MOVE WS-OPERATOR-ID TO SI-OPERATOR
                   REWRITE STANDING-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "INSTRUCTION REACTIVATED"
                       MOVE "REACTIVATE" TO WS-LOG-ACTION
                       PERFORM LOG-INSTRUCTION-ACTION
                       MOVE "C" TO JNL-ACTION
                       PERFORM JOURNAL-INSTRUCTION-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       MARK-INSTRUCTION-CHANGES.
      *>     Compares what was keyed with the record as read,
      *>     before the one overwrites the other, setting the
      *>     journal's changed-field indicators (positions as
      *>     listed in MNTJRNL.CPY).
           MOVE SPACES TO JNL-CHANGED
           IF WS-INPUT-FROM NOT = SI-FROM-ACCT
               MOVE "Y" TO JNL-FIELD-CHANGED(1)
           END-IF
           IF WS-INPUT-TO NOT = SI-TO-ACCT
               MOVE "Y" TO JNL-FIELD-CHANGED(2)
           END-IF
           IF WS-INPUT-AMOUNT NOT = SI-AMOUNT
               MOVE "Y" TO JNL-FIELD-CHANGED(3)
           END-IF
           IF WS-INPUT-FREQ NOT = SI-FREQUENCY
               MOVE "Y" TO JNL-FIELD-CHANGED(4)
           END-IF
           IF WS-INPUT-NEXT-DUE NOT = SI-NEXT-DUE-DATE
               MOVE "Y" TO JNL-FIELD-CHANGED(5)
           END-IF
           IF WS-INPUT-EXPIRY NOT = SI-EXPIRY-DATE
               MOVE "Y" TO JNL-FIELD-CHANGED(6)
           END-IF
           IF WS-INPUT-RULE NOT = SI-HOLIDAY-RULE
               MOVE "Y" TO JNL-FIELD-CHANGED(8)
           END-IF.

       JOURNAL-INSTRUCTION-CHANGE.
           MOVE "STANDING"      TO JNL-FILE
           MOVE SI-ID           TO JNL-KEY
           MOVE STANDING-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       LOG-INSTRUCTION-ACTION.
           MOVE SI-ID     TO WS-LOG-KEY
           MOVE SI-AMOUNT TO WS-LOG-AMOUNT
           MOVE "A"       TO WS-LOG-RESULT
           PERFORM WRITE-OPERATOR-LOG.

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

       OPEN-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OPEN
           END-IF.

       CHECK-ACCOUNT-NUMBER.
      *>     Tests the number in WS-ACD-NUMBER. An older number
      *>     pending renumbering on ACCTXREF.DAT still passes.
           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-ACD-DIGIT(10) = WS-ACD-CHECK
               MOVE "Y" TO WS-ACD-RESULT
           ELSE
               MOVE "N" TO WS-ACD-RESULT
               IF XREF-FILE-OPEN
                   MOVE WS-ACD-NUMBER TO XRF-OLD-NUMBER
                   READ XREF-FILE
                   IF WS-XRF-STATUS = "00" AND XRF-PENDING
                       MOVE "Y" TO WS-ACD-RESULT
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CHECK-DIGIT.
      *>     Luhn over the nine base digits of WS-ACD-NUMBER: the
      *>     last base digit (position 9) and every second one
      *>     leftward of it are doubled.
           MOVE 0 TO WS-ACD-SUM
           PERFORM VARYING WS-ACD-POS FROM 1 BY 1 UNTIL WS-ACD-POS > 9
               IF WS-ACD-POS = 1 OR 3 OR 5 OR 7 OR 9
                   COMPUTE WS-ACD-PRODUCT = WS-ACD-DIGIT(WS-ACD-POS) * 2
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
