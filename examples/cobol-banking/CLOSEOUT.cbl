       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEOUT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> ACCOUNT CLOSE-OUT PROCESSING
      *> Closes an account that still carries a balance, in
      *> one pass instead of the hand-posted withdrawal, the
      *> INTPOST run, the STINSMNT suspends and the STOPMNT
      *> releases CLOSE-ACCOUNT in ACCOUNT otherwise needs.
      *> The operator names the account and its disposition:
      *> a transfer to another active account, or payout by
      *> official check (numbered from OFFCHKSQ.DAT). The
      *> close-out is refused while any active hold stands,
      *> while the account is overdrawn, or while a CD has
      *> not matured. Otherwise it pays the interest accrued
      *> on ACCRUAL.DAT, suspends every STANDING.DAT
      *> instruction that draws from or pays into the
      *> account, releases its active stop-payments, posts
      *> the final transfer or official check and the CLOSE
      *> line, and prints a close-out receipt of each step on
      *> CLOSERCT.PRT.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY); a close-out takes a supervisor.
      *> Every master record the close-out changes is
      *> journaled with its before and after images (see
      *> MNTJRNL.CPY).
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-ACCT
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ID
               FILE STATUS IS WS-SI-STATUS.

           SELECT STOPPAY-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPY-KEY
               FILE STATUS IS WS-STOP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDSEQ-FILE ASSIGN TO "AUDSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQS-STATUS.

           SELECT OFFCHK-SEQ-FILE ASSIGN TO "OFFCHKSQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCS-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "CLOSERCT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.

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
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  ACCRUAL-FILE.
           COPY ACCRREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  STANDING-FILE.
           COPY STINSREC.

       FD  STOPPAY-FILE.
           COPY STOPREC.

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  AUDSEQ-FILE.
           COPY AUDSEQ.

       FD  OFFCHK-SEQ-FILE.
       01  OFFCHK-SEQ-LINE        PIC 9(06).

       FD  RECEIPT-FILE.
       01  RECEIPT-LINE           PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-ACCR-STATUS         PIC X(02).
       01  WS-HOLD-STATUS         PIC X(02).
       01  WS-SI-STATUS           PIC X(02).
       01  WS-STOP-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-AQS-STATUS          PIC X(02).
       01  WS-OCS-STATUS          PIC X(02).
       01  WS-RCPT-STATUS         PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-AUD-SEQ             PIC 9(07) VALUE 0.
       01  WS-SEQ-DATE            PIC 9(08).
       01  WS-AUDIT-TS            PIC 9(14).

      *> The optional masters: a file that does not exist yet
      *> simply has nothing on it for this account.
       01  WS-ACCRUAL-OPEN        PIC X(01) VALUE "N".
           88 ACCRUAL-FILE-OPEN   VALUE "Y".
       01  WS-HOLDS-OPEN          PIC X(01) VALUE "N".
           88 HOLDS-FILE-OPEN     VALUE "Y".
       01  WS-STANDING-OPEN       PIC X(01) VALUE "N".
           88 STANDING-FILE-OPEN  VALUE "Y".
       01  WS-STOPS-OPEN          PIC X(01) VALUE "N".
           88 STOPS-FILE-OPEN     VALUE "Y".
       01  WS-WALK-EOF            PIC X(01).
           88 WS-WALK-AT-EOF      VALUE "Y".

       01  WS-INPUT-ACC-NUMBER    PIC 9(10).
       01  WS-INPUT-DISPOSITION   PIC X(01).
           88 DISPOSE-BY-TRANSFER VALUE "T".
           88 DISPOSE-BY-CHECK    VALUE "C".
       01  WS-INPUT-DEST-ACCT     PIC 9(10) VALUE 0.
       01  WS-INPUT-PAYEE         PIC X(40).
       01  WS-INPUT-CONFIRM       PIC X(01).
           88 CLOSEOUT-CONFIRMED  VALUE "Y".

       01  WS-CLOSEOUT-OK         PIC X(01).
           88 CLOSEOUT-ALLOWED    VALUE "Y".
       01  WS-POSTING-OK          PIC X(01).
           88 POSTING-SUCCEEDED   VALUE "Y".
       01  WS-ACTIVE-HOLDS        PIC 9(05).
       01  WS-ACCRUED-PAY         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PROJECTED-BAL       PIC S9(11)V99 COMP-3.
       01  WS-PAYOUT-AMT          PIC S9(11)V99 COMP-3.
       01  WS-BUSN-DATE           PIC 9(08).
       01  WS-OFFCHK-NO           PIC 9(06) VALUE 0.
       01  WS-SI-SUSPENDED        PIC 9(05) VALUE 0.
       01  WS-STOPS-RELEASED      PIC 9(05) VALUE 0.

      *> Account fields kept across the reads of other masters.
       01  WS-CLOSE-ACCT          PIC 9(10).
       01  WS-CLOSE-HOLDER        PIC X(40).
       01  WS-CLOSE-BRANCH        PIC 9(03).

       01  WS-DISPLAY-AMT         PIC $$,$$$,$$$,$$9.99-.
       01  WS-RCPT-TEXT           PIC X(132).

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "CLOSEOUT".
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
               STOP RUN
           END-IF
           PERFORM OPEN-OPTIONAL-FILES
           OPEN EXTEND AUDIT-FILE
           PERFORM LOAD-AUDIT-SEQ
           MOVE WS-SEQ-DATE TO WS-BUSN-DATE
           PERFORM READ-CLOSEOUT-REQUEST
           IF CLOSEOUT-ALLOWED
               PERFORM CONFIRM-CLOSEOUT
           END-IF
           IF CLOSEOUT-ALLOWED
               PERFORM PROCESS-CLOSEOUT
               IF POSTING-SUCCEEDED
                   MOVE "A" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
               END-IF
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-FILE
           PERFORM CLOSE-OPTIONAL-FILES
           PERFORM SAVE-AUDIT-SEQ
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       OPEN-OPTIONAL-FILES.
           OPEN I-O ACCRUAL-FILE
           IF WS-ACCR-STATUS = "00"
               MOVE "Y" TO WS-ACCRUAL-OPEN
           END-IF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF
           OPEN I-O STANDING-FILE
           IF WS-SI-STATUS = "00"
               MOVE "Y" TO WS-STANDING-OPEN
           END-IF
           OPEN I-O STOPPAY-FILE
           IF WS-STOP-STATUS = "00"
               MOVE "Y" TO WS-STOPS-OPEN
           END-IF.

       CLOSE-OPTIONAL-FILES.
           IF ACCRUAL-FILE-OPEN
               CLOSE ACCRUAL-FILE
           END-IF
           IF HOLDS-FILE-OPEN
               CLOSE HOLDS-FILE
           END-IF
           IF STANDING-FILE-OPEN
               CLOSE STANDING-FILE
           END-IF
           IF STOPS-FILE-OPEN
               CLOSE STOPPAY-FILE
           END-IF.

       READ-CLOSEOUT-REQUEST.
      *>     Every refusal is decided here, before anything is
      *>     posted, so a refused close-out leaves no trace.
           MOVE "N" TO WS-CLOSEOUT-OK
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACC-NUMBER
           MOVE WS-INPUT-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT NOT FOUND"
           ELSE
               IF ACC-CLOSED
                   DISPLAY "ACCOUNT ALREADY CLOSED"
               ELSE
                   PERFORM CHECK-CLOSEOUT-ALLOWED
               END-IF
           END-IF.

       CHECK-CLOSEOUT-ALLOWED.
           MOVE ACC-NUMBER      TO WS-CLOSE-ACCT
           MOVE ACC-HOLDER-NAME TO WS-CLOSE-HOLDER
           MOVE ACC-BRANCH      TO WS-CLOSE-BRANCH
           PERFORM COUNT-ACTIVE-HOLDS
           PERFORM FIND-ACCRUED-INTEREST
           COMPUTE WS-PROJECTED-BAL = ACC-BALANCE + WS-ACCRUED-PAY
           EVALUATE TRUE
               WHEN WS-ACTIVE-HOLDS > 0
                   DISPLAY "CANNOT CLOSE: " WS-ACTIVE-HOLDS
                           " ACTIVE HOLD(S) - RELEASE THEM FIRST"
               WHEN WS-PROJECTED-BAL < 0
                   DISPLAY "CANNOT CLOSE: ACCOUNT IS OVERDRAWN"
               WHEN ACC-CD AND ACC-MATURITY-DATE > WS-BUSN-DATE
                   DISPLAY "CANNOT CLOSE: CD MATURES "
                           ACC-MATURITY-DATE
               WHEN OTHER
                   PERFORM READ-DISPOSITION
           END-EVALUATE.

       COUNT-ACTIVE-HOLDS.
      *>     Same keyed walk TRANSACT uses for available funds:
      *>     HOLDS.DAT is keyed account + hold id, so a START at
      *>     hold id 0 walks just this account's records.
           MOVE 0 TO WS-ACTIVE-HOLDS
           IF HOLDS-FILE-OPEN
               MOVE WS-CLOSE-ACCT TO HLD-ACCT
               MOVE 0             TO HLD-ID
               START HOLDS-FILE KEY IS >= HLD-KEY
                   INVALID KEY MOVE "10" TO WS-HOLD-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-HOLD-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ HOLDS-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           IF HLD-ACCT NOT = WS-CLOSE-ACCT
                               MOVE "Y" TO WS-WALK-EOF
                           ELSE
                               IF HLD-ACTIVE
                                   ADD 1 TO WS-ACTIVE-HOLDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HOLD-STATUS
           END-IF.

       FIND-ACCRUED-INTEREST.
      *>     Rounded to the cent once, the way INTPOST posts a
      *>     bucket.
           MOVE 0 TO WS-ACCRUED-PAY
           IF ACCRUAL-FILE-OPEN
               MOVE WS-CLOSE-ACCT TO ACR-ACCT
               READ ACCRUAL-FILE
               IF WS-ACCR-STATUS = "00" AND ACR-ACCRUED > 0
                   COMPUTE WS-ACCRUED-PAY ROUNDED = ACR-ACCRUED
               END-IF
           END-IF.

       READ-DISPOSITION.
           DISPLAY "DISPOSITION (T=TRANSFER, C=OFFICIAL CHECK): "
           ACCEPT WS-INPUT-DISPOSITION
           EVALUATE TRUE
               WHEN DISPOSE-BY-TRANSFER
                   DISPLAY "TRANSFER TO ACCOUNT: "
                   ACCEPT WS-INPUT-DEST-ACCT
                   PERFORM VALIDATE-DESTINATION
               WHEN DISPOSE-BY-CHECK
                   DISPLAY "PAYEE (BLANK = ACCOUNT HOLDER): "
                   ACCEPT WS-INPUT-PAYEE
                   IF WS-INPUT-PAYEE = SPACES
                       MOVE WS-CLOSE-HOLDER TO WS-INPUT-PAYEE
                   END-IF
                   MOVE "Y" TO WS-CLOSEOUT-OK
               WHEN OTHER
                   DISPLAY "INVALID DISPOSITION"
           END-EVALUATE.

       VALIDATE-DESTINATION.
           IF WS-INPUT-DEST-ACCT = WS-CLOSE-ACCT
               DISPLAY "CANNOT TRANSFER TO THE ACCOUNT BEING CLOSED"
           ELSE
               MOVE WS-INPUT-DEST-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-FILE-STATUS NOT = "00" OR NOT ACC-ACTIVE
                   DISPLAY "TO ACCOUNT NOT ACTIVE: "
                           WS-INPUT-DEST-ACCT
               ELSE
                   MOVE "Y" TO WS-CLOSEOUT-OK
               END-IF
           END-IF.

       CONFIRM-CLOSEOUT.
           MOVE WS-PROJECTED-BAL TO WS-DISPLAY-AMT
           DISPLAY "CLOSING " WS-CLOSE-ACCT " " WS-CLOSE-HOLDER
           DISPLAY "PAYOUT INCLUDING ACCRUED INTEREST: "
                   WS-DISPLAY-AMT
           DISPLAY "CONFIRM CLOSE-OUT (Y/N): "
           ACCEPT WS-INPUT-CONFIRM
           IF NOT CLOSEOUT-CONFIRMED
               MOVE "N" TO WS-CLOSEOUT-OK
               DISPLAY "CLOSE-OUT CANCELLED"
           ELSE
      *>         Closing an account takes a supervisor, the same
      *>         as CLOSE-ACCOUNT in ACCOUNT.
               MOVE "CLOSEOUT"       TO WS-LOG-ACTION
               MOVE WS-CLOSE-ACCT    TO WS-LOG-KEY
               MOVE WS-PROJECTED-BAL TO WS-LOG-AMOUNT
               PERFORM REQUIRE-SUPERVISOR
               IF NOT SUPERVISOR-APPROVED
                   MOVE "N" TO WS-CLOSEOUT-OK
                   DISPLAY "NOT AUTHORIZED TO CLOSE ACCOUNTS"
                   MOVE "D" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
               END-IF
           END-IF.

       PROCESS-CLOSEOUT.
      *>     A failed read or rewrite of the account master stops
      *>     the close-out where it is: nothing after it is
      *>     posted and the account is not closed.
           PERFORM OPEN-RECEIPT
           MOVE "Y" TO WS-POSTING-OK
           PERFORM PAY-ACCRUED-INTEREST
           IF POSTING-SUCCEEDED
               PERFORM SUSPEND-INSTRUCTIONS
               PERFORM RELEASE-STOPS
               PERFORM POST-FINAL-DISPOSITION
           END-IF
           IF POSTING-SUCCEEDED
               PERFORM POST-CLOSE
           END-IF
           IF NOT POSTING-SUCCEEDED
               MOVE SPACES TO WS-RCPT-TEXT
               MOVE "  CLOSE-OUT STOPPED - ACCOUNT NOT CLOSED"
                    TO WS-RCPT-TEXT
               PERFORM WRITE-RECEIPT-LINE
           END-IF
           PERFORM FINISH-RECEIPT.

       OPEN-RECEIPT.
           OPEN EXTEND RECEIPT-FILE
           IF WS-RCPT-STATUS = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           MOVE SPACES TO WS-RCPT-TEXT
           STRING "ACCOUNT CLOSE-OUT RECEIPT  DATE=" WS-BUSN-DATE
                  " ACC=" WS-CLOSE-ACCT
                  " BRANCH=" WS-CLOSE-BRANCH
                  DELIMITED BY SIZE INTO WS-RCPT-TEXT
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO WS-RCPT-TEXT
           STRING "  HOLDER: " WS-CLOSE-HOLDER
                  DELIMITED BY SIZE INTO WS-RCPT-TEXT
           PERFORM WRITE-RECEIPT-LINE.

       WRITE-RECEIPT-LINE.
           WRITE RECEIPT-LINE FROM WS-RCPT-TEXT
           DISPLAY WS-RCPT-TEXT.

       PAY-ACCRUED-INTEREST.
      *>     Nothing is recorded, and the bucket is left alone,
      *>     unless the interest reached the account.
           IF WS-ACCRUED-PAY > 0
               MOVE WS-CLOSE-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "READ FAILED: " WS-FILE-STATUS
                   MOVE "N" TO WS-POSTING-OK
               ELSE
                   ADD WS-ACCRUED-PAY TO ACC-BALANCE
                   ADD 1 TO ACC-TXN-COUNT
                   REWRITE ACCOUNT-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                       MOVE "N" TO WS-POSTING-OK
                   END-IF
               END-IF
           END-IF
           IF POSTING-SUCCEEDED
               PERFORM RECORD-INTEREST-PAID
           END-IF.

       RECORD-INTEREST-PAID.
      *>     The bucket is cleared whether or not anything was
      *>     due, so no accrual stays open against a closed
      *>     account.
           IF WS-ACCRUED-PAY > 0
               MOVE WS-CLOSE-ACCT  TO AUD-TXN-ID
               MOVE "INTEREST"     TO AUD-TYPE
               MOVE 0              TO AUD-FROM-ACCT
               MOVE WS-CLOSE-ACCT  TO AUD-TO-ACCT
               MOVE WS-ACCRUED-PAY TO AUD-AMOUNT
               PERFORM STAMP-AUDIT-LINE
               MOVE ACC-BALANCE    TO AUD-POSTED-BAL
               MOVE SPACES         TO AUD-REASON
               MOVE 0              TO AUD-CHECK-NO
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
           END-IF
           IF ACCRUAL-FILE-OPEN
               MOVE WS-CLOSE-ACCT TO ACR-ACCT
               READ ACCRUAL-FILE
               IF WS-ACCR-STATUS = "00"
                   MOVE 0 TO ACR-ACCRUED
                   MOVE WS-BUSN-DATE TO ACR-LAST-DATE
                   REWRITE ACCRUAL-RECORD
               END-IF
           END-IF
           MOVE WS-ACCRUED-PAY TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-RCPT-TEXT
           STRING "  1 ACCRUED INTEREST PAID: " WS-DISPLAY-AMT
                  DELIMITED BY SIZE INTO WS-RCPT-TEXT
           PERFORM WRITE-RECEIPT-LINE.

       SUSPEND-INSTRUCTIONS.
      *>     STANDING.DAT is keyed by instruction id, not by
      *>     account, so every instruction is read; any active
      *>     one drawing from or paying into the account is
      *>     suspended, the same status STINSMNT's suspend sets.
           IF STANDING-FILE-OPEN
               MOVE 0 TO SI-ID
               START STANDING-FILE KEY IS >= SI-ID
                   INVALID KEY MOVE "10" TO WS-SI-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-SI-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ STANDING-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           IF SI-ACTIVE
                               AND (SI-FROM-ACCT = WS-CLOSE-ACCT
                                 OR SI-TO-ACCT = WS-CLOSE-ACCT)
                               PERFORM SUSPEND-ONE-INSTRUCTION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SI-STATUS
           END-IF
           MOVE SPACES TO WS-RCPT-TEXT
           STRING "  2 STANDING INSTRUCTIONS SUSPENDED: "
                  WS-SI-SUSPENDED
                  DELIMITED BY SIZE INTO WS-RCPT-TEXT
           PERFORM WRITE-RECEIPT-LINE.

       SUSPEND-ONE-INSTRUCTION.
           MOVE STANDING-RECORD TO JNL-BEFORE-IMAGE
           MOVE "S"            TO SI-STATUS
           MOVE WS-OPERATOR-ID TO SI-OPERATOR
           REWRITE STANDING-RECORD
           IF WS-SI-STATUS = "00"
               ADD 1 TO WS-SI-SUSPENDED
               MOVE "STANDING"      TO JNL-FILE
               MOVE SI-ID           TO JNL-KEY
               MOVE SPACES          TO JNL-CHANGED
               MOVE "Y"             TO JNL-FIELD-CHANGED(7)
               MOVE STANDING-RECORD TO JNL-AFTER-IMAGE
               PERFORM WRITE-CHANGE-JOURNAL
               MOVE SPACES TO WS-RCPT-TEXT
               STRING "      INSTRUCTION " SI-ID
                      " FROM=" SI-FROM-ACCT " TO=" SI-TO-ACCT
                      " SUSPENDED"
                      DELIMITED BY SIZE INTO WS-RCPT-TEXT
               PERFORM WRITE-RECEIPT-LINE
           ELSE
               DISPLAY "REWRITE FAILED: " WS-SI-STATUS
           END-IF.

       RELEASE-STOPS.
      *>     STOPPAY.DAT clusters an account's stops under its
      *>     number, so a START at check number 0 walks them.
           IF STOPS-FILE-OPEN
               MOVE WS-CLOSE-ACCT TO SPY-ACCT
               MOVE 0             TO SPY-CHECK-LO
               START STOPPAY-FILE KEY IS >= SPY-KEY
                   INVALID KEY MOVE "10" TO WS-STOP-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-STOP-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ STOPPAY-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           IF SPY-ACCT NOT = WS-CLOSE-ACCT
                               MOVE "Y" TO WS-WALK-EOF
                           ELSE
                               IF SPY-ACTIVE
                                   PERFORM RELEASE-ONE-STOP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-STOP-STATUS
           END-IF
           MOVE SPACES TO WS-RCPT-TEXT
           STRING "  3 STOP-PAYMENTS RELEASED: " WS-STOPS-RELEASED
                  DELIMITED BY SIZE INTO WS-RCPT-TEXT
           PERFORM WRITE-RECEIPT-LINE.

       RELEASE-ONE-STOP.
           MOVE STOP-RECORD    TO JNL-BEFORE-IMAGE
           MOVE "R"            TO SPY-STATUS
           MOVE WS-OPERATOR-ID TO SPY-OPERATOR
           REWRITE STOP-RECORD
           IF WS-STOP-STATUS = "00"
               ADD 1 TO WS-STOPS-RELEASED
               MOVE "STOPPAY"   TO JNL-FILE
               MOVE SPY-KEY     TO JNL-KEY
               MOVE SPACES      TO JNL-CHANGED
               MOVE "Y"         TO JNL-FIELD-CHANGED(3)
               MOVE STOP-RECORD TO JNL-AFTER-IMAGE
               PERFORM WRITE-CHANGE-JOURNAL
               MOVE SPACES TO WS-RCPT-TEXT
               STRING "      STOP CHECKS " SPY-CHECK-LO
                      " - " SPY-CHECK-HI " RELEASED"
                      DELIMITED BY SIZE INTO WS-RCPT-TEXT
               PERFORM WRITE-RECEIPT-LINE
           ELSE
               DISPLAY "REWRITE FAILED: " WS-STOP-STATUS
           END-IF.

       POST-FINAL-DISPOSITION.
      *>     Whatever the account holds after the interest goes
      *>     out in one line: a TRANSFER to the destination, or
      *>     an OFFCHECK the GL books to official checks
      *>     outstanding. A zero balance has nothing to move.
           MOVE WS-CLOSE-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "READ FAILED: " WS-FILE-STATUS
               MOVE "N" TO WS-POSTING-OK
           ELSE
               MOVE ACC-BALANCE TO WS-PAYOUT-AMT
               IF WS-PAYOUT-AMT = 0
                   MOVE SPACES TO WS-RCPT-TEXT
                   MOVE "  4 NO BALANCE TO DISBURSE" TO WS-RCPT-TEXT
                   PERFORM WRITE-RECEIPT-LINE
               ELSE
                   IF DISPOSE-BY-TRANSFER
                       PERFORM POST-CLOSEOUT-TRANSFER
                   ELSE
                       PERFORM POST-OFFICIAL-CHECK
                   END-IF
               END-IF
           END-IF.

       POST-CLOSEOUT-TRANSFER.
      *>     The closing account is emptied first; if the
      *>     destination then cannot be read or rewritten the
      *>     balance is put back, so no money leaves the books.
           MOVE 0 TO ACC-BALANCE
           ADD 1 TO ACC-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
               MOVE "N" TO WS-POSTING-OK
           ELSE
               MOVE WS-INPUT-DEST-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "READ FAILED: " WS-FILE-STATUS
                   MOVE "N" TO WS-POSTING-OK
               ELSE
                   ADD WS-PAYOUT-AMT TO ACC-BALANCE
                   ADD 1 TO ACC-TXN-COUNT
                   REWRITE ACCOUNT-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                       MOVE "N" TO WS-POSTING-OK
                   END-IF
               END-IF
               IF NOT POSTING-SUCCEEDED
                   PERFORM RESTORE-CLOSING-BALANCE
               END-IF
           END-IF
           IF POSTING-SUCCEEDED
               MOVE WS-CLOSE-ACCT      TO AUD-TXN-ID
               MOVE "TRANSFER"         TO AUD-TYPE
               MOVE WS-CLOSE-ACCT      TO AUD-FROM-ACCT
               MOVE WS-INPUT-DEST-ACCT TO AUD-TO-ACCT
               MOVE WS-PAYOUT-AMT      TO AUD-AMOUNT
               PERFORM STAMP-AUDIT-LINE
               MOVE 0                  TO AUD-POSTED-BAL
               MOVE "CLOSE-OUT"        TO AUD-REASON
               MOVE 0                  TO AUD-CHECK-NO
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
               MOVE WS-PAYOUT-AMT TO WS-DISPLAY-AMT
               MOVE SPACES TO WS-RCPT-TEXT
               STRING "  4 BALANCE TRANSFERRED: " WS-DISPLAY-AMT
                      " TO ACC=" WS-INPUT-DEST-ACCT
                      DELIMITED BY SIZE INTO WS-RCPT-TEXT
               PERFORM WRITE-RECEIPT-LINE
           END-IF.

       RESTORE-CLOSING-BALANCE.
           MOVE WS-CLOSE-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE WS-PAYOUT-AMT TO ACC-BALANCE
               SUBTRACT 1 FROM ACC-TXN-COUNT
               REWRITE ACCOUNT-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BALANCE COULD NOT BE PUT BACK: "
                       WS-FILE-STATUS " ACC=" WS-CLOSE-ACCT
           END-IF.

       POST-OFFICIAL-CHECK.
      *>     The check number is only drawn once the account
      *>     has been emptied, so a failed rewrite leaves no
      *>     gap in the official check series.
           MOVE 0 TO ACC-BALANCE
           ADD 1 TO ACC-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
               MOVE "N" TO WS-POSTING-OK
           ELSE
               PERFORM NEXT-OFFICIAL-CHECK-NO
               MOVE WS-CLOSE-ACCT  TO AUD-TXN-ID
               MOVE "OFFCHECK"     TO AUD-TYPE
               MOVE WS-CLOSE-ACCT  TO AUD-FROM-ACCT
               MOVE 0              TO AUD-TO-ACCT
               MOVE WS-PAYOUT-AMT  TO AUD-AMOUNT
               PERFORM STAMP-AUDIT-LINE
               MOVE 0              TO AUD-POSTED-BAL
               MOVE WS-INPUT-PAYEE TO AUD-REASON
               MOVE WS-OFFCHK-NO   TO AUD-CHECK-NO
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
               MOVE WS-PAYOUT-AMT TO WS-DISPLAY-AMT
               MOVE SPACES TO WS-RCPT-TEXT
               STRING "  4 OFFICIAL CHECK NO " WS-OFFCHK-NO
                      " FOR " WS-DISPLAY-AMT
                      " PAYABLE TO " WS-INPUT-PAYEE
                      DELIMITED BY SIZE INTO WS-RCPT-TEXT
               PERFORM WRITE-RECEIPT-LINE
           END-IF.

       NEXT-OFFICIAL-CHECK-NO.
      *>     OFFCHKSQ.DAT carries the last official check number
      *>     issued; a missing file starts the series at 1.
           MOVE 0 TO WS-OFFCHK-NO
           OPEN INPUT OFFCHK-SEQ-FILE
           IF WS-OCS-STATUS = "00"
               READ OFFCHK-SEQ-FILE
                   NOT AT END MOVE OFFCHK-SEQ-LINE TO WS-OFFCHK-NO
               END-READ
               CLOSE OFFCHK-SEQ-FILE
           END-IF
           ADD 1 TO WS-OFFCHK-NO
           OPEN OUTPUT OFFCHK-SEQ-FILE
           MOVE WS-OFFCHK-NO TO OFFCHK-SEQ-LINE
           WRITE OFFCHK-SEQ-LINE
           CLOSE OFFCHK-SEQ-FILE.

       POST-CLOSE.
      *>     The CLOSE line exactly as CLOSE-ACCOUNT in ACCOUNT
      *>     writes it.
           MOVE WS-CLOSE-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE ACCOUNT-RECORD TO JNL-BEFORE-IMAGE
               MOVE "C" TO ACC-STATUS
               REWRITE ACCOUNT-RECORD
           END-IF
           IF WS-FILE-STATUS = "00"
               MOVE "ACCOUNTS"     TO JNL-FILE
               MOVE ACC-NUMBER     TO JNL-KEY
               MOVE SPACES         TO JNL-CHANGED
               MOVE "Y"            TO JNL-FIELD-CHANGED(5)
               MOVE ACCOUNT-RECORD TO JNL-AFTER-IMAGE
               PERFORM WRITE-CHANGE-JOURNAL
               MOVE WS-CLOSE-ACCT TO AUD-TXN-ID
               MOVE "CLOSE"       TO AUD-TYPE
               MOVE WS-CLOSE-ACCT TO AUD-FROM-ACCT
               MOVE 0             TO AUD-TO-ACCT
               MOVE 0             TO AUD-AMOUNT
               PERFORM STAMP-AUDIT-LINE
               MOVE ACC-BALANCE   TO AUD-POSTED-BAL
               MOVE SPACES        TO AUD-REASON
               MOVE 0             TO AUD-CHECK-NO
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
               MOVE "  5 ACCOUNT CLOSED" TO WS-RCPT-TEXT
           ELSE
               DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
               MOVE "N" TO WS-POSTING-OK
               MOVE "  5 ACCOUNT NOT CLOSED - REWRITE FAILED"
                    TO WS-RCPT-TEXT
           END-IF
           PERFORM WRITE-RECEIPT-LINE.

       WRITE-CHANGE-JOURNAL.
      *>     Everything close-out does to a master record is a
      *>     change of an existing record.
           MOVE "C" TO JNL-ACTION
           PERFORM WRITE-JOURNAL.

       STAMP-AUDIT-LINE.
      *>     Common tail of every line this program writes: the
      *>     business-date stamp (see LOAD-AUDIT-SEQ), status,
      *>     the closing account's branch and the operator.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TS
           MOVE WS-SEQ-DATE TO WS-AUDIT-TS(1:8)
           MOVE WS-AUDIT-TS     TO AUD-TIMESTAMP
           MOVE "POSTED"        TO AUD-STATUS
           MOVE WS-CLOSE-BRANCH TO AUD-BRANCH
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR.

       FINISH-RECEIPT.
           MOVE SPACES TO WS-RCPT-TEXT
           MOVE "END OF CLOSE-OUT RECEIPT" TO WS-RCPT-TEXT
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO WS-RCPT-TEXT
           WRITE RECEIPT-LINE FROM WS-RCPT-TEXT
           CLOSE RECEIPT-FILE.

       LOAD-AUDIT-SEQ.
      *>     AUDSEQ.DAT carries the day's last issued audit
      *>     sequence across the night's writers; a new
      *>     business date restarts the sequence at zero, and
      *>     SAVE-AUDIT-SEQ records the high-water mark on the
      *>     way out so the next writer continues it. Keyed by
      *>     the RUNCTL.DAT business date like every other
      *>     writer; the wall clock is only the fallback when no
      *>     business date has been set.
           MOVE 0 TO WS-AUD-SEQ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEQ-DATE
           OPEN INPUT RUNCTL-FILE
           IF WS-RC-STATUS = "00"
               MOVE "BUSNDATE" TO RC-PROGRAM
               READ RUNCTL-FILE
               IF WS-RC-STATUS = "00"
                   MOVE RC-BUSN-DATE TO WS-SEQ-DATE
               END-IF
               CLOSE RUNCTL-FILE
           END-IF
           OPEN INPUT AUDSEQ-FILE
           IF WS-AQS-STATUS = "00"
               READ AUDSEQ-FILE
                   NOT AT END
                       IF AQS-DATE = WS-SEQ-DATE
                           MOVE AQS-LAST-SEQ TO WS-AUD-SEQ
                       END-IF
               END-READ
               CLOSE AUDSEQ-FILE
           END-IF.

       SAVE-AUDIT-SEQ.
           OPEN OUTPUT AUDSEQ-FILE
           MOVE WS-SEQ-DATE TO AQS-DATE
           MOVE WS-AUD-SEQ TO AQS-LAST-SEQ
           WRITE AUDSEQ-RECORD
           CLOSE AUDSEQ-FILE.

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
