       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCMNT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> SANCTIONS REVIEW MAINTENANCE PROGRAM
      *> Lets compliance work the reviews SANCSCRN and
      *> CUSTOMER raise on SANCREV.DAT (see SANCREV.CPY):
      *> list the pending reviews, query a customer's
      *> reviews, confirm a match or clear it as a false
      *> positive. Confirming freezes every account the
      *> customer owns -- under ACC-CUSTOMER-ID or through
      *> OWNERS.DAT -- with a legal hold on HOLDS.DAT (no
      *> expiry, reason SANCTIONS HOLD), and from then on
      *> CREATE-ACCOUNT refuses the customer. Holds are
      *> released one by one through ACCOUNT if the order is
      *> later lifted. Every run starts with an operator
      *> sign-on (see OPERREC.CPY); confirming or clearing a
      *> match takes a supervisor, the operator is stamped on
      *> the review and on each hold, every decision goes to
      *> OPERLOG.DAT and every hold to MNTJRNL.DAT.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCREV-FILE ASSIGN TO "SANCREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNERS-FILE ASSIGN TO "OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

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
       FD  SANCREV-FILE.
           COPY SANCREV.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  OWNERS-FILE.
           COPY OWNREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

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
       01  WS-CUST-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-OWN-STATUS          PIC X(02).
       01  WS-HOLD-STATUS         PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-BUSINESS-DATE       PIC 9(08).
       01  WS-OPERATION           PIC X(01).
           88 WS-LIST             VALUE "L".
           88 WS-QUERY            VALUE "Q".
           88 WS-CONFIRM          VALUE "C".
           88 WS-CLEAR            VALUE "F".
       01  WS-INPUT-CUST          PIC 9(08).
       01  WS-INPUT-ENTRY         PIC X(10).
       01  WS-EOF                 PIC X(01).
           88 WS-AT-EOF           VALUE "Y".
       01  WS-SWEEP-EOF           PIC X(01).
           88 WS-SWEEP-AT-EOF     VALUE "Y".
       01  WS-HOLD-EOF            PIC X(01).
           88 WS-HOLD-AT-EOF      VALUE "Y".
       01  WS-OWNERS-OPEN         PIC X(01) VALUE "N".
           88 OWNERS-FILE-OPEN    VALUE "Y".
       01  WS-REVIEWS-LISTED      PIC 9(05).

      *> A sanctions hold freezes the account for debits: the
      *> amount is beyond any balance the account can carry,
      *> yet leaves room in the available-balance arithmetic
      *> for the account's other holds.
       01  WS-FREEZE-AMOUNT       PIC S9(11)V99 COMP-3
                                  VALUE 9999999999.99.
       01  WS-FREEZE-REASON       PIC X(20) VALUE "SANCTIONS HOLD".
       01  WS-FREEZE-CUST         PIC 9(08).
       01  WS-FREEZE-ACCT         PIC 9(10).
       01  WS-FREEZE-FOUND        PIC X(01).
           88 FREEZE-ALREADY-ON   VALUE "Y".
       01  WS-NEXT-HOLD-ID        PIC 9(05).
       01  WS-HOLDS-PLACED        PIC 9(03).

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "SANCMNT".
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
           OPEN I-O SANCREV-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               OPEN OUTPUT SANCREV-FILE
               CLOSE SANCREV-FILE
               OPEN I-O SANCREV-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               DISPLAY "ERROR OPENING SANCREV FILE: " WS-FILE-STATUS
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = "00"
               MOVE "Y" TO WS-OWNERS-OPEN
           END-IF
           OPEN I-O HOLDS-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "L" PERFORM LIST-PENDING
               WHEN "Q" PERFORM QUERY-CUSTOMER
               WHEN "C" PERFORM CONFIRM-MATCH
               WHEN "F" PERFORM CLEAR-MATCH
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE SANCREV-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           IF OWNERS-FILE-OPEN
               CLOSE OWNERS-FILE
           END-IF
           CLOSE HOLDS-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           DISPLAY "OPERATION (L=LIST PENDING, Q=QUERY CUSTOMER, "
               "C=CONFIRM MATCH, F=CLEAR FALSE POSITIVE): "
           ACCEPT WS-OPERATION.

       GET-BUSINESS-DATE.
      *>     Decisions are dated with the RUNCTL.DAT business
      *>     date (the BUSNDATE record RUNCTLM maintains). The
      *>     wall clock is only the fallback when no business
      *>     date has been set.
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

       LIST-PENDING.
           MOVE 0 TO WS-REVIEWS-LISTED
           MOVE 0 TO SRV-CUST
           MOVE LOW-VALUES TO SRV-ENTRY-ID
           START SANCREV-FILE KEY IS >= SRV-KEY
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START
           MOVE "N" TO WS-EOF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-AT-EOF
               READ SANCREV-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SRV-PENDING
                           PERFORM DISPLAY-REVIEW
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "PENDING REVIEWS: " WS-REVIEWS-LISTED.

       QUERY-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT WS-INPUT-CUST
           MOVE 0 TO WS-REVIEWS-LISTED
           MOVE WS-INPUT-CUST TO SRV-CUST
           MOVE LOW-VALUES    TO SRV-ENTRY-ID
           START SANCREV-FILE KEY IS >= SRV-KEY
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START
           MOVE "N" TO WS-EOF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-AT-EOF
               READ SANCREV-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SRV-CUST NOT = WS-INPUT-CUST
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM DISPLAY-REVIEW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REVIEWS-LISTED = 0
               DISPLAY "NO SANCTIONS REVIEWS FOR CUSTOMER"
           END-IF.

       DISPLAY-REVIEW.
           ADD 1 TO WS-REVIEWS-LISTED
           MOVE SRV-CUST TO CUS-NUMBER
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               MOVE SPACES TO CUS-LEGAL-NAME
           END-IF
           DISPLAY "CUST " SRV-CUST " " CUS-LEGAL-NAME
           DISPLAY "  ENTRY " SRV-ENTRY-ID " " SRV-WL-NAME
           DISPLAY "  SCORE " SRV-SCORE
                   " NAME " SRV-NAME-MATCH
                   " ADDRESS " SRV-ADDR-MATCH
                   " TAX ID " SRV-TAX-MATCH
                   " SCREENED " SRV-SCREEN-DATE
           DISPLAY "  STATUS " SRV-STATUS
                   " DECIDED " SRV-DECIDED-DATE
                   " HOLDS PLACED " SRV-HOLDS-PLACED.

       READ-REVIEW.
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT WS-INPUT-CUST
           DISPLAY "WATCH-LIST ENTRY ID: "
           ACCEPT WS-INPUT-ENTRY
           MOVE WS-INPUT-CUST  TO SRV-CUST
           MOVE WS-INPUT-ENTRY TO SRV-ENTRY-ID
           READ SANCREV-FILE.

       CONFIRM-MATCH.
      *>     A confirmation freezes the customer's accounts, so
      *>     it takes a supervisor; a refusal is logged like the
      *>     confirmation.
           PERFORM READ-REVIEW
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "REVIEW NOT FOUND"
           ELSE
               IF NOT SRV-PENDING
                   DISPLAY "REVIEW NOT PENDING: " SRV-STATUS
               ELSE
                   MOVE "CONFIRM" TO WS-LOG-ACTION
                   MOVE SRV-KEY   TO WS-LOG-KEY
                   MOVE 0         TO WS-LOG-AMOUNT
                   PERFORM REQUIRE-SUPERVISOR
                   IF NOT SUPERVISOR-APPROVED
                       DISPLAY "NOT AUTHORIZED TO CONFIRM SANCTIONS "
                               "MATCHES"
                       MOVE "D" TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                   ELSE
                       PERFORM CONFIRM-REVIEW
                   END-IF
               END-IF
           END-IF.

       CONFIRM-REVIEW.
           MOVE SRV-CUST TO WS-FREEZE-CUST
           PERFORM PLACE-SANCTION-HOLDS
           MOVE "C"              TO SRV-STATUS
           MOVE WS-BUSINESS-DATE TO SRV-DECIDED-DATE
           MOVE WS-HOLDS-PLACED  TO SRV-HOLDS-PLACED
           MOVE WS-OPERATOR-ID   TO SRV-OPERATOR
           REWRITE SANCREV-RECORD
           IF WS-FILE-STATUS = "00"
               DISPLAY "MATCH CONFIRMED - SANCTIONS HOLDS "
                       "PLACED: " WS-HOLDS-PLACED
               MOVE "A" TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
           ELSE
               DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
           END-IF.

       CLEAR-MATCH.
      *>     A cleared review is not raised again, so clearing
      *>     takes a supervisor too.
           PERFORM READ-REVIEW
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "REVIEW NOT FOUND"
           ELSE
               IF NOT SRV-PENDING
                   DISPLAY "REVIEW NOT PENDING: " SRV-STATUS
               ELSE
                   MOVE "CLEAR"  TO WS-LOG-ACTION
                   MOVE SRV-KEY  TO WS-LOG-KEY
                   MOVE 0        TO WS-LOG-AMOUNT
                   PERFORM REQUIRE-SUPERVISOR
                   IF NOT SUPERVISOR-APPROVED
                       DISPLAY "NOT AUTHORIZED TO CLEAR SANCTIONS "
                               "MATCHES"
                       MOVE "D" TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                   ELSE
                       MOVE "F"              TO SRV-STATUS
                       MOVE WS-BUSINESS-DATE TO SRV-DECIDED-DATE
                       MOVE WS-OPERATOR-ID   TO SRV-OPERATOR
                       REWRITE SANCREV-RECORD
                       IF WS-FILE-STATUS = "00"
                           DISPLAY "REVIEW CLEARED AS FALSE POSITIVE"
                           MOVE "A" TO WS-LOG-RESULT
                           PERFORM WRITE-OPERATOR-LOG
                       ELSE
                           DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PLACE-SANCTION-HOLDS.
      *>     Freezes every account WS-FREEZE-CUST owns that is
      *>     not closed and not already frozen, counting the
      *>     new holds in WS-HOLDS-PLACED.
           MOVE 0 TO WS-HOLDS-PLACED
           MOVE 0 TO ACC-NUMBER
           START ACCOUNT-FILE KEY IS >= ACC-NUMBER
               INVALID KEY MOVE "10" TO WS-ACCT-STATUS
           END-START
           MOVE "N" TO WS-SWEEP-EOF
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "Y" TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-SWEEP-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-SWEEP-EOF
                   NOT AT END
                       IF ACC-CUSTOMER-ID = WS-FREEZE-CUST
                           AND NOT ACC-CLOSED
                           MOVE ACC-NUMBER TO WS-FREEZE-ACCT
                           PERFORM FREEZE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF OWNERS-FILE-OPEN
               MOVE 0 TO OWN-ACCT
               MOVE 0 TO OWN-CUST
               START OWNERS-FILE KEY IS >= OWN-KEY
                   INVALID KEY MOVE "10" TO WS-OWN-STATUS
               END-START
               MOVE "N" TO WS-SWEEP-EOF
               IF WS-OWN-STATUS NOT = "00"
                   MOVE "Y" TO WS-SWEEP-EOF
               END-IF
               PERFORM UNTIL WS-SWEEP-AT-EOF
                   READ OWNERS-FILE NEXT
                       AT END MOVE "Y" TO WS-SWEEP-EOF
                       NOT AT END
                           IF OWN-CUST = WS-FREEZE-CUST
                               AND OWN-ACTIVE
                               MOVE OWN-ACCT TO ACC-NUMBER
                               READ ACCOUNT-FILE
                               IF WS-ACCT-STATUS = "00"
                                   AND NOT ACC-CLOSED
                                   MOVE ACC-NUMBER TO WS-FREEZE-ACCT
                                   PERFORM FREEZE-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FREEZE-ACCOUNT.
      *>     Walks the account's holds (the composite key
      *>     clusters them) for an active sanctions hold and the
      *>     highest hold id in use; without one, a legal hold
      *>     with no expiry goes on under the next id.
           MOVE "N" TO WS-FREEZE-FOUND
           MOVE 0   TO WS-NEXT-HOLD-ID
           MOVE WS-FREEZE-ACCT TO HLD-ACCT
           MOVE 0              TO HLD-ID
           START HOLDS-FILE KEY IS >= HLD-KEY
               INVALID KEY MOVE "10" TO WS-HOLD-STATUS
           END-START
           MOVE "N" TO WS-HOLD-EOF
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "Y" TO WS-HOLD-EOF
           END-IF
           PERFORM UNTIL WS-HOLD-AT-EOF
               READ HOLDS-FILE NEXT
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF HLD-ACCT NOT = WS-FREEZE-ACCT
                           MOVE "Y" TO WS-HOLD-EOF
                       ELSE
                           MOVE HLD-ID TO WS-NEXT-HOLD-ID
                           IF HLD-ACTIVE
                               AND HLD-REASON = WS-FREEZE-REASON
                               MOVE "Y" TO WS-FREEZE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT FREEZE-ALREADY-ON
               ADD 1 TO WS-NEXT-HOLD-ID
               MOVE WS-FREEZE-ACCT   TO HLD-ACCT
               MOVE WS-NEXT-HOLD-ID  TO HLD-ID
               MOVE WS-FREEZE-AMOUNT TO HLD-AMOUNT
               MOVE WS-FREEZE-REASON TO HLD-REASON
               MOVE 0                TO HLD-EXPIRY-DATE
               MOVE "A"              TO HLD-STATUS
               MOVE WS-OPERATOR-ID   TO HLD-OPERATOR
               WRITE HOLD-RECORD
               IF WS-HOLD-STATUS = "00"
                   ADD 1 TO WS-HOLDS-PLACED
                   DISPLAY "  ACCOUNT " WS-FREEZE-ACCT
                           " FROZEN, HOLD ID " WS-NEXT-HOLD-ID
                   MOVE "A"    TO JNL-ACTION
                   MOVE SPACES TO JNL-CHANGED
                   MOVE SPACES TO JNL-BEFORE-IMAGE
                   PERFORM JOURNAL-HOLD-CHANGE
               ELSE
                   DISPLAY "HOLD WRITE FAILED: " WS-HOLD-STATUS
                           " ACCOUNT " WS-FREEZE-ACCT
               END-IF
           END-IF.

       JOURNAL-HOLD-CHANGE.
           MOVE "HOLDS"     TO JNL-FILE
           MOVE HLD-KEY     TO JNL-KEY
           MOVE HOLD-RECORD TO JNL-AFTER-IMAGE
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
