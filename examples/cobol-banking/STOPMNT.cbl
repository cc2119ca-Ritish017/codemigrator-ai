      *> Places, queries and releases stop-payment orders on
      *> STOPPAY.DAT. A stop covers a single check number or a
      *> range; TRANSACT consults this file before clearing any
      *> check and rejects stopped items. The account number
      *> must carry a good check digit (see ACCTSEQ.CPY) and
      *> exist on ACCOUNTS.DAT before a stop is accepted.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY).
      *> Every stop placed or released is journaled with its
      *> before and after images (see MNTJRNL.CPY).
      *> Every stop placed also writes a STOPORD line to
      *> AUDIT.LOG (no money moves; the check number is on the
      *> line), which FEEASSES counts for the stop-payment fee.
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

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDSEQ-FILE ASSIGN TO "AUDSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOPPAY-FILE.
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

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  AUDSEQ-FILE.
           COPY AUDSEQ.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-INPUT-CHECK-HI      PIC 9(06).
       01  WS-INPUT-EXPIRY        PIC 9(08).

      *> Audit trail (see AUDITLIN.CPY), sequenced under the
      *> RUNCTL.DAT business date like every other writer.
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-AQS-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-AUD-SEQ             PIC 9(07) VALUE 0.
       01  WS-SEQ-DATE            PIC 9(08).
       01  WS-AUDIT-TS            PIC 9(14).

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "STOPMNT".
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
           OPEN I-O STOPPAY-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           PERFORM OPEN-XREF
           OPEN EXTEND AUDIT-FILE
           PERFORM LOAD-AUDIT-SEQ
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "P" PERFORM PLACE-STOP
           END-EVALUATE
           CLOSE STOPPAY-FILE
           CLOSE ACCOUNT-FILE
           IF XREF-FILE-OPEN
               CLOSE XREF-FILE
           END-IF
           CLOSE AUDIT-FILE
           PERFORM SAVE-AUDIT-SEQ
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
       PLACE-STOP.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           MOVE WS-INPUT-ACCT TO WS-ACD-NUMBER
           PERFORM CHECK-ACCOUNT-NUMBER
           IF NOT ACCT-NUMBER-OK
               DISPLAY "ACCOUNT NUMBER CHECK DIGIT INVALID"
           ELSE
               MOVE WS-INPUT-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "ACCOUNT NOT FOUND"
               ELSE
                   DISPLAY "CHECK NUMBER FROM: "
                   ACCEPT WS-INPUT-CHECK-LO
                   DISPLAY "CHECK NUMBER TO (SAME FOR SINGLE CHECK): "
                   ACCEPT WS-INPUT-CHECK-HI
                   DISPLAY "EXPIRY DATE (YYYYMMDD, 0=UNTIL RELEASE): "
                   ACCEPT WS-INPUT-EXPIRY
                   IF WS-INPUT-CHECK-HI < WS-INPUT-CHECK-LO
                       DISPLAY "RANGE END BEFORE RANGE START"
                   ELSE
                       MOVE WS-INPUT-ACCT     TO SPY-ACCT
                       MOVE WS-INPUT-CHECK-LO TO SPY-CHECK-LO
                       MOVE WS-INPUT-CHECK-HI TO SPY-CHECK-HI
                       MOVE WS-INPUT-EXPIRY   TO SPY-EXPIRY-DATE
                       MOVE "A"               TO SPY-STATUS
                       MOVE WS-OPERATOR-ID    TO SPY-OPERATOR
                       WRITE STOP-RECORD
                       IF WS-FILE-STATUS = "00"
                           DISPLAY "STOP PLACED SUCCESSFULLY"
                           MOVE "PLACE STOP"  TO WS-LOG-ACTION
                           PERFORM LOG-STOP-ACTION
                           PERFORM WRITE-STOP-AUDIT
                           MOVE "A"    TO JNL-ACTION
                           MOVE SPACES TO JNL-CHANGED
                           MOVE SPACES TO JNL-BEFORE-IMAGE
                           PERFORM JOURNAL-STOP-CHANGE
                       ELSE
                           DISPLAY "WRITE FAILED: " WS-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
               IF NOT SPY-ACTIVE
                   DISPLAY "STOP NOT ACTIVE: " SPY-STATUS
               ELSE
                   MOVE STOP-RECORD    TO JNL-BEFORE-IMAGE
                   MOVE "R"            TO SPY-STATUS
                   MOVE WS-OPERATOR-ID TO SPY-OPERATOR
                   REWRITE STOP-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "STOP RELEASED"
                       MOVE "RELEASE STOP" TO WS-LOG-ACTION
                       PERFORM LOG-STOP-ACTION
                       MOVE "C"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE "Y"    TO JNL-FIELD-CHANGED(3)
                       PERFORM JOURNAL-STOP-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       JOURNAL-STOP-CHANGE.
           MOVE "STOPPAY"   TO JNL-FILE
           MOVE SPY-KEY     TO JNL-KEY
           MOVE STOP-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       WRITE-STOP-AUDIT.
      *>     A bookkeeping line like CLOSE: it moves no money,
      *>     so the balance replays pass over it.
           MOVE SPY-ACCT       TO AUD-TXN-ID
           MOVE "STOPORD"      TO AUD-TYPE
           MOVE SPY-ACCT       TO AUD-FROM-ACCT
           MOVE 0              TO AUD-TO-ACCT
           MOVE 0              TO AUD-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TS
           MOVE WS-SEQ-DATE    TO WS-AUDIT-TS(1:8)
           MOVE WS-AUDIT-TS    TO AUD-TIMESTAMP
           MOVE ACC-BALANCE    TO AUD-POSTED-BAL
           MOVE "POSTED"       TO AUD-STATUS
           MOVE "STOP PLACED"  TO AUD-REASON
           MOVE SPY-CHECK-LO   TO AUD-CHECK-NO
           MOVE ACC-BRANCH     TO AUD-BRANCH
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

       LOG-STOP-ACTION.
      *>     The log key is the stop's account and low check
      *>     number, the same pair the file is keyed on.
           MOVE SPACES TO WS-LOG-KEY
           STRING SPY-ACCT "/" SPY-CHECK-LO
               DELIMITED BY SIZE INTO WS-LOG-KEY
           MOVE 0   TO WS-LOG-AMOUNT
           MOVE "A" TO WS-LOG-RESULT
           PERFORM WRITE-OPERATOR-LOG.

       LOAD-AUDIT-SEQ.
      *>     AUDSEQ.DAT carries the day's last issued audit
      *>     sequence across the night's writers; a new
      *>     business date restarts the sequence at zero, and
      *>     SAVE-AUDIT-SEQ records the high-water mark on the
      *>     way out so the next writer continues it. Keyed by
      *>     the RUNCTL.DAT business date like every other
      *>     writer -- keying by the wall clock here would let
      *>     a post-midnight maintenance run wipe the nightly
      *>     counter and reissue duplicate day-sequences. The
      *>     wall clock is only the fallback when no business
      *>     date has been set.
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
