      *> from the RCYCSEQ.DAT sequence in their own number
      *> range, so a reposted item can never collide with its
      *> original id and trip TRANSACT's duplicate check.
      *> Corrected accounts must carry a good check digit (see
      *> ACCTSEQ.CPY) and exist and be active on ACCOUNTS.DAT,
      *> the same gate STINSMNT applies.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY); purging an item takes a supervisor.
      *> Every correction and purge is journaled to MNTJRNL.DAT
      *> under the item's original TXN id.
      *>****************************************************

       ENVIRONMENT DIVISION.
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

           SELECT XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-NUMBER
               FILE STATUS IS WS-XRF-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECYCLE-FILE.
       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  XREF-FILE.
           COPY ACCTXREF.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-RCYC-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
      *> duplicate check; RCYCSEQ.DAT carries the next id
      *> across runs.
       01  WS-NEXT-TXN-ID         PIC 9(10) VALUE 9000000000.
      *> The base of the range rides on the batch header
      *> (TB-SEQUENCE) so TRANEDIT can hold the batch's ids to
      *> it, and keep ids in any generated range out of branch
      *> batches.
       01  WS-TXN-ID-BASE         PIC 9(10) VALUE 9000000000.

      *> The recycle items, loaded whole so the sequential file
      *> can be rewritten after a correction or purge. Bounded
       01  WS-ITEMS-DROPPED       PIC 9(05) VALUE 0.
       01  WS-ITEM-FOUND          PIC X(01).
           88 ITEM-WAS-FOUND      VALUE "Y".
       01  WS-RCYC-SAVED          PIC X(01).
           88 RECYCLE-FILE-SAVED  VALUE "Y".

       01  WS-INPUT-TXN-ID        PIC 9(10).
       01  WS-INPUT-AMOUNT        PIC S9(11)V99 COMP-3.

       01  WS-DISPLAY-AMT         PIC $$,$$$,$$$,$$9.99.

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "RCYCMNT".
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
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-RECYCLE-FILE
           OPEN INPUT ACCOUNT-FILE
           PERFORM OPEN-XREF
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "L" PERFORM LIST-ITEMS
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE ACCOUNT-FILE
           IF XREF-FILE-OPEN
               CLOSE XREF-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
      *>     Purged items fall away here; the dropped-item guard
      *>     in LOAD-RECYCLE-FILE keeps a rewrite from silently
      *>     discarding records the table never held.
      *>     WS-RCYC-SAVED says whether every item went back.
           MOVE "N" TO WS-RCYC-SAVED
           IF WS-ITEMS-DROPPED > 0
               DISPLAY "FILE NOT REWRITTEN - TABLE BOUND EXCEEDED"
           ELSE
               OPEN OUTPUT RECYCLE-FILE
               IF WS-RCYC-STATUS = "00"
                   MOVE "Y" TO WS-RCYC-SAVED
               ELSE
                   DISPLAY "RECYCLE FILE REWRITE FAILED: "
                       WS-RCYC-STATUS
               END-IF
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF WS-ITEM-DELETED(WS-ITEM-IDX) = "N"
           END-IF.

       SAVE-ONE-ITEM.
           PERFORM ITEM-TO-RECORD
           WRITE RECYCLE-RECORD
           IF WS-RCYC-STATUS NOT = "00"
               MOVE "N" TO WS-RCYC-SAVED
           END-IF.

       ITEM-TO-RECORD.
           MOVE WS-ITEM-TXN-ID(WS-ITEM-IDX)   TO RCY-TXN-ID
           MOVE WS-ITEM-TYPE(WS-ITEM-IDX)     TO RCY-TYPE
           MOVE WS-ITEM-FROM(WS-ITEM-IDX)     TO RCY-FROM-ACCT
           MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX)   TO RCY-AMOUNT
           MOVE WS-ITEM-TS(WS-ITEM-IDX)       TO RCY-TIMESTAMP
           MOVE WS-ITEM-CHECK-NO(WS-ITEM-IDX) TO RCY-CHECK-NO
           MOVE WS-ITEM-REASON(WS-ITEM-IDX)   TO RCY-REASON.

       LIST-ITEMS.
           DISPLAY "RECYCLE ITEMS: " WS-ITEM-COUNT
               ACCEPT WS-INPUT-AMOUNT
               DISPLAY "NEW FROM ACCOUNT (0=KEEP): "
               ACCEPT WS-INPUT-FROM
               IF WS-ITEM-TYPE(WS-ITEM-IDX) = "RV"
                   DISPLAY "NEW ORIGINAL TXN ID (0=KEEP): "
               ELSE
                   DISPLAY "NEW TO ACCOUNT (0=KEEP): "
               END-IF
               ACCEPT WS-INPUT-TO
               IF WS-INPUT-AMOUNT = 0
                   MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX)
               END-IF
               PERFORM VALIDATE-CORRECTION
               IF ACCTS-ARE-VALID
                   PERFORM APPLY-CORRECTION
               END-IF
           END-IF.

       APPLY-CORRECTION.
      *>     Both images are taken from the table before the
      *>     rewrite walks it; only a correction that reached
      *>     the file is logged and journaled.
           PERFORM ITEM-TO-RECORD
           MOVE RECYCLE-RECORD TO JNL-BEFORE-IMAGE
           MOVE SPACES         TO JNL-CHANGED
           IF WS-INPUT-FROM NOT = WS-ITEM-FROM(WS-ITEM-IDX)
               MOVE "Y" TO JNL-FIELD-CHANGED(1)
           END-IF
           IF WS-INPUT-TO NOT = WS-ITEM-TO(WS-ITEM-IDX)
               MOVE "Y" TO JNL-FIELD-CHANGED(2)
           END-IF
           IF WS-INPUT-AMOUNT NOT = WS-ITEM-AMOUNT(WS-ITEM-IDX)
               MOVE "Y" TO JNL-FIELD-CHANGED(3)
           END-IF
           MOVE WS-INPUT-AMOUNT
                TO WS-ITEM-AMOUNT(WS-ITEM-IDX)
           MOVE WS-INPUT-FROM TO WS-ITEM-FROM(WS-ITEM-IDX)
           MOVE WS-INPUT-TO   TO WS-ITEM-TO(WS-ITEM-IDX)
           PERFORM ITEM-TO-RECORD
           MOVE RECYCLE-RECORD TO JNL-AFTER-IMAGE
           PERFORM SAVE-RECYCLE-FILE
           IF RECYCLE-FILE-SAVED
               DISPLAY "ITEM CORRECTED"
               MOVE "CORRECT"       TO WS-LOG-ACTION
               MOVE WS-INPUT-TXN-ID TO WS-LOG-KEY
               MOVE WS-INPUT-AMOUNT TO WS-LOG-AMOUNT
               MOVE "A"             TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               MOVE "C" TO JNL-ACTION
               PERFORM JOURNAL-RECYCLE-CHANGE
           ELSE
               DISPLAY "ITEM NOT CORRECTED"
           END-IF.

       VALIDATE-CORRECTION.
      *>     Whichever side of the item carries an account must
      *>     name one that exists and is active -- the same gate
      *>     STINSMNT applies before accepting an instruction.
      *>     A reversal's TO side holds the original's TXN id
      *>     (see TRANSREC.CPY), so it only has to be one, the
      *>     rule TRANEDIT applies; TRANSACT finds the accounts.
           MOVE "Y" TO WS-ACCTS-VALID
           IF WS-INPUT-AMOUNT NOT > 0
               MOVE "N" TO WS-ACCTS-VALID
               MOVE WS-INPUT-FROM TO WS-CHECK-ACCT
               PERFORM CHECK-ONE-ACCOUNT
           END-IF
           IF WS-ITEM-TYPE(WS-ITEM-IDX) = "RV"
               IF WS-INPUT-TO NOT NUMERIC OR WS-INPUT-TO = 0
                   MOVE "N" TO WS-ACCTS-VALID
                   DISPLAY "ORIGINAL TXN ID INVALID"
               END-IF
           ELSE
               IF WS-INPUT-TO NOT = 0
                   MOVE WS-INPUT-TO TO WS-CHECK-ACCT
                   PERFORM CHECK-ONE-ACCOUNT
               END-IF
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCT TO WS-ACD-NUMBER
           PERFORM CHECK-ACCOUNT-NUMBER
           IF NOT ACCT-NUMBER-OK
               MOVE "N" TO WS-ACCTS-VALID
               DISPLAY "ACCOUNT CHECK DIGIT INVALID: " WS-CHECK-ACCT
           ELSE
               MOVE WS-CHECK-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00" OR NOT ACC-ACTIVE
                   MOVE "N" TO WS-ACCTS-VALID
                   DISPLAY "ACCOUNT NOT ACTIVE: " WS-CHECK-ACCT
               END-IF
           END-IF.

       PURGE-ITEM.
      *>     A purged item never posts, so purging takes a
      *>     supervisor; a refusal is logged like the purge.
           DISPLAY "TXN ID OF ITEM TO PURGE: "
           ACCEPT WS-INPUT-TXN-ID
           PERFORM FIND-ITEM
           IF NOT ITEM-WAS-FOUND
               DISPLAY "ITEM NOT FOUND"
           ELSE
               MOVE "PURGE"         TO WS-LOG-ACTION
               MOVE WS-INPUT-TXN-ID TO WS-LOG-KEY
               MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-LOG-AMOUNT
               PERFORM REQUIRE-SUPERVISOR
               IF NOT SUPERVISOR-APPROVED
                   DISPLAY "NOT AUTHORIZED TO PURGE RECYCLE ITEMS"
                   MOVE "D" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
               ELSE
                   PERFORM ITEM-TO-RECORD
                   MOVE RECYCLE-RECORD TO JNL-BEFORE-IMAGE
                   MOVE "Y" TO WS-ITEM-DELETED(WS-ITEM-IDX)
                   PERFORM SAVE-RECYCLE-FILE
                   IF RECYCLE-FILE-SAVED
                       DISPLAY "ITEM PURGED"
                       MOVE "A" TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                       MOVE "D"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE SPACES TO JNL-AFTER-IMAGE
                       PERFORM JOURNAL-RECYCLE-CHANGE
                   ELSE
                       DISPLAY "ITEM NOT PURGED"
                   END-IF
               END-IF
           END-IF.

       JOURNAL-RECYCLE-CHANGE.
      *>     The caller has set both images; the recycle file
      *>     has no key of its own, so the item's original TXN
      *>     id stands for one.
           MOVE "TRANRCYC"      TO JNL-FILE
           MOVE WS-INPUT-TXN-ID TO JNL-KEY
           PERFORM WRITE-JOURNAL.

       EMIT-BATCH.
      *>     Survivors leave as one complete batch; the recycle
      *>     file is then cleared so the same item can never
               PERFORM CLEAR-RECYCLE-FILE
               DISPLAY "EMITTED " WS-OUT-DETAILS
                   " ITEMS TO RCYCTRAN.DAT"
               MOVE "EMIT BATCH"   TO WS-LOG-ACTION
               MOVE WS-OUT-DETAILS TO WS-LOG-KEY
               MOVE WS-OUT-HASH    TO WS-LOG-AMOUNT
               MOVE "A"            TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
           END-IF
           END-IF.

           CLOSE SEQUENCE-FILE.

       WRITE-BATCH-HEADER.
           MOVE WS-TXN-ID-BASE   TO WBO-SEQUENCE
           MOVE "BH"             TO WBO-TYPE
           MOVE WS-BUSINESS-DATE TO WBO-BATCH-DATE
           MOVE 0                TO WBO-RECORD-COUNT
       CLEAR-RECYCLE-FILE.
           OPEN OUTPUT RECYCLE-FILE
           CLOSE RECYCLE-FILE.

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
