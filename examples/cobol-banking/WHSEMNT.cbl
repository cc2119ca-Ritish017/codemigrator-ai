       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEMNT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> FUTURE-DATED WAREHOUSE MAINTENANCE PROGRAM
      *> Lets the branch work the items TRANEDIT warehoused on
      *> FUTWHSE.DAT (see WHSEREC.CPY) before they fall due:
      *> list an account's waiting items (as payer or payee),
      *> change an item's amount or effective date, or cancel
      *> it so WHSEREL never releases it. Items are found by
      *> the TR-TXN-ID they arrived under. A new effective date
      *> must still be after the business date and within the
      *> same horizon TRANEDIT accepts; moving the date moves
      *> the item to its new place in the file. Released and
      *> cancelled items cannot be worked. Every run starts
      *> with an operator sign-on (see OPERREC.CPY); the
      *> operator is stamped on what is changed, and
      *> cancelling an item takes a supervisor. Every change
      *> and cancel is journaled to MNTJRNL.DAT under the
      *> item's TXN id, which a date move does not alter.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHS-STATUS.

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
       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-WHS-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".

       01  WS-OPERATION           PIC X(01).
           88 WS-LIST             VALUE "L".
           88 WS-CHANGE           VALUE "C".
           88 WS-CANCEL           VALUE "X".

       01  WS-BUSINESS-DATE       PIC 9(08).

       01  WS-INPUT-ACCT          PIC 9(10).
       01  WS-INPUT-TXN-ID        PIC 9(10).
       01  WS-INPUT-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-INPUT-DATE          PIC 9(08).
       01  WS-ITEM-FOUND          PIC X(01).
           88 ITEM-WAS-FOUND      VALUE "Y".
       01  WS-CHANGE-VALID        PIC X(01).
           88 CHANGE-IS-VALID     VALUE "Y".
       01  WS-ITEMS-LISTED        PIC 9(05) VALUE 0.
       01  WS-LIST-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SAVE-RECORD         PIC X(102).
       01  WS-ITEM-UPDATED        PIC X(01).
           88 ITEM-WAS-UPDATED    VALUE "Y".

      *> An effective date more than this many days out is
      *> refused, the same horizon TRANEDIT applies on arrival.
       01  WS-EFF-DAYS            PIC S9(07).
       01  WS-MAX-AHEAD           PIC 9(03) VALUE 366.

       01  WS-DISPLAY-AMT         PIC $$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-TOTAL       PIC $$,$$$,$$$,$$$,$$9.99.

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "WHSEMNT".
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
           OPEN I-O WAREHOUSE-FILE
           IF WS-WHS-STATUS NOT = "00"
               DISPLAY "NO WAREHOUSE FILE (" WS-WHS-STATUS
                   ") - NO ITEMS TO WORK"
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               STOP RUN
           END-IF
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "L" PERFORM LIST-ITEMS
               WHEN "C" PERFORM CHANGE-ITEM
               WHEN "X" PERFORM CANCEL-ITEM
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE WAREHOUSE-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           DISPLAY "OPERATION (L=LIST, C=CHANGE, X=CANCEL): "
           ACCEPT WS-OPERATION.

       GET-BUSINESS-DATE.
      *>     A changed effective date is judged against the
      *>     RUNCTL.DAT business date (the BUSNDATE record
      *>     RUNCTLM maintains), the date WHSEREL releases
      *>     against. The wall clock is only the fallback when
      *>     no business date has been set.
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

       LIST-ITEMS.
      *>     Every waiting item the account pays or receives, in
      *>     due-date order.
           DISPLAY "ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           PERFORM UNTIL WS-AT-EOF
               READ WAREHOUSE-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WHS-WAREHOUSED
                           AND (WHS-FROM-ACCT = WS-INPUT-ACCT
                             OR WHS-TO-ACCT = WS-INPUT-ACCT)
                           PERFORM LIST-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LIST-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "WAREHOUSED ITEMS: " WS-ITEMS-LISTED
               " TOTAL=" WS-DISPLAY-TOTAL.

       LIST-ONE-ITEM.
           ADD 1          TO WS-ITEMS-LISTED
           ADD WHS-AMOUNT TO WS-LIST-TOTAL
           MOVE WHS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "TXN=" WHS-ORIG-TXN-ID
               " DUE=" WHS-EFF-DATE
               " TYPE=" WHS-TYPE
               " FROM=" WHS-FROM-ACCT
               " TO=" WHS-TO-ACCT
               " AMT=" WS-DISPLAY-AMT
               " RECEIVED=" WHS-RECEIVED-DATE.

       FIND-ITEM.
      *>     The file is keyed by effective date first, so an
      *>     item is found by reading through for its id. Only
      *>     a still-waiting item is found.
           MOVE "N" TO WS-ITEM-FOUND
           PERFORM UNTIL WS-AT-EOF OR ITEM-WAS-FOUND
               READ WAREHOUSE-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WHS-ORIG-TXN-ID = WS-INPUT-TXN-ID
                           AND WHS-WAREHOUSED
                           MOVE "Y" TO WS-ITEM-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       CHANGE-ITEM.
           DISPLAY "TXN ID OF ITEM TO CHANGE: "
           ACCEPT WS-INPUT-TXN-ID
           PERFORM FIND-ITEM
           IF NOT ITEM-WAS-FOUND
               DISPLAY "ITEM NOT FOUND"
           ELSE
               MOVE WHS-AMOUNT TO WS-DISPLAY-AMT
               DISPLAY "CURRENT DUE=" WHS-EFF-DATE
                   " TYPE=" WHS-TYPE
                   " FROM=" WHS-FROM-ACCT
                   " TO=" WHS-TO-ACCT
                   " AMT=" WS-DISPLAY-AMT
               DISPLAY "NEW AMOUNT (0=KEEP): "
               ACCEPT WS-INPUT-AMOUNT
               DISPLAY "NEW EFFECTIVE DATE YYYYMMDD (0=KEEP): "
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-AMOUNT = 0
                   MOVE WHS-AMOUNT TO WS-INPUT-AMOUNT
               END-IF
               IF WS-INPUT-DATE = 0
                   MOVE WHS-EFF-DATE TO WS-INPUT-DATE
               END-IF
               PERFORM VALIDATE-CHANGE
               IF CHANGE-IS-VALID
                   PERFORM APPLY-CHANGE
               END-IF
           END-IF.

       VALIDATE-CHANGE.
           MOVE "Y" TO WS-CHANGE-VALID
           IF WS-INPUT-AMOUNT NOT > 0
               MOVE "N" TO WS-CHANGE-VALID
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-INPUT-DATE) = 0
               MOVE "N" TO WS-CHANGE-VALID
               DISPLAY "EFFECTIVE DATE INVALID"
           ELSE
               COMPUTE WS-EFF-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-INPUT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               EVALUATE TRUE
                   WHEN WS-EFF-DAYS NOT > 0
                       MOVE "N" TO WS-CHANGE-VALID
                       DISPLAY "EFFECTIVE DATE MUST BE AFTER "
                           WS-BUSINESS-DATE
                   WHEN WS-EFF-DAYS > WS-MAX-AHEAD
                       MOVE "N" TO WS-CHANGE-VALID
                       DISPLAY "EFFECTIVE DATE TOO FAR AHEAD"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       APPLY-CHANGE.
      *>     A new effective date is a new key: the item is
      *>     removed from its old place and written under the
      *>     new date, and put back as it was should that fail.
      *>     Only a change that reached the file is logged and
      *>     journaled.
           MOVE "CHANGE"         TO WS-LOG-ACTION
           MOVE WS-INPUT-TXN-ID  TO WS-LOG-KEY
           MOVE WS-INPUT-AMOUNT  TO WS-LOG-AMOUNT
           MOVE "N"              TO WS-ITEM-UPDATED
           MOVE WAREHOUSE-RECORD TO WS-SAVE-RECORD
           MOVE WAREHOUSE-RECORD TO JNL-BEFORE-IMAGE
           MOVE SPACES           TO JNL-CHANGED
           IF WS-INPUT-AMOUNT NOT = WHS-AMOUNT
               MOVE "Y" TO JNL-FIELD-CHANGED(2)
           END-IF
           MOVE WS-INPUT-AMOUNT TO WHS-AMOUNT
           MOVE WS-OPERATOR-ID  TO WHS-OPERATOR
           IF WS-INPUT-DATE = WHS-EFF-DATE
               REWRITE WAREHOUSE-RECORD
               IF WS-WHS-STATUS = "00"
                   MOVE "Y" TO WS-ITEM-UPDATED
               ELSE
                   DISPLAY "REWRITE FAILED: " WS-WHS-STATUS
               END-IF
           ELSE
               MOVE "Y" TO JNL-FIELD-CHANGED(1)
               PERFORM MOVE-ITEM-DATE
           END-IF
           IF ITEM-WAS-UPDATED
               DISPLAY "ITEM CHANGED"
               MOVE "A" TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               MOVE "C" TO JNL-ACTION
               PERFORM JOURNAL-WAREHOUSE-CHANGE
           ELSE
               DISPLAY "ITEM NOT CHANGED"
           END-IF.

       MOVE-ITEM-DATE.
      *>     Should the item not go back after a failed move it
      *>     is gone from the file, and the journal says so.
           DELETE WAREHOUSE-FILE
           IF WS-WHS-STATUS NOT = "00"
               DISPLAY "DELETE FAILED: " WS-WHS-STATUS
           ELSE
               MOVE WS-INPUT-DATE TO WHS-EFF-DATE
               WRITE WAREHOUSE-RECORD
               IF WS-WHS-STATUS = "00"
                   MOVE "Y" TO WS-ITEM-UPDATED
               ELSE
                   DISPLAY "ERROR MOVING ITEM: " WS-WHS-STATUS
                   MOVE WS-SAVE-RECORD TO WAREHOUSE-RECORD
                   WRITE WAREHOUSE-RECORD
                   IF WS-WHS-STATUS NOT = "00"
                       DISPLAY "ITEM COULD NOT BE PUT BACK: "
                           WS-WHS-STATUS
                       MOVE "D"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       PERFORM JOURNAL-WAREHOUSE-CHANGE
                   END-IF
               END-IF
           END-IF.

       CANCEL-ITEM.
      *>     A cancelled item never posts, so cancelling takes a
      *>     supervisor; a refusal is logged like the cancel.
      *>     The item stays on file, marked cancelled.
           DISPLAY "TXN ID OF ITEM TO CANCEL: "
           ACCEPT WS-INPUT-TXN-ID
           PERFORM FIND-ITEM
           IF NOT ITEM-WAS-FOUND
               DISPLAY "ITEM NOT FOUND"
           ELSE
               MOVE "CANCEL"        TO WS-LOG-ACTION
               MOVE WS-INPUT-TXN-ID TO WS-LOG-KEY
               MOVE WHS-AMOUNT      TO WS-LOG-AMOUNT
               PERFORM REQUIRE-SUPERVISOR
               IF NOT SUPERVISOR-APPROVED
                   DISPLAY "NOT AUTHORIZED TO CANCEL WAREHOUSED "
                       "ITEMS"
                   MOVE "D" TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
               ELSE
                   MOVE WAREHOUSE-RECORD TO JNL-BEFORE-IMAGE
                   MOVE "C"              TO WHS-STATUS
                   MOVE WS-OPERATOR-ID   TO WHS-OPERATOR
                   REWRITE WAREHOUSE-RECORD
                   IF WS-WHS-STATUS = "00"
                       DISPLAY "ITEM CANCELLED"
                       MOVE "A" TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                       MOVE "C"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE "Y"    TO JNL-FIELD-CHANGED(3)
                       PERFORM JOURNAL-WAREHOUSE-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-WHS-STATUS
                   END-IF
               END-IF
           END-IF.

       JOURNAL-WAREHOUSE-CHANGE.
      *>     Keyed by the TXN id, not the file key, so an item's
      *>     history holds together across a date move. A
      *>     removal carries no after-image.
           MOVE "FUTWHSE"       TO JNL-FILE
           MOVE WHS-ORIG-TXN-ID TO JNL-KEY
           IF JNL-REMOVED
               MOVE WS-SAVE-RECORD TO JNL-BEFORE-IMAGE
               MOVE SPACES         TO JNL-AFTER-IMAGE
           ELSE
               MOVE WAREHOUSE-RECORD TO JNL-AFTER-IMAGE
           END-IF
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
