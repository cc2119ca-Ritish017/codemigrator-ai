      *> same gate CREATE-ACCOUNT applies; an account takes at
      *> most one active primary owner, since the primary's
      *> tax id is where YEARINT reports the interest.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY).
      *> Every relationship added, changed or removed is
      *> journaled with its before and after images (see
      *> MNTJRNL.CPY).
      *>****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUS-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

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
       FD  OWNERS-FILE.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
           88 PRIMARY-IS-TAKEN    VALUE "Y".
       01  WS-OWNERS-LISTED       PIC 9(05).

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "OWNMNT".
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
           OPEN I-O OWNERS-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
           CLOSE OWNERS-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           MOVE WS-INPUT-CUST TO OWN-CUST
           MOVE WS-INPUT-ROLE TO OWN-ROLE
           MOVE "A"           TO OWN-STATUS
           MOVE WS-OPERATOR-ID TO OWN-OPERATOR
           MOVE "A"    TO JNL-ACTION
           MOVE SPACES TO JNL-CHANGED
           MOVE SPACES TO JNL-BEFORE-IMAGE
           WRITE OWNER-RECORD
               INVALID KEY
      *>         A removed relationship can be re-added by
      *>         reactivating the standing record; the same
      *>         path changes the role of an existing one.
                   READ OWNERS-FILE
                   MOVE "C"          TO JNL-ACTION
                   MOVE OWNER-RECORD TO JNL-BEFORE-IMAGE
                   IF OWN-ROLE NOT = WS-INPUT-ROLE
                       MOVE "Y" TO JNL-FIELD-CHANGED(1)
                   END-IF
                   IF NOT OWN-ACTIVE
                       MOVE "Y" TO JNL-FIELD-CHANGED(2)
                   END-IF
                   MOVE WS-INPUT-ROLE  TO OWN-ROLE
                   MOVE "A"            TO OWN-STATUS
                   MOVE WS-OPERATOR-ID TO OWN-OPERATOR
                   REWRITE OWNER-RECORD
           END-WRITE
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
               DISPLAY "OWNER RELATIONSHIP RECORDED"
               MOVE "ADD OWNER" TO WS-LOG-ACTION
               PERFORM LOG-OWNER-ACTION
               PERFORM JOURNAL-OWNER-CHANGE
           ELSE
               DISPLAY "WRITE FAILED: " WS-FILE-STATUS
           END-IF.
               IF NOT OWN-ACTIVE
                   DISPLAY "RELATIONSHIP NOT ACTIVE: " OWN-STATUS
               ELSE
                   MOVE OWNER-RECORD   TO JNL-BEFORE-IMAGE
                   MOVE "R"            TO OWN-STATUS
                   MOVE WS-OPERATOR-ID TO OWN-OPERATOR
                   REWRITE OWNER-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "OWNER RELATIONSHIP REMOVED"
                       MOVE "REMOVE OWNER" TO WS-LOG-ACTION
                       PERFORM LOG-OWNER-ACTION
                       MOVE "C"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE "Y"    TO JNL-FIELD-CHANGED(2)
                       PERFORM JOURNAL-OWNER-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       JOURNAL-OWNER-CHANGE.
           MOVE "OWNERS"     TO JNL-FILE
           MOVE OWN-KEY      TO JNL-KEY
           MOVE OWNER-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       LOG-OWNER-ACTION.
           MOVE SPACES TO WS-LOG-KEY
           STRING OWN-ACCT "/" OWN-CUST
               DELIMITED BY SIZE INTO WS-LOG-KEY
           MOVE 0   TO WS-LOG-AMOUNT
           MOVE "A" TO WS-LOG-RESULT
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
