       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODLMNT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> OVERDRAFT PROTECTION LINK MAINTENANCE PROGRAM
      *> Adds, queries and removes the links on ODLINK.DAT (see
      *> ODLINK.CPY) that let TRANSACT cover a checking
      *> account's shortfall from the customer's savings or
      *> money market accounts, in priority order, before the
      *> overdraft limit and fee apply. The checking account
      *> must be an open checking account, and the backup an
      *> open savings or money market account held by the same
      *> customer (ACC-CUSTOMER-ID). Every run starts with an
      *> operator sign-on (see OPERREC.CPY). Every link added
      *> or removed is logged to OPERLOG.DAT and journaled
      *> with its before and after images (see MNTJRNL.CPY).
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODLINK-FILE ASSIGN TO "ODLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ODLINK-FILE.
           COPY ODLINK.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-OPERATION           PIC X(01).
           88 WS-ADD              VALUE "A".
           88 WS-QUERY            VALUE "Q".
           88 WS-REMOVE           VALUE "R".
       01  WS-INPUT-ACCT          PIC 9(10).
       01  WS-INPUT-PRIORITY      PIC 9(02).
       01  WS-INPUT-BACKUP        PIC 9(10).
       01  WS-CHK-CUSTOMER        PIC 9(08).
       01  WS-LINK-EOF            PIC X(01).
           88 WS-LINK-AT-EOF      VALUE "Y".
       01  WS-LINKS-LISTED        PIC 9(05).

      *> Before/after images of every change go to the shared
      *> maintenance journal (see MNTJRNL.CPY).
       01  WS-JNL-STATUS          PIC X(02).

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "ODLMNT".
       01  WS-SIGNON-ID           PIC X(08).
       01  WS-SIGNON-PASSWORD     PIC X(08).
       01  WS-SIGNON-REASON       PIC X(20).
       01  WS-OPERATOR-ID         PIC X(08).
       01  WS-OPERATOR-BRANCH     PIC 9(03) VALUE 0.
       01  WS-OPERATOR-AUTH       PIC X(01).
           88 OPERATOR-IS-SUPERVISOR VALUE "S" "A".
       01  WS-APPROVER-ID         PIC X(08) VALUE SPACES.
       01  WS-LOG-ACTION          PIC X(12).
       01  WS-LOG-KEY             PIC X(20).
       01  WS-LOG-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-LOG-RESULT          PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SIGN-ON
           PERFORM OPEN-JOURNAL
           OPEN I-O ODLINK-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               OPEN OUTPUT ODLINK-FILE
               CLOSE ODLINK-FILE
               OPEN I-O ODLINK-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               DISPLAY "ERROR OPENING ODLINK FILE: " WS-FILE-STATUS
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "A" PERFORM ADD-LINK
               WHEN "Q" PERFORM QUERY-LINKS
               WHEN "R" PERFORM REMOVE-LINK
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE ODLINK-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           DISPLAY "OPERATION (A=ADD, Q=QUERY, R=REMOVE): "
           ACCEPT WS-OPERATION.

       ADD-LINK.
           DISPLAY "CHECKING ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           MOVE WS-INPUT-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCOUNT NOT FOUND"
           ELSE
               IF NOT ACC-CHECKING OR ACC-CLOSED
                   DISPLAY "NOT AN OPEN CHECKING ACCOUNT: "
                           WS-INPUT-ACCT
               ELSE
                   MOVE ACC-CUSTOMER-ID TO WS-CHK-CUSTOMER
                   DISPLAY "BACKUP ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-BACKUP
                   DISPLAY "PRIORITY (01 = DRAWN FIRST): "
                   ACCEPT WS-INPUT-PRIORITY
                   PERFORM VALIDATE-BACKUP
               END-IF
           END-IF.

       VALIDATE-BACKUP.
      *>     The backup must be a savings or money market account
      *>     that is still open and belongs to the same customer;
      *>     a CD cannot be drawn on demand.
           MOVE WS-INPUT-BACKUP TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "BACKUP ACCOUNT NOT FOUND"
           ELSE
               IF NOT (ACC-SAVINGS OR ACC-MONEY-MKT)
                   DISPLAY "BACKUP MUST BE SAVINGS OR MONEY MARKET"
               ELSE
                   IF ACC-CLOSED
                       DISPLAY "BACKUP ACCOUNT IS CLOSED"
                   ELSE
                       IF ACC-CUSTOMER-ID NOT = WS-CHK-CUSTOMER
                           DISPLAY "BACKUP HELD BY A DIFFERENT "
                               "CUSTOMER: " ACC-CUSTOMER-ID
                       ELSE
                           IF WS-INPUT-PRIORITY = 0
                               DISPLAY "PRIORITY MUST BE 01-99"
                           ELSE
                               PERFORM WRITE-LINK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-LINK.
           MOVE WS-INPUT-ACCT     TO ODL-CHK-ACCT
           MOVE WS-INPUT-PRIORITY TO ODL-PRIORITY
           MOVE WS-INPUT-BACKUP   TO ODL-BACKUP-ACCT
           MOVE "A"               TO ODL-STATUS
           MOVE "A"    TO JNL-ACTION
           MOVE SPACES TO JNL-CHANGED
           MOVE SPACES TO JNL-BEFORE-IMAGE
           WRITE ODLINK-RECORD
               INVALID KEY
      *>         A removed link's priority slot can be reused by
      *>         reactivating the standing record; an active one
      *>         must be removed first.
                   READ ODLINK-FILE
                   IF ODL-ACTIVE
                       MOVE "22" TO WS-FILE-STATUS
                   ELSE
                       MOVE "C"           TO JNL-ACTION
                       MOVE ODLINK-RECORD TO JNL-BEFORE-IMAGE
                       IF ODL-BACKUP-ACCT NOT = WS-INPUT-BACKUP
                           MOVE "Y" TO JNL-FIELD-CHANGED(1)
                       END-IF
                       MOVE "Y" TO JNL-FIELD-CHANGED(2)
                       MOVE WS-INPUT-BACKUP TO ODL-BACKUP-ACCT
                       MOVE "A"             TO ODL-STATUS
                       REWRITE ODLINK-RECORD
                   END-IF
           END-WRITE
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   DISPLAY "PROTECTION LINK RECORDED"
                   MOVE "ADD LINK" TO WS-LOG-ACTION
                   MOVE ODL-KEY    TO WS-LOG-KEY
                   MOVE 0          TO WS-LOG-AMOUNT
                   MOVE "A"        TO WS-LOG-RESULT
                   PERFORM WRITE-OPERATOR-LOG
                   PERFORM JOURNAL-LINK-CHANGE
               WHEN "22"
                   DISPLAY "PRIORITY ALREADY IN USE: " ODL-PRIORITY
               WHEN OTHER
                   DISPLAY "WRITE FAILED: " WS-FILE-STATUS
           END-EVALUATE.

       QUERY-LINKS.
           DISPLAY "CHECKING ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           MOVE 0 TO WS-LINKS-LISTED
           MOVE WS-INPUT-ACCT TO ODL-CHK-ACCT
           MOVE 0             TO ODL-PRIORITY
           START ODLINK-FILE KEY IS >= ODL-KEY
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START
           MOVE "N" TO WS-LINK-EOF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-LINK-EOF
           END-IF
           PERFORM UNTIL WS-LINK-AT-EOF
               READ ODLINK-FILE NEXT
                   AT END MOVE "Y" TO WS-LINK-EOF
                   NOT AT END
                       IF ODL-CHK-ACCT NOT = WS-INPUT-ACCT
                           MOVE "Y" TO WS-LINK-EOF
                       ELSE
                           ADD 1 TO WS-LINKS-LISTED
                           DISPLAY "PRIORITY=" ODL-PRIORITY
                               " BACKUP=" ODL-BACKUP-ACCT
                               " STATUS=" ODL-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINKS-LISTED = 0
               DISPLAY "NO PROTECTION LINKS FOR ACCOUNT"
           END-IF.

       REMOVE-LINK.
           DISPLAY "CHECKING ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACCT
           DISPLAY "PRIORITY: "
           ACCEPT WS-INPUT-PRIORITY
           MOVE WS-INPUT-ACCT     TO ODL-CHK-ACCT
           MOVE WS-INPUT-PRIORITY TO ODL-PRIORITY
           READ ODLINK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "PROTECTION LINK NOT FOUND"
           ELSE
               IF NOT ODL-ACTIVE
                   DISPLAY "LINK NOT ACTIVE: " ODL-STATUS
               ELSE
                   MOVE ODLINK-RECORD TO JNL-BEFORE-IMAGE
                   MOVE "R" TO ODL-STATUS
                   REWRITE ODLINK-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "PROTECTION LINK REMOVED"
                       MOVE "REMOVE LINK" TO WS-LOG-ACTION
                       MOVE ODL-KEY       TO WS-LOG-KEY
                       MOVE 0             TO WS-LOG-AMOUNT
                       MOVE "A"           TO WS-LOG-RESULT
                       PERFORM WRITE-OPERATOR-LOG
                       MOVE "C"    TO JNL-ACTION
                       MOVE SPACES TO JNL-CHANGED
                       MOVE "Y"    TO JNL-FIELD-CHANGED(2)
                       PERFORM JOURNAL-LINK-CHANGE
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       JOURNAL-LINK-CHANGE.
           MOVE "ODLINK"      TO JNL-FILE
           MOVE ODL-KEY       TO JNL-KEY
           MOVE ODLINK-RECORD TO JNL-AFTER-IMAGE
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
