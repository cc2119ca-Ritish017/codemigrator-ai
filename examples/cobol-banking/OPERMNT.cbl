       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> OPERATOR MASTER MAINTENANCE PROGRAM
      *> Adds, queries, resets and deactivates console
      *> operators on OPERATOR.DAT (see OPERREC.CPY), and lets
      *> a signed-on operator change their own password. The
      *> maintenance programs sign operators on against this
      *> file and enforce their authority level, so adding,
      *> resetting (which also unlocks an operator locked out
      *> by wrong passwords) and deactivating take an
      *> administrator. On an empty or missing operator file
      *> there is nobody to sign on as, so the first run adds
      *> the first administrator without a sign-on.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

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
       FD  BRANCH-FILE.
           COPY BRNREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       WORKING-STORAGE SECTION.
       01  WS-BRN-STATUS          PIC X(02).
       01  WS-OPERATION           PIC X(01).
           88 WS-ADD              VALUE "A".
           88 WS-QUERY            VALUE "Q".
           88 WS-CHANGE-PASSWORD  VALUE "P".
           88 WS-RESET            VALUE "R".
           88 WS-DEACTIVATE       VALUE "D".
       01  WS-INPUT-ID            PIC X(08).
       01  WS-INPUT-NAME          PIC X(30).
       01  WS-INPUT-BRANCH        PIC 9(03).
       01  WS-INPUT-AUTHORITY     PIC X(01).
           88 AUTHORITY-IS-VALID  VALUE "C" "S" "A".
       01  WS-NEW-PASSWORD        PIC X(08).
       01  WS-CONFIRM-PASSWORD    PIC X(08).
       01  WS-PASSWORD-OK         PIC X(01).
           88 PASSWORD-IS-OK      VALUE "Y".
       01  WS-FILE-EMPTY          PIC X(01) VALUE "N".
           88 OPERATOR-FILE-EMPTY VALUE "Y".

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "OPERMNT".
       01  WS-SIGNON-ID           PIC X(08).
       01  WS-SIGNON-PASSWORD     PIC X(08).
       01  WS-SIGNON-REASON       PIC X(20).
       01  WS-OPERATOR-ID         PIC X(08).
       01  WS-OPERATOR-BRANCH     PIC 9(03) VALUE 0.
       01  WS-OPERATOR-AUTH       PIC X(01).
           88 OPERATOR-IS-SUPERVISOR VALUE "S" "A".
           88 OPERATOR-IS-ADMIN   VALUE "A".
       01  WS-APPROVER-ID         PIC X(08) VALUE SPACES.
       01  WS-SUPV-APPROVED       PIC X(01).
           88 SUPERVISOR-APPROVED VALUE "Y".
       01  WS-LOG-ACTION          PIC X(12).
       01  WS-LOG-KEY             PIC X(20).
       01  WS-LOG-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-LOG-RESULT          PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-FIRST-USE
           IF OPERATOR-FILE-EMPTY
               PERFORM ADD-FIRST-ADMINISTRATOR
               STOP RUN
           END-IF
           PERFORM SIGN-ON
           PERFORM OPEN-BRANCH-FILE
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "A" PERFORM ADD-OPERATOR
               WHEN "Q" PERFORM QUERY-OPERATOR
               WHEN "P" PERFORM CHANGE-OWN-PASSWORD
               WHEN "R" PERFORM RESET-OPERATOR
               WHEN "D" PERFORM DEACTIVATE-OPERATOR
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE BRANCH-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           DISPLAY "OPERATION (A=ADD, Q=QUERY, P=CHANGE PASSWORD, "
               "R=RESET, D=DEACTIVATE): "
           ACCEPT WS-OPERATION.

       OPEN-BRANCH-FILE.
      *>     Without the branch master no branch code can ever
      *>     validate, and the add would trap the operator in
      *>     its branch-code prompt loop.
           OPEN INPUT BRANCH-FILE
           IF WS-BRN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BRANCH FILE: " WS-BRN-STATUS
               DISPLAY "CREATE THE BRANCH MASTER WITH BRANCH "
                       "MAINTENANCE FIRST"
               STOP RUN
           END-IF.

       CHECK-FIRST-USE.
      *>     Creates the file on first use; an operator file
      *>     with no records in it means nobody can sign on yet.
           OPEN I-O OPERATOR-FILE
           IF WS-OPR-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF
           IF WS-OPR-STATUS NOT = "00" AND WS-OPR-STATUS NOT = "05"
               DISPLAY "ERROR OPENING OPERATOR FILE: " WS-OPR-STATUS
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO OPR-ID
           START OPERATOR-FILE KEY IS >= OPR-ID
               INVALID KEY MOVE "Y" TO WS-FILE-EMPTY
           END-START
           CLOSE OPERATOR-FILE.

       ADD-FIRST-ADMINISTRATOR.
           DISPLAY "NO OPERATORS ON FILE - ADDING THE FIRST "
                   "ADMINISTRATOR"
           OPEN I-O OPERATOR-FILE
           OPEN EXTEND OPERLOG-FILE
           IF WS-OPL-STATUS = "35"
               OPEN OUTPUT OPERLOG-FILE
           END-IF
           PERFORM OPEN-BRANCH-FILE
           MOVE "A"            TO WS-INPUT-AUTHORITY
           MOVE "ADD OPERATOR" TO WS-LOG-ACTION
           PERFORM ACCEPT-NEW-OPERATOR
           IF PASSWORD-IS-OK
               MOVE WS-INPUT-ID TO WS-OPERATOR-ID
               MOVE WS-INPUT-BRANCH TO WS-OPERATOR-BRANCH
               PERFORM WRITE-NEW-OPERATOR
           END-IF
           CLOSE BRANCH-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE.

       ADD-OPERATOR.
           MOVE "ADD OPERATOR" TO WS-LOG-ACTION
           IF NOT OPERATOR-IS-ADMIN
               PERFORM REFUSE-NOT-ADMIN
           ELSE
               MOVE SPACES TO WS-INPUT-AUTHORITY
               PERFORM UNTIL AUTHORITY-IS-VALID
                   DISPLAY "AUTHORITY (C=CLERK, S=SUPERVISOR, "
                       "A=ADMINISTRATOR): "
                   ACCEPT WS-INPUT-AUTHORITY
                   IF NOT AUTHORITY-IS-VALID
                       DISPLAY "INVALID AUTHORITY: "
                               WS-INPUT-AUTHORITY
                   END-IF
               END-PERFORM
               PERFORM ACCEPT-NEW-OPERATOR
               IF PASSWORD-IS-OK
                   PERFORM WRITE-NEW-OPERATOR
               END-IF
           END-IF.

       ACCEPT-NEW-OPERATOR.
      *>     The branch must be on the branch master, the same
      *>     gate CREATE-ACCOUNT applies to new accounts.
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-INPUT-ID
           DISPLAY "OPERATOR NAME: "
           ACCEPT WS-INPUT-NAME
           MOVE "N" TO WS-BRN-STATUS
           PERFORM UNTIL WS-BRN-STATUS = "00"
               DISPLAY "BRANCH CODE: "
               ACCEPT WS-INPUT-BRANCH
               MOVE WS-INPUT-BRANCH TO BRN-CODE
               READ BRANCH-FILE
               IF WS-BRN-STATUS = "00" AND NOT BRN-ACTIVE
                   MOVE "NA" TO WS-BRN-STATUS
               END-IF
               IF WS-BRN-STATUS NOT = "00"
                   DISPLAY "BRANCH NOT ON MASTER: " WS-INPUT-BRANCH
               END-IF
           END-PERFORM
           PERFORM ACCEPT-NEW-PASSWORD.

       ACCEPT-NEW-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK
           DISPLAY "NEW PASSWORD: "
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "CONFIRM PASSWORD: "
           ACCEPT WS-CONFIRM-PASSWORD
           IF WS-NEW-PASSWORD = SPACES
               DISPLAY "PASSWORD MAY NOT BE BLANK"
           ELSE
               IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "PASSWORDS DO NOT MATCH"
               ELSE
                   MOVE "Y" TO WS-PASSWORD-OK
               END-IF
           END-IF.

       WRITE-NEW-OPERATOR.
           MOVE WS-INPUT-ID        TO OPR-ID
           MOVE WS-INPUT-NAME      TO OPR-NAME
           MOVE WS-NEW-PASSWORD    TO OPR-PASSWORD
           MOVE WS-INPUT-BRANCH    TO OPR-BRANCH
           MOVE WS-INPUT-AUTHORITY TO OPR-AUTHORITY
           MOVE "A"                TO OPR-STATUS
           MOVE 0                  TO OPR-FAILED-COUNT
           MOVE 0                  TO OPR-LAST-SIGNON
           WRITE OPERATOR-RECORD
           IF WS-OPR-STATUS = "00"
               DISPLAY "OPERATOR ADDED SUCCESSFULLY"
               PERFORM LOG-OPERATOR-ACTION
           ELSE
               DISPLAY "WRITE FAILED: " WS-OPR-STATUS
           END-IF.

       QUERY-OPERATOR.
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-INPUT-ID
           MOVE WS-INPUT-ID TO OPR-ID
           READ OPERATOR-FILE
           IF WS-OPR-STATUS = "00"
               DISPLAY "NAME       : " OPR-NAME
               DISPLAY "BRANCH     : " OPR-BRANCH
               DISPLAY "AUTHORITY  : " OPR-AUTHORITY
               DISPLAY "STATUS     : " OPR-STATUS
               DISPLAY "FAILED     : " OPR-FAILED-COUNT
               DISPLAY "LAST SIGNON: " OPR-LAST-SIGNON
           ELSE
               DISPLAY "OPERATOR NOT FOUND"
           END-IF.

       CHANGE-OWN-PASSWORD.
      *>     The operator just proved the current password at
      *>     sign-on, so only the new one is asked for.
           PERFORM ACCEPT-NEW-PASSWORD
           IF PASSWORD-IS-OK
               MOVE WS-OPERATOR-ID TO OPR-ID
               READ OPERATOR-FILE
               IF WS-OPR-STATUS NOT = "00"
                   DISPLAY "OPERATOR NOT FOUND"
               ELSE
                   MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
                   REWRITE OPERATOR-RECORD
                   IF WS-OPR-STATUS = "00"
                       DISPLAY "PASSWORD CHANGED"
                       MOVE "PASSWORD" TO WS-LOG-ACTION
                       PERFORM LOG-OPERATOR-ACTION
                   ELSE
                       DISPLAY "REWRITE FAILED: " WS-OPR-STATUS
                   END-IF
               END-IF
           END-IF.

       RESET-OPERATOR.
      *>     Sets a new password and clears a lock-out, putting
      *>     a locked or deactivated operator back in service.
           MOVE "RESET" TO WS-LOG-ACTION
           IF NOT OPERATOR-IS-ADMIN
               PERFORM REFUSE-NOT-ADMIN
           ELSE
               DISPLAY "OPERATOR ID: "
               ACCEPT WS-INPUT-ID
               MOVE WS-INPUT-ID TO OPR-ID
               READ OPERATOR-FILE
               IF WS-OPR-STATUS NOT = "00"
                   DISPLAY "OPERATOR NOT FOUND"
               ELSE
                   PERFORM ACCEPT-NEW-PASSWORD
                   IF PASSWORD-IS-OK
                       MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
                       MOVE "A"             TO OPR-STATUS
                       MOVE 0               TO OPR-FAILED-COUNT
                       REWRITE OPERATOR-RECORD
                       IF WS-OPR-STATUS = "00"
                           DISPLAY "OPERATOR RESET"
                           PERFORM LOG-OPERATOR-ACTION
                       ELSE
                           DISPLAY "REWRITE FAILED: " WS-OPR-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DEACTIVATE-OPERATOR.
           MOVE "DEACTIVATE" TO WS-LOG-ACTION
           IF NOT OPERATOR-IS-ADMIN
               PERFORM REFUSE-NOT-ADMIN
           ELSE
               DISPLAY "OPERATOR ID: "
               ACCEPT WS-INPUT-ID
               MOVE WS-INPUT-ID TO OPR-ID
               READ OPERATOR-FILE
               IF WS-OPR-STATUS NOT = "00"
                   DISPLAY "OPERATOR NOT FOUND"
               ELSE
                   IF OPR-ID = WS-OPERATOR-ID
                       DISPLAY "CANNOT DEACTIVATE YOURSELF"
                   ELSE
                       MOVE "I" TO OPR-STATUS
                       REWRITE OPERATOR-RECORD
                       IF WS-OPR-STATUS = "00"
                           DISPLAY "OPERATOR DEACTIVATED"
                           PERFORM LOG-OPERATOR-ACTION
                       ELSE
                           DISPLAY "REWRITE FAILED: " WS-OPR-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REFUSE-NOT-ADMIN.
           DISPLAY "NOT AUTHORIZED: ADMINISTRATOR REQUIRED"
           MOVE SPACES TO WS-LOG-KEY
           MOVE 0      TO WS-LOG-AMOUNT
           MOVE "D"    TO WS-LOG-RESULT
           PERFORM WRITE-OPERATOR-LOG.

       LOG-OPERATOR-ACTION.
           MOVE OPR-ID TO WS-LOG-KEY
           MOVE 0      TO WS-LOG-AMOUNT
           MOVE "A"    TO WS-LOG-RESULT
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
