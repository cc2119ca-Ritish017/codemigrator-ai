       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLINQ.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> MAINTENANCE JOURNAL INQUIRY AND REVIEW PROGRAM
      *> Answers questions from MNTJRNL.DAT, the before/after
      *> journal the maintenance programs write (see
      *> MNTJRNL.CPY):
      *>   H  the change history of one record -- every add,
      *>      change and removal, who made it and from which
      *>      program, with each changed field's old and new
      *>      value;
      *>   S  the record as it stood at the end of a given day
      *>      ("what was this customer's address in March");
      *>   R  the next-day review report on JRNLRVW.RPT: the
      *>      day's high-risk changes (customer name, address,
      *>      phone or tax id; owners added, reinstated or
      *>      changed role; standing orders set up or
      *>      redirected; stops and holds released by hand),
      *>      then every large withdrawal, transfer or check
      *>      posted that day from an account whose customer's
      *>      address or phone changed within the previous few
      *>      days. The window and the amount come from
      *>      JRNLRISK.CFG.
      *> Only changes made since the journal started are
      *> known; a record never changed since then has no
      *> history here.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RISKCFG-FILE ASSIGN TO "JRNLRISK.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JRNLRVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  OWNERS-FILE.
           COPY OWNREC.

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  RISKCFG-FILE.
           COPY JRNLRISK.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *> Layouts the journal images are laid over to pick out
      *> their fields; accounts, owners and run control use
      *> the record areas of the files above.
           COPY CUSTREC.
           COPY STINSREC.
           COPY STOPREC.
           COPY HOLDREC.
           COPY BRNREC.
           COPY ODLINK.
           COPY WHSEREC.
           COPY PPAYENR.
           COPY ISSUED.
           COPY PPAYEXC.
           COPY RCYCREC.
           COPY HOLIDAY.

       01  WS-JNL-STATUS          PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-OWN-STATUS          PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-CFG-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-EOF                 PIC X(01).
           88 WS-AT-EOF           VALUE "Y".
       01  WS-OWN-EOF             PIC X(01).
           88 WS-OWN-AT-EOF       VALUE "Y".
       01  WS-ACCOUNTS-OPEN       PIC X(01) VALUE "N".
           88 ACCOUNTS-FILE-OPEN  VALUE "Y".
       01  WS-OWNERS-OPEN         PIC X(01) VALUE "N".
           88 OWNERS-FILE-OPEN    VALUE "Y".
       01  WS-OPERATION           PIC X(01).
           88 WS-HISTORY          VALUE "H".
           88 WS-STATE            VALUE "S".
           88 WS-REVIEW           VALUE "R".

       01  WS-BUSINESS-DATE       PIC 9(08).

      *> The record asked about, its key built the way the
      *> maintenance programs journal it.
       01  WS-INPUT-FILE          PIC X(08).
       01  WS-INPUT-ACCT          PIC 9(10).
       01  WS-INPUT-CUST          PIC 9(08).
       01  WS-INPUT-ID            PIC 9(08).
       01  WS-INPUT-CHECK         PIC 9(06).
       01  WS-INPUT-HOLD-ID       PIC 9(05).
       01  WS-INPUT-BRANCH        PIC 9(03).
       01  WS-INPUT-PRIORITY      PIC 9(02).
       01  WS-INPUT-TXN-ID        PIC 9(10).
       01  WS-INPUT-PROGRAM       PIC X(08).
       01  WS-INPUT-HOLIDAY       PIC 9(08).
       01  WS-INPUT-DATE          PIC 9(08).
       01  WS-SEARCH-KEY          PIC X(20).
       01  WS-KEY-VALID           PIC X(01).
           88 KEY-IS-VALID        VALUE "Y".
       01  WS-ENTRIES-LISTED      PIC 9(05) VALUE 0.

      *> FORMAT-FIELD lays WS-IMAGE over WS-IMAGE-FILE's layout
      *> and returns field WS-FIELD-NO's name and value.
       01  WS-FIELD-WORK.
           05 WS-IMAGE-FILE       PIC X(08).
           05 WS-IMAGE            PIC X(200).
           05 WS-FIELD-COUNT      PIC 9(02).
           05 WS-FIELD-NO         PIC 9(02).
           05 WS-FIELD-NAME       PIC X(14).
           05 WS-FIELD-VALUE      PIC X(40).
           05 WS-OLD-VALUE        PIC X(40).
           05 WS-ACTION-TEXT      PIC X(07).

      *> The record as of a date: E on file (after-image of
      *> the last change by then), P predates the journal
      *> (before-image of the first later change), N not yet
      *> added, R removed by then; spaces when nothing is
      *> journaled for it.
       01  WS-ASOF-STATE          PIC X(01).
       01  WS-ASOF-TIMESTAMP      PIC 9(14).
       01  WS-ASOF-IMAGE          PIC X(200).

      *> Defaults if JRNLRISK.CFG is absent.
       01  WS-WINDOW-DAYS         PIC 9(03) VALUE 5.
       01  WS-LARGE-AMOUNT        PIC 9(09)V99 VALUE 5000.00.

       01  WS-REVIEW-DATE         PIC 9(08).
       01  WS-WINDOW-START        PIC 9(08).
       01  WS-RISK-TEXT           PIC X(24).
       01  WS-LOOK-CUST           PIC 9(08).
       01  WS-MATCH-CUST          PIC 9(08).
       01  WS-MATCH-DATE          PIC 9(08).
       01  WS-DAYS-SINCE          PIC 9(03).

      *> Customers whose address or phone changed inside the
      *> window, with the latest change date. Bounded at
      *> 1000, the same bound (and overflow counter) RECONCIL
      *> uses.
       01  WS-CONTACT-TABLE.
           05 WS-CC-COUNT         PIC 9(04) VALUE 0.
           05 WS-CC-DROPPED       PIC 9(05) VALUE 0.
           05 WS-CC-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-CC-IDX.
              10 WS-CC-CUST       PIC 9(08).
              10 WS-CC-DATE       PIC 9(08).
       01  WS-CC-FOUND            PIC X(01).
           88 CONTACT-CHANGE-FOUND VALUE "Y".

       01  WS-COUNTERS.
           05 WS-ENTRIES-READ     PIC 9(07) VALUE 0.
           05 WS-ENTRIES-ON-DATE  PIC 9(07) VALUE 0.
           05 WS-RISK-CHANGES     PIC 9(05) VALUE 0.
           05 WS-PAYMENTS-CHECKED PIC 9(07) VALUE 0.
           05 WS-PAYMENTS-FLAGGED PIC 9(05) VALUE 0.

       01  WS-DISPLAY.
           05 WS-DISPLAY-AMT      PIC $$,$$$,$$$,$$9.99-.
           05 WS-REPORT-LINE      PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOURNAL FILE: " WS-JNL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = "00"
               MOVE "Y" TO WS-OWNERS-OPEN
           END-IF
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-OPERATION
           EVALUATE WS-OPERATION
               WHEN "H" PERFORM SHOW-HISTORY
               WHEN "S" PERFORM SHOW-STATE-AS-OF
               WHEN "R" PERFORM REVIEW-CHANGES
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE JOURNAL-FILE
           IF ACCOUNTS-FILE-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           IF OWNERS-FILE-OPEN
               CLOSE OWNERS-FILE
           END-IF
           STOP RUN.

       GET-BUSINESS-DATE.
      *>     The review defaults to the RUNCTL.DAT business date
      *>     (the BUSNDATE record RUNCTLM maintains); the wall
      *>     clock is only the fallback when none has been set.
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

       READ-OPERATION.
           DISPLAY "OPERATION (H=HISTORY, S=STATE AS OF DATE, "
               "R=REVIEW REPORT): "
           ACCEPT WS-OPERATION.

       ACCEPT-RECORD-KEY.
      *>     Prompts for the key fields of the file asked about
      *>     and strings them together exactly as the record key
      *>     is journaled.
           DISPLAY "FILE (CUSTOMER, ACCOUNTS, OWNERS, STANDING, "
               "STOPPAY, HOLDS, BRANCH, ODLINK, FUTWHSE, PPAYENR, "
               "ISSUED, PPAYEXC, RUNCTL, TRANRCYC, HOLIDAY): "
           ACCEPT WS-INPUT-FILE
           MOVE SPACES TO WS-SEARCH-KEY
           MOVE "Y"    TO WS-KEY-VALID
           EVALUATE WS-INPUT-FILE
               WHEN "CUSTOMER"
                   DISPLAY "CUSTOMER NUMBER: "
                   ACCEPT WS-INPUT-CUST
                   MOVE WS-INPUT-CUST TO WS-SEARCH-KEY
               WHEN "ACCOUNTS"
                   DISPLAY "ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-ACCT
                   MOVE WS-INPUT-ACCT TO WS-SEARCH-KEY
               WHEN "OWNERS"
                   DISPLAY "ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-ACCT
                   DISPLAY "CUSTOMER NUMBER: "
                   ACCEPT WS-INPUT-CUST
                   STRING WS-INPUT-ACCT WS-INPUT-CUST
                       DELIMITED BY SIZE INTO WS-SEARCH-KEY
               WHEN "STANDING"
                   DISPLAY "INSTRUCTION ID: "
                   ACCEPT WS-INPUT-ID
                   MOVE WS-INPUT-ID TO WS-SEARCH-KEY
               WHEN "STOPPAY"
                   DISPLAY "ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-ACCT
                   DISPLAY "CHECK NUMBER FROM: "
                   ACCEPT WS-INPUT-CHECK
                   STRING WS-INPUT-ACCT WS-INPUT-CHECK
                       DELIMITED BY SIZE INTO WS-SEARCH-KEY
               WHEN "HOLDS"
                   DISPLAY "ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-ACCT
                   DISPLAY "HOLD ID: "
                   ACCEPT WS-INPUT-HOLD-ID
                   STRING WS-INPUT-ACCT WS-INPUT-HOLD-ID
                       DELIMITED BY SIZE INTO WS-SEARCH-KEY
               WHEN "BRANCH"
                   DISPLAY "BRANCH CODE: "
                   ACCEPT WS-INPUT-BRANCH
                   MOVE WS-INPUT-BRANCH TO WS-SEARCH-KEY
               WHEN "ODLINK"
                   DISPLAY "CHECKING ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-ACCT
                   DISPLAY "PRIORITY: "
                   ACCEPT WS-INPUT-PRIORITY
                   STRING WS-INPUT-ACCT WS-INPUT-PRIORITY
                       DELIMITED BY SIZE INTO WS-SEARCH-KEY
               WHEN "FUTWHSE"
               WHEN "PPAYEXC"
               WHEN "TRANRCYC"
                   DISPLAY "TXN ID: "
                   ACCEPT WS-INPUT-TXN-ID
                   MOVE WS-INPUT-TXN-ID TO WS-SEARCH-KEY
               WHEN "PPAYENR"
                   DISPLAY "ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-ACCT
                   MOVE WS-INPUT-ACCT TO WS-SEARCH-KEY
               WHEN "ISSUED"
                   DISPLAY "ACCOUNT NUMBER: "
                   ACCEPT WS-INPUT-ACCT
                   DISPLAY "CHECK NUMBER: "
                   ACCEPT WS-INPUT-CHECK
                   STRING WS-INPUT-ACCT WS-INPUT-CHECK
                       DELIMITED BY SIZE INTO WS-SEARCH-KEY
               WHEN "RUNCTL"
                   DISPLAY "PROGRAM NAME: "
                   ACCEPT WS-INPUT-PROGRAM
                   MOVE WS-INPUT-PROGRAM TO WS-SEARCH-KEY
               WHEN "HOLIDAY"
                   DISPLAY "HOLIDAY DATE (YYYYMMDD): "
                   ACCEPT WS-INPUT-HOLIDAY
                   MOVE WS-INPUT-HOLIDAY TO WS-SEARCH-KEY
               WHEN OTHER
                   DISPLAY "UNKNOWN FILE: " WS-INPUT-FILE
                   MOVE "N" TO WS-KEY-VALID
           END-EVALUATE.

       SHOW-HISTORY.
           PERFORM ACCEPT-RECORD-KEY
           IF KEY-IS-VALID
               MOVE WS-INPUT-FILE TO WS-IMAGE-FILE
               PERFORM SET-FIELD-COUNT
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-AT-EOF
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JNL-FILE = WS-INPUT-FILE
                               AND JNL-KEY = WS-SEARCH-KEY
                               PERFORM SHOW-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ENTRIES-LISTED = 0
                   DISPLAY "NO JOURNALED CHANGES FOR THIS RECORD"
               END-IF
           END-IF.

       SHOW-ONE-ENTRY.
      *>     An add or removal shows the whole record; a change
      *>     shows only the fields it changed, old and new.
           ADD 1 TO WS-ENTRIES-LISTED
           PERFORM SET-ACTION-TEXT
           DISPLAY JNL-TIMESTAMP(1:8) " " JNL-TIMESTAMP(9:6)
                   " " WS-ACTION-TEXT " BY " JNL-OPERATOR
                   " (" JNL-PROGRAM ")"
           EVALUATE TRUE
               WHEN JNL-ADDED
                   MOVE JNL-AFTER-IMAGE TO WS-IMAGE
                   PERFORM SHOW-ALL-FIELDS
               WHEN JNL-REMOVED
                   MOVE JNL-BEFORE-IMAGE TO WS-IMAGE
                   PERFORM SHOW-ALL-FIELDS
               WHEN JNL-CHANGED = SPACES
                   DISPLAY "    NO FIELD CHANGED"
               WHEN OTHER
                   PERFORM VARYING WS-FIELD-NO FROM 1 BY 1
                       UNTIL WS-FIELD-NO > WS-FIELD-COUNT
                       IF JNL-FIELD-CHANGED(WS-FIELD-NO) = "Y"
                           PERFORM SHOW-FIELD-CHANGE
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       SET-ACTION-TEXT.
           EVALUATE TRUE
               WHEN JNL-ADDED   MOVE "ADDED"   TO WS-ACTION-TEXT
               WHEN JNL-REMOVED MOVE "REMOVED" TO WS-ACTION-TEXT
               WHEN OTHER       MOVE "CHANGED" TO WS-ACTION-TEXT
           END-EVALUATE.

       SHOW-FIELD-CHANGE.
           PERFORM GET-OLD-AND-NEW
           DISPLAY "    " WS-FIELD-NAME " WAS: " WS-OLD-VALUE
           DISPLAY "    " WS-FIELD-NAME " NOW: " WS-FIELD-VALUE.

       GET-OLD-AND-NEW.
      *>     Field WS-FIELD-NO of the current journal record,
      *>     before (WS-OLD-VALUE) and after (WS-FIELD-VALUE).
           MOVE JNL-BEFORE-IMAGE TO WS-IMAGE
           PERFORM FORMAT-FIELD
           MOVE WS-FIELD-VALUE TO WS-OLD-VALUE
           MOVE JNL-AFTER-IMAGE TO WS-IMAGE
           PERFORM FORMAT-FIELD.

       SHOW-ALL-FIELDS.
           PERFORM VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > WS-FIELD-COUNT
               PERFORM FORMAT-FIELD
               DISPLAY "    " WS-FIELD-NAME ": " WS-FIELD-VALUE
           END-PERFORM.

       SHOW-STATE-AS-OF.
      *>     The record as it stood at the end of the given day
      *>     is the after-image of the last change made on or
      *>     before it. When every journaled change is later,
      *>     the first one's before-image is how the record
      *>     stood (it predates the journal) -- unless that
      *>     first change added it. The journal is in time
      *>     order, so one pass settles it.
           PERFORM ACCEPT-RECORD-KEY
           IF KEY-IS-VALID
               DISPLAY "AS OF DATE (YYYYMMDD): "
               ACCEPT WS-INPUT-DATE
               MOVE SPACES TO WS-ASOF-STATE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-AT-EOF
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JNL-FILE = WS-INPUT-FILE
                               AND JNL-KEY = WS-SEARCH-KEY
                               PERFORM APPLY-ASOF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM SHOW-ASOF-RESULT
           END-IF.

       APPLY-ASOF-ENTRY.
           IF JNL-TIMESTAMP(1:8) NOT > WS-INPUT-DATE
               MOVE JNL-TIMESTAMP TO WS-ASOF-TIMESTAMP
               IF JNL-REMOVED
                   MOVE "R" TO WS-ASOF-STATE
               ELSE
                   MOVE "E" TO WS-ASOF-STATE
                   MOVE JNL-AFTER-IMAGE TO WS-ASOF-IMAGE
               END-IF
           ELSE
               IF WS-ASOF-STATE = SPACES
                   MOVE JNL-TIMESTAMP TO WS-ASOF-TIMESTAMP
                   IF JNL-ADDED
                       MOVE "N" TO WS-ASOF-STATE
                   ELSE
                       MOVE "P" TO WS-ASOF-STATE
                       MOVE JNL-BEFORE-IMAGE TO WS-ASOF-IMAGE
                   END-IF
               END-IF
           END-IF.

       SHOW-ASOF-RESULT.
           MOVE WS-INPUT-FILE TO WS-IMAGE-FILE
           PERFORM SET-FIELD-COUNT
           MOVE WS-ASOF-IMAGE TO WS-IMAGE
           EVALUATE WS-ASOF-STATE
               WHEN "E"
                   DISPLAY "AS OF " WS-INPUT-DATE ", LAST CHANGED "
                           WS-ASOF-TIMESTAMP(1:8) " "
                           WS-ASOF-TIMESTAMP(9:6)
                   PERFORM SHOW-ALL-FIELDS
               WHEN "P"
                   DISPLAY "AS OF " WS-INPUT-DATE ", UNCHANGED UNTIL "
                           WS-ASOF-TIMESTAMP(1:8) " "
                           WS-ASOF-TIMESTAMP(9:6)
                   PERFORM SHOW-ALL-FIELDS
               WHEN "N"
                   DISPLAY "NOT ON FILE AS OF " WS-INPUT-DATE
                           " - ADDED " WS-ASOF-TIMESTAMP(1:8)
               WHEN "R"
                   DISPLAY "NOT ON FILE AS OF " WS-INPUT-DATE
                           " - REMOVED " WS-ASOF-TIMESTAMP(1:8)
               WHEN OTHER
                   DISPLAY "NO JOURNALED CHANGES FOR THIS RECORD"
           END-EVALUATE.

       SET-FIELD-COUNT.
      *>     Number of indicator positions each file uses (see
      *>     MNTJRNL.CPY).
           EVALUATE WS-IMAGE-FILE
               WHEN "CUSTOMER" MOVE 9 TO WS-FIELD-COUNT
               WHEN "ACCOUNTS" MOVE 6 TO WS-FIELD-COUNT
               WHEN "OWNERS"   MOVE 2 TO WS-FIELD-COUNT
               WHEN "STANDING" MOVE 8 TO WS-FIELD-COUNT
               WHEN "STOPPAY"  MOVE 3 TO WS-FIELD-COUNT
               WHEN "HOLDS"    MOVE 4 TO WS-FIELD-COUNT
               WHEN "BRANCH"   MOVE 2 TO WS-FIELD-COUNT
               WHEN "ODLINK"   MOVE 2 TO WS-FIELD-COUNT
               WHEN "FUTWHSE"  MOVE 3 TO WS-FIELD-COUNT
               WHEN "PPAYENR"  MOVE 2 TO WS-FIELD-COUNT
               WHEN "ISSUED"   MOVE 3 TO WS-FIELD-COUNT
               WHEN "PPAYEXC"  MOVE 2 TO WS-FIELD-COUNT
               WHEN "RUNCTL"   MOVE 2 TO WS-FIELD-COUNT
               WHEN "TRANRCYC" MOVE 3 TO WS-FIELD-COUNT
               WHEN "HOLIDAY"  MOVE 1 TO WS-FIELD-COUNT
               WHEN OTHER      MOVE 0 TO WS-FIELD-COUNT
           END-EVALUATE.

       FORMAT-FIELD.
      *>     Lays WS-IMAGE over its file's record layout and
      *>     returns field WS-FIELD-NO's name and printable
      *>     value, positions as listed in MNTJRNL.CPY.
           MOVE SPACES TO WS-FIELD-NAME
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE WS-IMAGE-FILE
               WHEN "CUSTOMER"
                   MOVE WS-IMAGE TO CUSTOMER-RECORD
                   PERFORM FORMAT-CUSTOMER-FIELD
               WHEN "ACCOUNTS"
                   MOVE WS-IMAGE TO ACCOUNT-RECORD
                   PERFORM FORMAT-ACCOUNT-FIELD
               WHEN "OWNERS"
                   MOVE WS-IMAGE TO OWNER-RECORD
                   PERFORM FORMAT-OWNER-FIELD
               WHEN "STANDING"
                   MOVE WS-IMAGE TO STANDING-RECORD
                   PERFORM FORMAT-INSTRUCTION-FIELD
               WHEN "STOPPAY"
                   MOVE WS-IMAGE TO STOP-RECORD
                   PERFORM FORMAT-STOP-FIELD
               WHEN "HOLDS"
                   MOVE WS-IMAGE TO HOLD-RECORD
                   PERFORM FORMAT-HOLD-FIELD
               WHEN "BRANCH"
                   MOVE WS-IMAGE TO BRANCH-RECORD
                   PERFORM FORMAT-BRANCH-FIELD
               WHEN "ODLINK"
                   MOVE WS-IMAGE TO ODLINK-RECORD
                   PERFORM FORMAT-LINK-FIELD
               WHEN "FUTWHSE"
                   MOVE WS-IMAGE TO WAREHOUSE-RECORD
                   PERFORM FORMAT-WAREHOUSE-FIELD
               WHEN "PPAYENR"
                   MOVE WS-IMAGE TO PPAY-ENROLL-RECORD
                   PERFORM FORMAT-ENROLLMENT-FIELD
               WHEN "ISSUED"
                   MOVE WS-IMAGE TO ISSUED-RECORD
                   PERFORM FORMAT-ISSUED-FIELD
               WHEN "PPAYEXC"
                   MOVE WS-IMAGE TO PPAY-EXCEPTION-RECORD
                   PERFORM FORMAT-EXCEPTION-FIELD
               WHEN "RUNCTL"
                   MOVE WS-IMAGE TO RUNCTL-RECORD
                   PERFORM FORMAT-RUNCTL-FIELD
               WHEN "TRANRCYC"
                   MOVE WS-IMAGE TO RECYCLE-RECORD
                   PERFORM FORMAT-RECYCLE-FIELD
               WHEN "HOLIDAY"
                   MOVE WS-IMAGE TO HOLIDAY-RECORD
                   PERFORM FORMAT-HOLIDAY-FIELD
           END-EVALUATE.

       FORMAT-CUSTOMER-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "NAME"          TO WS-FIELD-NAME
                   MOVE CUS-LEGAL-NAME  TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "ADDRESS 1"     TO WS-FIELD-NAME
                   MOVE CUS-ADDR-LINE-1 TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "ADDRESS 2"     TO WS-FIELD-NAME
                   MOVE CUS-ADDR-LINE-2 TO WS-FIELD-VALUE
               WHEN 4
                   MOVE "CITY"          TO WS-FIELD-NAME
                   MOVE CUS-CITY        TO WS-FIELD-VALUE
               WHEN 5
                   MOVE "STATE"         TO WS-FIELD-NAME
                   MOVE CUS-STATE       TO WS-FIELD-VALUE
               WHEN 6
                   MOVE "ZIP"           TO WS-FIELD-NAME
                   MOVE CUS-ZIP         TO WS-FIELD-VALUE
               WHEN 7
                   MOVE "PHONE"         TO WS-FIELD-NAME
                   MOVE CUS-PHONE       TO WS-FIELD-VALUE
               WHEN 8
                   MOVE "TAX ID"        TO WS-FIELD-NAME
                   MOVE CUS-TAX-ID      TO WS-FIELD-VALUE
               WHEN 9
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE CUS-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-ACCOUNT-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "CUSTOMER"      TO WS-FIELD-NAME
                   MOVE ACC-CUSTOMER-ID TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "HOLDER NAME"   TO WS-FIELD-NAME
                   MOVE ACC-HOLDER-NAME TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "TYPE"          TO WS-FIELD-NAME
                   MOVE ACC-TYPE        TO WS-FIELD-VALUE
               WHEN 4
                   MOVE "BALANCE"       TO WS-FIELD-NAME
                   MOVE ACC-BALANCE     TO WS-DISPLAY-AMT
                   MOVE WS-DISPLAY-AMT  TO WS-FIELD-VALUE
               WHEN 5
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE ACC-STATUS      TO WS-FIELD-VALUE
               WHEN 6
                   MOVE "BRANCH"        TO WS-FIELD-NAME
                   MOVE ACC-BRANCH      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-OWNER-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "ROLE"          TO WS-FIELD-NAME
                   MOVE OWN-ROLE        TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE OWN-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-INSTRUCTION-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "FROM ACCOUNT"  TO WS-FIELD-NAME
                   MOVE SI-FROM-ACCT    TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "TO ACCOUNT"    TO WS-FIELD-NAME
                   MOVE SI-TO-ACCT      TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "AMOUNT"        TO WS-FIELD-NAME
                   MOVE SI-AMOUNT       TO WS-DISPLAY-AMT
                   MOVE WS-DISPLAY-AMT  TO WS-FIELD-VALUE
               WHEN 4
                   MOVE "FREQUENCY"     TO WS-FIELD-NAME
                   MOVE SI-FREQUENCY    TO WS-FIELD-VALUE
               WHEN 5
                   MOVE "NEXT DUE"      TO WS-FIELD-NAME
                   MOVE SI-NEXT-DUE-DATE TO WS-FIELD-VALUE
               WHEN 6
                   MOVE "EXPIRY"        TO WS-FIELD-NAME
                   MOVE SI-EXPIRY-DATE  TO WS-FIELD-VALUE
               WHEN 7
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE SI-STATUS       TO WS-FIELD-VALUE
               WHEN 8
                   MOVE "HOLIDAY RULE"  TO WS-FIELD-NAME
                   MOVE SI-HOLIDAY-RULE TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-STOP-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "CHECK TO"      TO WS-FIELD-NAME
                   MOVE SPY-CHECK-HI    TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "EXPIRY"        TO WS-FIELD-NAME
                   MOVE SPY-EXPIRY-DATE TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE SPY-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-HOLD-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "AMOUNT"        TO WS-FIELD-NAME
                   MOVE HLD-AMOUNT      TO WS-DISPLAY-AMT
                   MOVE WS-DISPLAY-AMT  TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "REASON"        TO WS-FIELD-NAME
                   MOVE HLD-REASON      TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "EXPIRY"        TO WS-FIELD-NAME
                   MOVE HLD-EXPIRY-DATE TO WS-FIELD-VALUE
               WHEN 4
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE HLD-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-BRANCH-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "NAME"          TO WS-FIELD-NAME
                   MOVE BRN-NAME        TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE BRN-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-LINK-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "BACKUP ACCOUNT" TO WS-FIELD-NAME
                   MOVE ODL-BACKUP-ACCT TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE ODL-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-WAREHOUSE-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "EFFECTIVE DATE" TO WS-FIELD-NAME
                   MOVE WHS-EFF-DATE    TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "AMOUNT"        TO WS-FIELD-NAME
                   MOVE WHS-AMOUNT      TO WS-DISPLAY-AMT
                   MOVE WS-DISPLAY-AMT  TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE WHS-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-ENROLLMENT-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "DEFAULT"       TO WS-FIELD-NAME
                   MOVE PPE-DEFAULT     TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE PPE-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-ISSUED-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "AMOUNT"        TO WS-FIELD-NAME
                   MOVE ISS-AMOUNT      TO WS-DISPLAY-AMT
                   MOVE WS-DISPLAY-AMT  TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "PAYEE"         TO WS-FIELD-NAME
                   MOVE ISS-PAYEE       TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE ISS-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-EXCEPTION-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "DECISION"      TO WS-FIELD-NAME
                   MOVE PPX-DECISION    TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "STATUS"        TO WS-FIELD-NAME
                   MOVE PPX-STATUS      TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-RUNCTL-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "BUSINESS DATE" TO WS-FIELD-NAME
                   MOVE RC-BUSN-DATE    TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "COMPLETION"    TO WS-FIELD-NAME
                   MOVE RC-COMP-FLAG    TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-RECYCLE-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "FROM ACCOUNT"  TO WS-FIELD-NAME
                   MOVE RCY-FROM-ACCT   TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "TO ACCOUNT"    TO WS-FIELD-NAME
                   MOVE RCY-TO-ACCT     TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "AMOUNT"        TO WS-FIELD-NAME
                   MOVE RCY-AMOUNT      TO WS-DISPLAY-AMT
                   MOVE WS-DISPLAY-AMT  TO WS-FIELD-VALUE
           END-EVALUATE.

       FORMAT-HOLIDAY-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "NAME"          TO WS-FIELD-NAME
                   MOVE HOL-NAME        TO WS-FIELD-VALUE
           END-EVALUATE.

       REVIEW-CHANGES.
           DISPLAY "REVIEW DATE (YYYYMMDD, 0=BUSINESS DATE): "
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-REVIEW-DATE
           ELSE
               MOVE WS-INPUT-DATE TO WS-REVIEW-DATE
           END-IF
           PERFORM LOAD-RISK-CONFIG
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE)
               - WS-WINDOW-DAYS)
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REVIEW-HEADING
           PERFORM REVIEW-JOURNAL
           PERFORM REVIEW-PAYMENTS
           PERFORM WRITE-REVIEW-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "REVIEW WRITTEN TO JRNLRVW.RPT - CHANGES: "
                   WS-RISK-CHANGES " PAYMENTS FLAGGED: "
                   WS-PAYMENTS-FLAGGED.

       LOAD-RISK-CONFIG.
      *>     JRNLRISK.CFG overrides the compiled-in defaults; if
      *>     it is absent the review simply uses those.
           OPEN INPUT RISKCFG-FILE
           IF WS-CFG-STATUS = "00"
               READ RISKCFG-FILE
                   NOT AT END
                       IF RSK-WINDOW-DAYS NUMERIC
                           AND RSK-WINDOW-DAYS > 0
                           MOVE RSK-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF RSK-LARGE-AMOUNT NUMERIC
                           AND RSK-LARGE-AMOUNT > 0
                           MOVE RSK-LARGE-AMOUNT TO WS-LARGE-AMOUNT
                       END-IF
               END-READ
               CLOSE RISKCFG-FILE
           END-IF.

       WRITE-REVIEW-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINTENANCE JOURNAL REVIEW FOR "
                  WS-REVIEW-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "HIGH-RISK CHANGES" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TIME   FILE     KEY                  PROGRAM "
                  " OPERATOR REASON"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       REVIEW-JOURNAL.
      *>     One pass: the review date's changes are classified
      *>     and the high-risk ones printed, and every address
      *>     or phone change inside the window is noted for the
      *>     payment check that follows.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF JNL-TIMESTAMP(1:8) = WS-REVIEW-DATE
                           ADD 1 TO WS-ENTRIES-ON-DATE
                           PERFORM CLASSIFY-CHANGE
                           IF WS-RISK-TEXT NOT = SPACES
                               PERFORM WRITE-RISK-CHANGE
                           END-IF
                       END-IF
                       IF JNL-TIMESTAMP(1:8) NOT < WS-WINDOW-START
                           AND JNL-TIMESTAMP(1:8)
                               NOT > WS-REVIEW-DATE
                           PERFORM NOTE-CONTACT-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RISK-CHANGES = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       CLASSIFY-CHANGE.
      *>     What makes a change worth a second look the next
      *>     morning. Stops and holds released by close-out are
      *>     part of closing the account and are not listed.
           MOVE SPACES TO WS-RISK-TEXT
           EVALUATE JNL-FILE
               WHEN "CUSTOMER"
                   IF JNL-CHANGED-REC
                       EVALUATE "Y"
                           WHEN JNL-FIELD-CHANGED(8)
                               MOVE "TAX ID CHANGED" TO WS-RISK-TEXT
                           WHEN JNL-FIELD-CHANGED(1)
                               MOVE "NAME CHANGED" TO WS-RISK-TEXT
                           WHEN JNL-FIELD-CHANGED(2)
                           WHEN JNL-FIELD-CHANGED(3)
                           WHEN JNL-FIELD-CHANGED(4)
                           WHEN JNL-FIELD-CHANGED(5)
                           WHEN JNL-FIELD-CHANGED(6)
                               MOVE "ADDRESS CHANGED" TO WS-RISK-TEXT
                           WHEN JNL-FIELD-CHANGED(7)
                               MOVE "PHONE CHANGED" TO WS-RISK-TEXT
                       END-EVALUATE
                   END-IF
               WHEN "OWNERS"
                   IF JNL-ADDED
                       MOVE "OWNER ADDED" TO WS-RISK-TEXT
                   ELSE
                       MOVE JNL-AFTER-IMAGE TO OWNER-RECORD
                       IF JNL-FIELD-CHANGED(1) = "Y"
                           MOVE "OWNER ROLE CHANGED" TO WS-RISK-TEXT
                       ELSE
                           IF JNL-FIELD-CHANGED(2) = "Y"
                               AND OWN-ACTIVE
                               MOVE "OWNER REINSTATED"
                                    TO WS-RISK-TEXT
                           END-IF
                       END-IF
                   END-IF
               WHEN "STANDING"
                   IF JNL-ADDED
                       MOVE "NEW STANDING ORDER" TO WS-RISK-TEXT
                   ELSE
                       IF JNL-FIELD-CHANGED(2) = "Y"
                           MOVE "PAYEE ACCOUNT CHANGED"
                                TO WS-RISK-TEXT
                       ELSE
                           IF JNL-FIELD-CHANGED(3) = "Y"
                               MOVE "ORDER AMOUNT CHANGED"
                                    TO WS-RISK-TEXT
                           END-IF
                       END-IF
                   END-IF
               WHEN "STOPPAY"
                   IF JNL-FIELD-CHANGED(3) = "Y"
                       AND JNL-PROGRAM NOT = "CLOSEOUT"
                       MOVE "STOP RELEASED" TO WS-RISK-TEXT
                   END-IF
               WHEN "HOLDS"
                   IF JNL-FIELD-CHANGED(4) = "Y"
                       AND JNL-PROGRAM NOT = "CLOSEOUT"
                       MOVE "HOLD RELEASED" TO WS-RISK-TEXT
                   END-IF
           END-EVALUATE.

       WRITE-RISK-CHANGE.
      *>     The change line, then each changed field old and
      *>     new so the reviewer need not run a history.
           ADD 1 TO WS-RISK-CHANGES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " JNL-TIMESTAMP(9:6)
                  " " JNL-FILE
                  " " JNL-KEY
                  " " JNL-PROGRAM
                  " " JNL-OPERATOR
                  " " WS-RISK-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF JNL-CHANGED-REC
               MOVE JNL-FILE TO WS-IMAGE-FILE
               PERFORM SET-FIELD-COUNT
               PERFORM VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > WS-FIELD-COUNT
                   IF JNL-FIELD-CHANGED(WS-FIELD-NO) = "Y"
                       PERFORM GET-OLD-AND-NEW
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "           " WS-FIELD-NAME
                              " WAS: " WS-OLD-VALUE
                              " NOW: " WS-FIELD-VALUE
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE REPORT-LINE FROM WS-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-CONTACT-CHANGE.
      *>     Keeps the latest address or phone change per
      *>     customer; the journal is in time order, so a later
      *>     entry simply overwrites the date.
           IF JNL-FILE = "CUSTOMER" AND JNL-CHANGED-REC
               AND JNL-CHANGED(2:6) NOT = SPACES
               MOVE JNL-KEY(1:8) TO WS-LOOK-CUST
               PERFORM FIND-CONTACT-CHANGE
               IF CONTACT-CHANGE-FOUND
                   MOVE JNL-TIMESTAMP(1:8) TO WS-CC-DATE(WS-CC-IDX)
               ELSE
                   IF WS-CC-COUNT < 1000
                       ADD 1 TO WS-CC-COUNT
                       SET WS-CC-IDX TO WS-CC-COUNT
                       MOVE WS-LOOK-CUST TO WS-CC-CUST(WS-CC-IDX)
                       MOVE JNL-TIMESTAMP(1:8)
                            TO WS-CC-DATE(WS-CC-IDX)
                   ELSE
                       ADD 1 TO WS-CC-DROPPED
                   END-IF
               END-IF
           END-IF.

       FIND-CONTACT-CHANGE.
           MOVE "N" TO WS-CC-FOUND
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT OR CONTACT-CHANGE-FOUND
               IF WS-CC-CUST(WS-CC-IDX) = WS-LOOK-CUST
                   MOVE "Y" TO WS-CC-FOUND
               END-IF
           END-PERFORM
      *>     The VARYING has stepped one past the match.
           IF CONTACT-CHANGE-FOUND
               SET WS-CC-IDX DOWN BY 1
           END-IF.

       REVIEW-PAYMENTS.
      *>     Every large payment out posted on the review date
      *>     is traced to its account's customers -- the
      *>     ACC-CUSTOMER-ID holder and any active joint owner
      *>     on OWNERS.DAT -- and flagged when one of them had
      *>     an address or phone change inside the window.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LARGE PAYMENTS AFTER AN ADDRESS OR PHONE CHANGE"
                  " (WITHIN " WS-WINDOW-DAYS " DAYS)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00" OR NOT ACCOUNTS-FILE-OPEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  AUDIT.LOG OR ACCOUNTS.DAT NOT AVAILABLE"
                      " - PAYMENTS NOT REVIEWED"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-AT-EOF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AUD-TIMESTAMP(1:8) = WS-REVIEW-DATE
                               AND AUD-WAS-POSTED
                               AND (AUD-IS-WITHDRAW OR AUD-IS-TRANSFER
                                 OR AUD-IS-CHECK OR AUD-IS-OFFCHECK)
                               AND AUD-AMOUNT NOT < WS-LARGE-AMOUNT
                               ADD 1 TO WS-PAYMENTS-CHECKED
                               PERFORM CHECK-PAYMENT-OWNERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               IF WS-PAYMENTS-FLAGGED = 0
                   MOVE "  NONE" TO WS-REPORT-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-IF.

       CHECK-PAYMENT-OWNERS.
           MOVE 0   TO WS-MATCH-CUST
           MOVE "N" TO WS-CC-FOUND
           MOVE AUD-FROM-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               MOVE ACC-CUSTOMER-ID TO WS-LOOK-CUST
               PERFORM FIND-CONTACT-CHANGE
           END-IF
           IF NOT CONTACT-CHANGE-FOUND AND OWNERS-FILE-OPEN
               PERFORM CHECK-JOINT-OWNERS
           END-IF
           IF CONTACT-CHANGE-FOUND
               MOVE WS-LOOK-CUST          TO WS-MATCH-CUST
               MOVE WS-CC-DATE(WS-CC-IDX) TO WS-MATCH-DATE
               PERFORM WRITE-FLAGGED-PAYMENT
           END-IF.

       CHECK-JOINT-OWNERS.
      *>     An account's owner records cluster under the
      *>     composite key, so a START at customer 0 walks them.
           MOVE AUD-FROM-ACCT TO OWN-ACCT
           MOVE 0             TO OWN-CUST
           START OWNERS-FILE KEY IS >= OWN-KEY
               INVALID KEY MOVE "10" TO WS-OWN-STATUS
           END-START
           MOVE "N" TO WS-OWN-EOF
           IF WS-OWN-STATUS NOT = "00"
               MOVE "Y" TO WS-OWN-EOF
           END-IF
           PERFORM UNTIL WS-OWN-AT-EOF
               READ OWNERS-FILE NEXT
                   AT END MOVE "Y" TO WS-OWN-EOF
                   NOT AT END
                       IF OWN-ACCT NOT = AUD-FROM-ACCT
                           MOVE "Y" TO WS-OWN-EOF
                       ELSE
                           IF OWN-ACTIVE
                               MOVE OWN-CUST TO WS-LOOK-CUST
                               PERFORM FIND-CONTACT-CHANGE
                               IF CONTACT-CHANGE-FOUND
                                   MOVE "Y" TO WS-OWN-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-FLAGGED-PAYMENT.
           ADD 1 TO WS-PAYMENTS-FLAGGED
           COMPUTE WS-DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-MATCH-DATE)
           MOVE AUD-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " AUD-TYPE
                  " TXN " AUD-TXN-ID
                  " ACCT " AUD-FROM-ACCT
                  " " WS-DISPLAY-AMT
                  " CUSTOMER " WS-MATCH-CUST
                  " CHANGED " WS-MATCH-DATE
                  " (" WS-DAYS-SINCE " DAYS BEFORE)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "JOURNAL ENTRIES READ: " WS-ENTRIES-READ
                  " ON THE DATE: " WS-ENTRIES-ON-DATE
                  " HIGH-RISK: " WS-RISK-CHANGES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-LARGE-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYMENTS OF " WS-DISPLAY-AMT
                  " OR MORE CHECKED: " WS-PAYMENTS-CHECKED
                  " FLAGGED: " WS-PAYMENTS-FLAGGED
                  " CUSTOMERS WITH CONTACT CHANGES: " WS-CC-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-CC-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CONTACT CHANGES DROPPED (TABLE FULL): "
                      WS-CC-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.
