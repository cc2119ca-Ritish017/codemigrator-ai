       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHIST.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> DAILY BALANCE HISTORY
      *> Adds each account's closing position for the business
      *> date to BALHIST.DAT (see BALREC.CPY): ledger balance,
      *> available balance net of the active, unexpired holds
      *> on HOLDS.DAT, and status. Until now the only
      *> point-in-time balances were the current ACC-BALANCE
      *> and the period-end SNAPSHOT.DAT, so nobody could say
      *> what an account held on a given day and average
      *> balances were worked out by hand; PORTRPT averages
      *> these records at month end. Runs in the nightly chain
      *> after the last step that moves money. Run-control
      *> aware like the rest of the batch; an override rerun
      *> replaces the business date's records instead of
      *> adding a second set. BALHIST.RPT carries the day's
      *> totals.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BALHIST-FILE ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BALHIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT RUNOVRD-FILE ASSIGN TO "RUNOVRD.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  BALHIST-FILE.
           COPY BALREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  RUNOVRD-FILE.
       01  RUNOVRD-LINE           PIC X(08).

       FD  RUNHIST-FILE.
       01  RUNHIST-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-HOLD-STATUS         PIC X(02).
       01  WS-BAL-STATUS          PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".
       01  WS-HOLD-EOF            PIC X(01).
           88 WS-HOLD-AT-EOF      VALUE "Y".

      *> A missing HOLDS.DAT means no account has a hold, so
      *> available equals ledger throughout.
       01  WS-HOLDS-OPEN          PIC X(01) VALUE "N".
           88 HOLDS-FILE-OPEN     VALUE "Y".
       01  WS-HOLD-ACCT           PIC 9(10).
       01  WS-ACTIVE-HOLDS        PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05 WS-ACCTS-READ       PIC 9(07) VALUE 0.
           05 WS-RECS-ADDED       PIC 9(07) VALUE 0.
           05 WS-RECS-REPLACED    PIC 9(07) VALUE 0.
           05 WS-RECS-FAILED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-LEDGER     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-HOLDS      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-AVAILABLE  PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-DISPLAY.
           05 WS-DISPLAY-TOTAL    PIC $$,$$$,$$$,$$$,$$9.99-.
           05 WS-REPORT-LINE      PIC X(132).

      *> Run control (see RUNCTL.CPY): refuse a second run for
      *> the business date unless RUNOVRD.CFG names this
      *> program; stamp completion on clean exit and append
      *> start/end lines to RUNHIST.LOG.
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OVRD-STATUS         PIC X(02).
       01  WS-HIST-STATUS         PIC X(02).
       01  WS-PROGRAM-NAME        PIC X(08) VALUE "BALHIST".
       01  WS-BUSN-DATE           PIC 9(08).
       01  WS-START-TS            PIC 9(14).
       01  WS-END-TS              PIC 9(14).
       01  WS-OVERRIDE            PIC X(01).
           88 OVERRIDE-SUPPLIED   VALUE "Y".
       01  WS-HIST-TEXT           PIC X(100).
       01  WS-HIST-COUNT          PIC 9(07).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-RUN-CONTROL
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM RECORD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           COMPUTE WS-HIST-COUNT = WS-RECS-ADDED + WS-RECS-REPLACED
           PERFORM STAMP-RUN-CONTROL
           GOBACK.

       CHECK-RUN-CONTROL.
      *>     Refuses the run when RUNCTL.DAT shows this program
      *>     already completed for the business date, unless the
      *>     operator supplied RUNOVRD.CFG naming it. Also picks
      *>     up the business date for the run.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TS
           MOVE WS-START-TS(1:8) TO WS-BUSN-DATE
           OPEN I-O RUNCTL-FILE
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RC-STATUS NOT = "00" AND WS-RC-STATUS NOT = "05"
               DISPLAY "ERROR OPENING RUNCTL FILE: " WS-RC-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "BUSNDATE" TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RC-STATUS = "00"
               MOVE RC-BUSN-DATE TO WS-BUSN-DATE
           END-IF
           MOVE WS-PROGRAM-NAME TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RC-STATUS = "00" AND RC-COMPLETED
               AND RC-BUSN-DATE = WS-BUSN-DATE
               PERFORM CHECK-OVERRIDE
               IF OVERRIDE-SUPPLIED
                   DISPLAY "OPERATOR OVERRIDE ACCEPTED FOR "
                           WS-PROGRAM-NAME
               ELSE
                   DISPLAY WS-PROGRAM-NAME
                       " ALREADY COMPLETED FOR " WS-BUSN-DATE
                       " - RUN REFUSED (NO OVERRIDE)"
                   CLOSE RUNCTL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN EXTEND RUNHIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           STRING "PROG=" WS-PROGRAM-NAME
                  " DATE=" WS-BUSN-DATE
                  " TS=" WS-START-TS
                  " STATUS=START"
                  DELIMITED BY SIZE INTO WS-HIST-TEXT
           WRITE RUNHIST-LINE FROM WS-HIST-TEXT
           CLOSE RUNHIST-FILE.

       CHECK-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE
           OPEN INPUT RUNOVRD-FILE
           IF WS-OVRD-STATUS = "00"
               READ RUNOVRD-FILE
                   NOT AT END
                       IF RUNOVRD-LINE = WS-PROGRAM-NAME
                           MOVE "Y" TO WS-OVERRIDE
                       END-IF
               END-READ
               CLOSE RUNOVRD-FILE
           END-IF.

       STAMP-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           MOVE WS-PROGRAM-NAME TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RC-STATUS = "00"
               MOVE WS-BUSN-DATE TO RC-BUSN-DATE
               MOVE "C"          TO RC-COMP-FLAG
               MOVE WS-END-TS    TO RC-COMP-TIMESTAMP
               REWRITE RUNCTL-RECORD
           ELSE
               MOVE WS-PROGRAM-NAME TO RC-PROGRAM
               MOVE WS-BUSN-DATE    TO RC-BUSN-DATE
               MOVE "C"             TO RC-COMP-FLAG
               MOVE WS-END-TS       TO RC-COMP-TIMESTAMP
               WRITE RUNCTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE
           OPEN EXTEND RUNHIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           STRING "PROG=" WS-PROGRAM-NAME
                  " DATE=" WS-BUSN-DATE
                  " TS=" WS-END-TS
                  " RECS=" WS-HIST-COUNT
                  " STATUS=END"
                  DELIMITED BY SIZE INTO WS-HIST-TEXT
           WRITE RUNHIST-LINE FROM WS-HIST-TEXT
           CLOSE RUNHIST-FILE.

       OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-ACCT-STATUS
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BALHIST-FILE
           IF WS-BAL-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               OPEN OUTPUT BALHIST-FILE
               CLOSE BALHIST-FILE
               OPEN I-O BALHIST-FILE
           END-IF
           IF WS-BAL-STATUS NOT = "00" AND WS-BAL-STATUS NOT = "05"
               DISPLAY "ERROR OPENING BALANCE HISTORY FILE: "
                       WS-BAL-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE.

       RECORD-ONE-ACCOUNT.
      *>     Closed accounts are recorded too, so the history
      *>     shows the status change on the day it happened.
           ADD 1 TO WS-ACCTS-READ
           MOVE ACC-NUMBER TO WS-HOLD-ACCT
           PERFORM SUM-ACTIVE-HOLDS
           MOVE WS-BUSN-DATE TO BAL-DATE
           MOVE ACC-NUMBER   TO BAL-ACCT
           MOVE ACC-TYPE     TO BAL-TYPE
           MOVE ACC-BRANCH   TO BAL-BRANCH
           MOVE ACC-STATUS   TO BAL-STATUS
           MOVE ACC-BALANCE  TO BAL-LEDGER
           COMPUTE BAL-AVAILABLE = ACC-BALANCE - WS-ACTIVE-HOLDS
      *>     Holds can use up the ledger but not go past it: a
      *>     sanctions freeze holds far more than any balance.
      *>     An overdrawn ledger keeps its own negative figure.
      *>     The holds counted are cut back to match.
           IF WS-ACTIVE-HOLDS > 0 AND BAL-AVAILABLE < 0
               IF ACC-BALANCE < 0
                   MOVE ACC-BALANCE TO BAL-AVAILABLE
               ELSE
                   MOVE 0 TO BAL-AVAILABLE
               END-IF
               COMPUTE WS-ACTIVE-HOLDS = ACC-BALANCE - BAL-AVAILABLE
           END-IF
           WRITE BALANCE-HISTORY-RECORD
           IF WS-BAL-STATUS = "22"
      *>         Override rerun for the same business date.
               REWRITE BALANCE-HISTORY-RECORD
               IF WS-BAL-STATUS = "00"
                   ADD 1 TO WS-RECS-REPLACED
               END-IF
           ELSE
               IF WS-BAL-STATUS = "00"
                   ADD 1 TO WS-RECS-ADDED
               END-IF
           END-IF
           IF WS-BAL-STATUS = "00"
               ADD ACC-BALANCE     TO WS-TOTAL-LEDGER
               ADD WS-ACTIVE-HOLDS TO WS-TOTAL-HOLDS
               ADD BAL-AVAILABLE   TO WS-TOTAL-AVAILABLE
           ELSE
               ADD 1 TO WS-RECS-FAILED
               DISPLAY "BALANCE HISTORY WRITE FAILED: " WS-BAL-STATUS
                       " ACC=" ACC-NUMBER
           END-IF.

       SUM-ACTIVE-HOLDS.
      *>     Totals the active, unexpired holds against
      *>     WS-HOLD-ACCT into WS-ACTIVE-HOLDS -- the same test
      *>     TRANSACT applies for available funds, against the
      *>     business date. The composite key clusters an
      *>     account's holds, so a keyed START at hold id 0
      *>     walks just that account's records.
           MOVE 0 TO WS-ACTIVE-HOLDS
           IF HOLDS-FILE-OPEN
               MOVE WS-HOLD-ACCT TO HLD-ACCT
               MOVE 0            TO HLD-ID
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
                           IF HLD-ACCT NOT = WS-HOLD-ACCT
                               MOVE "Y" TO WS-HOLD-EOF
                           ELSE
                               IF HLD-ACTIVE
                                   AND (HLD-EXPIRY-DATE = 0
                                   OR HLD-EXPIRY-DATE >= WS-BUSN-DATE)
                                   ADD HLD-AMOUNT TO WS-ACTIVE-HOLDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HOLD-STATUS
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAILY BALANCE HISTORY  BUSINESS DATE " WS-BUSN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS READ: " WS-ACCTS-READ
                  " RECORDS ADDED: " WS-RECS-ADDED
                  " REPLACED: " WS-RECS-REPLACED
                  " FAILED: " WS-RECS-FAILED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOTAL-LEDGER TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL LEDGER    : " WS-DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOTAL-HOLDS TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL HOLDS     : " WS-DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOTAL-AVAILABLE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL AVAILABLE : " WS-DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE BALHIST-FILE
           IF HOLDS-FILE-OPEN
               CLOSE HOLDS-FILE
           END-IF
           CLOSE REPORT-FILE.
