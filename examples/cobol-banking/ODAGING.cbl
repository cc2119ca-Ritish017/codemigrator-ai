       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> NEGATIVE BALANCE AGING AND CHARGE-OFF
      *> Works out from the audit trail when each overdrawn
      *> account went negative and stayed there: it replays
      *> every posting for the overdrawn accounts (archive,
      *> then current log, the same order DORMANT reads in)
      *> and notes the date of the posting that last took the
      *> balance below zero. Prints the aging by branch in
      *> 1-30 / 31-60 / 61-90 / 90+ day buckets. An account
      *> overdrawn for the ODAGING.CFG number of days is
      *> charged off: the negative balance is written off to
      *> loss through a CHGOFF audit line (mapped in
      *> GLMAP.CFG), the account is closed with a CLOSE line,
      *> and a CHGOFF.DAT marker is left so TRANSACT books a
      *> later deposit as a recovery. An account whose replay
      *> does not arrive at its actual balance is listed but
      *> never aged or charged off -- RECONCIL owns that break.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDSEQ-FILE ASSIGN TO "AUDSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQS-STATUS.

           SELECT CHGOFF-FILE ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-ACCT
               FILE STATUS IS WS-CHG-STATUS.

           SELECT ODAGECFG-FILE ASSIGN TO "ODAGING.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ODAGING.RPT"
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-LINE     PIC X(130).

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  AUDSEQ-FILE.
           COPY AUDSEQ.

       FD  CHGOFF-FILE.
           COPY CHGOFF.

       FD  ODAGECFG-FILE.
           COPY ODAGECFG.

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
       01  WS-ARCH-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-AQS-STATUS          PIC X(02).
       01  WS-AUD-SEQ             PIC 9(07) VALUE 0.
       01  WS-CHG-STATUS          PIC X(02).
       01  WS-CFG-STATUS          PIC X(02).
       01  WS-ACCT-EOF            PIC X(01) VALUE "N".
           88 WS-ACCT-AT-EOF      VALUE "Y".
       01  WS-AUDIT-EOF           PIC X(01) VALUE "N".
           88 WS-AUDIT-AT-EOF     VALUE "Y".

      *> Default if ODAGING.CFG is absent.
       01  WS-CHARGEOFF-DAYS      PIC 9(03) VALUE 120.

      *> Overdrawn-account table, one entry per account that is
      *> below zero and not closed. WS-OA-REPLAYED is the
      *> balance rebuilt from the trail; WS-OA-NEG-SINCE is the
      *> date of the posting that last took it below zero
      *> (zero while the replayed balance is not negative).
      *> Bounded at 1000 accounts, the same bound (and overflow
      *> counter) RECONCIL uses.
       01  WS-OA-TABLE.
           05 WS-OA-COUNT         PIC 9(05) VALUE 0.
           05 WS-OA-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-OA-IDX.
              10 WS-OA-ACCT       PIC 9(10).
              10 WS-OA-BRANCH     PIC 9(03).
              10 WS-OA-HOLDER     PIC X(40).
              10 WS-OA-ACTUAL     PIC S9(11)V99 COMP-3.
              10 WS-OA-REPLAYED   PIC S9(11)V99 COMP-3.
              10 WS-OA-NEG-SINCE  PIC 9(08).
       01  WS-ACCTS-DROPPED       PIC 9(05) VALUE 0.
       01  WS-OA-FOUND            PIC X(01).
           88 OA-WAS-FOUND        VALUE "Y".
       01  WS-LINE-ACCT           PIC 9(10).
       01  WS-LINE-DATE           PIC 9(08).

      *> Aging buckets by branch, plus the all-branch totals.
      *> Branches are kept in ascending code order as they are
      *> added so the summary prints in branch order.
       01  WS-BUCKET-NAMES-INIT.
           05 FILLER              PIC X(05) VALUE "1-30 ".
           05 FILLER              PIC X(05) VALUE "31-60".
           05 FILLER              PIC X(05) VALUE "61-90".
           05 FILLER              PIC X(05) VALUE "90+  ".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-INIT.
           05 WS-BUCKET-NAME      PIC X(05) OCCURS 4 TIMES.
       01  WS-BR-TABLE.
           05 WS-BR-COUNT         PIC 9(03) VALUE 0.
           05 WS-BR-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-BR-IDX.
              10 WS-BR-CODE       PIC 9(03).
              10 WS-BR-BUCKET OCCURS 4 TIMES.
                 15 WS-BR-ACCTS   PIC 9(05).
                 15 WS-BR-AMOUNT  PIC S9(11)V99 COMP-3.
       01  WS-BR-FOUND            PIC X(01).
           88 BR-WAS-FOUND        VALUE "Y".
       01  WS-BR-SLOT             PIC 9(03).
       01  WS-BR-MOVE             PIC 9(03).
       01  WS-TOTAL-BUCKETS.
           05 WS-TOT-BUCKET OCCURS 4 TIMES.
              10 WS-TOT-ACCTS     PIC 9(05) VALUE 0.
              10 WS-TOT-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BUCKET              PIC 9(01).

       01  WS-DAYS-NEGATIVE       PIC 9(05).
       01  WS-OVERDRAWN-AMT       PIC S9(11)V99 COMP-3.
       01  WS-CHARGED-FLAG        PIC X(01).
           88 ACCOUNT-CHARGED-OFF VALUE "Y".
       01  WS-AUDIT-TS            PIC 9(14).

       01  WS-COUNTERS.
           05 WS-ACCOUNTS-READ    PIC 9(07) VALUE 0.
           05 WS-ACCOUNTS-AGED    PIC 9(07) VALUE 0.
           05 WS-NOT-AGED         PIC 9(07) VALUE 0.
           05 WS-CHARGED-OFF      PIC 9(07) VALUE 0.
           05 WS-TOTAL-CHARGED    PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-DISPLAY-AMT         PIC $$,$$$,$$$,$$9.99-.
       01  WS-DISPLAY-AMT2        PIC $$,$$$,$$$,$$9.99-.
       01  WS-REPORT-LINE         PIC X(132).

      *> Run control (see RUNCTL.CPY): refuse a second run for
      *> the business date unless RUNOVRD.CFG names this
      *> program; stamp completion on clean exit and append
      *> start/end lines to RUNHIST.LOG.
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OVRD-STATUS         PIC X(02).
       01  WS-HIST-STATUS         PIC X(02).
       01  WS-PROGRAM-NAME        PIC X(08) VALUE "ODAGING".
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
           PERFORM LOAD-AUDIT-SEQ
           PERFORM LOAD-CONFIG
           PERFORM OPEN-FILES
           PERFORM LOAD-OVERDRAWN-ACCOUNTS
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-AUDIT-LOG
           PERFORM AGE-ACCOUNTS
           PERFORM WRITE-BRANCH-SUMMARY
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SAVE-AUDIT-SEQ
           MOVE WS-CHARGED-OFF TO WS-HIST-COUNT
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

       LOAD-CONFIG.
      *>     ODAGING.CFG overrides the compiled-in default; if
      *>     it is absent this run simply uses that default.
           OPEN INPUT ODAGECFG-FILE
           IF WS-CFG-STATUS = "00"
               READ ODAGECFG-FILE
                   NOT AT END
                       IF OAC-CHARGEOFF-DAYS NUMERIC
                           AND OAC-CHARGEOFF-DAYS > 0
                           MOVE OAC-CHARGEOFF-DAYS
                                TO WS-CHARGEOFF-DAYS
                       END-IF
               END-READ
               CLOSE ODAGECFG-FILE
           END-IF.

       OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *>     First charge-off ever: create the register so it
      *>     can be opened for update.
           OPEN I-O CHGOFF-FILE
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHGOFF-FILE
               CLOSE CHGOFF-FILE
               OPEN I-O CHGOFF-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           STRING "NEGATIVE BALANCE AGING AS OF " WS-BUSN-DATE
                  "   CHARGE-OFF AT " WS-CHARGEOFF-DAYS " DAYS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       LOAD-OVERDRAWN-ACCOUNTS.
      *>     Only accounts below zero today need their history
      *>     replayed; a closed account is finished with.
           PERFORM UNTIL WS-ACCT-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF ACC-BALANCE < 0 AND NOT ACC-CLOSED
                           PERFORM ADD-OVERDRAWN-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OVERDRAWN-ENTRY.
           IF WS-OA-COUNT < 1000
               ADD 1 TO WS-OA-COUNT
               MOVE ACC-NUMBER      TO WS-OA-ACCT(WS-OA-COUNT)
               MOVE ACC-BRANCH      TO WS-OA-BRANCH(WS-OA-COUNT)
               MOVE ACC-HOLDER-NAME TO WS-OA-HOLDER(WS-OA-COUNT)
               MOVE ACC-BALANCE     TO WS-OA-ACTUAL(WS-OA-COUNT)
               MOVE 0               TO WS-OA-REPLAYED(WS-OA-COUNT)
               MOVE 0               TO WS-OA-NEG-SINCE(WS-OA-COUNT)
           ELSE
               ADD 1 TO WS-ACCTS-DROPPED
           END-IF.

       FIND-OA-ENTRY.
           MOVE "N" TO WS-OA-FOUND
           SET WS-OA-IDX TO 1
           SEARCH WS-OA-ENTRY
               AT END CONTINUE
               WHEN WS-OA-ACCT(WS-OA-IDX) = WS-LINE-ACCT
                   MOVE "Y" TO WS-OA-FOUND
           END-SEARCH.

       SCAN-ARCHIVE.
      *>     Periods already closed live in AUDARCHV.DAT; an
      *>     account overdrawn since before the last close went
      *>     negative there. A missing archive just means
      *>     nothing has been archived yet.
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-AT-EOF
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           MOVE ARCHIVE-AUDIT-LINE TO AUDIT-LINE
                           IF AUD-WAS-POSTED
                               PERFORM APPLY-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-AUDIT-EOF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-AUDIT-AT-EOF
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       IF AUD-WAS-POSTED
                           PERFORM APPLY-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
      *>     Charge-offs append to the log just replayed.
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE.

       APPLY-AUDIT-LINE.
      *>     The same posting rules RECONCIL replays with; after
      *>     each side moves, its sign is re-judged.
           MOVE AUD-TIMESTAMP(1:8) TO WS-LINE-DATE
           EVALUATE TRUE
               WHEN AUD-IS-OPEN OR AUD-IS-DEPOSIT OR AUD-IS-INTEREST
                   OR AUD-IS-CHGOFF
                   MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-OA-ENTRY
                   IF OA-WAS-FOUND
                       ADD AUD-AMOUNT TO WS-OA-REPLAYED(WS-OA-IDX)
                       PERFORM NOTE-SIGN
                   END-IF
               WHEN AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE OR AUD-IS-ODFEE
                   OR AUD-IS-CDPENLTY OR AUD-IS-CHECK
                   OR AUD-IS-ODPFEE OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-OA-ENTRY
                   IF OA-WAS-FOUND
                       SUBTRACT AUD-AMOUNT
                           FROM WS-OA-REPLAYED(WS-OA-IDX)
                       PERFORM NOTE-SIGN
                   END-IF
               WHEN AUD-IS-TRANSFER OR AUD-IS-ODXFER
                   OR AUD-IS-REVERSAL
                   MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-OA-ENTRY
                   IF OA-WAS-FOUND
                       SUBTRACT AUD-AMOUNT
                           FROM WS-OA-REPLAYED(WS-OA-IDX)
                       PERFORM NOTE-SIGN
                   END-IF
                   MOVE AUD-TO-ACCT TO WS-LINE-ACCT
                   PERFORM FIND-OA-ENTRY
                   IF OA-WAS-FOUND
                       ADD AUD-AMOUNT TO WS-OA-REPLAYED(WS-OA-IDX)
                       PERFORM NOTE-SIGN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-SIGN.
      *>     The clock starts on the posting that takes the
      *>     balance below zero and resets whenever it gets back
      *>     to zero or above, so a customer who cures and then
      *>     overdraws again starts a fresh age.
           IF WS-OA-REPLAYED(WS-OA-IDX) < 0
               IF WS-OA-NEG-SINCE(WS-OA-IDX) = 0
                   MOVE WS-LINE-DATE TO WS-OA-NEG-SINCE(WS-OA-IDX)
               END-IF
           ELSE
               MOVE 0 TO WS-OA-NEG-SINCE(WS-OA-IDX)
           END-IF.

       AGE-ACCOUNTS.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
               UNTIL WS-OA-IDX > WS-OA-COUNT
               IF WS-OA-REPLAYED(WS-OA-IDX)
                       NOT = WS-OA-ACTUAL(WS-OA-IDX)
                   OR WS-OA-NEG-SINCE(WS-OA-IDX) = 0
                   PERFORM WRITE-NOT-AGED-LINE
               ELSE
                   PERFORM AGE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       WRITE-NOT-AGED-LINE.
           ADD 1 TO WS-NOT-AGED
           MOVE WS-OA-ACTUAL(WS-OA-IDX)   TO WS-DISPLAY-AMT
           MOVE WS-OA-REPLAYED(WS-OA-IDX) TO WS-DISPLAY-AMT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOT AGED ACC=" WS-OA-ACCT(WS-OA-IDX)
                  " BRANCH=" WS-OA-BRANCH(WS-OA-IDX)
                  " BALANCE=" WS-DISPLAY-AMT
                  " REPLAYED=" WS-DISPLAY-AMT2
                  " (TRAIL DOES NOT MATCH - SEE RECONCIL)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-AGED
           COMPUTE WS-DAYS-NEGATIVE =
               FUNCTION INTEGER-OF-DATE(WS-BUSN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-OA-NEG-SINCE(WS-OA-IDX))
           EVALUATE TRUE
               WHEN WS-DAYS-NEGATIVE <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-NEGATIVE <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-NEGATIVE <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           COMPUTE WS-OVERDRAWN-AMT = 0 - WS-OA-ACTUAL(WS-OA-IDX)
           PERFORM ADD-TO-BRANCH-BUCKET
           MOVE "N" TO WS-CHARGED-FLAG
           IF WS-DAYS-NEGATIVE >= WS-CHARGEOFF-DAYS
               PERFORM CHARGE-OFF-ACCOUNT
           END-IF
           MOVE WS-OA-ACTUAL(WS-OA-IDX) TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACC=" WS-OA-ACCT(WS-OA-IDX)
                  " BRANCH=" WS-OA-BRANCH(WS-OA-IDX)
                  " HOLDER=" WS-OA-HOLDER(WS-OA-IDX)(1:25)
                  " BALANCE=" WS-DISPLAY-AMT
                  " SINCE=" WS-OA-NEG-SINCE(WS-OA-IDX)
                  " DAYS=" WS-DAYS-NEGATIVE
                  " " WS-BUCKET-NAME(WS-BUCKET)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF ACCOUNT-CHARGED-OFF
               MOVE "CHARGED OFF" TO WS-REPORT-LINE(120:11)
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       ADD-TO-BRANCH-BUCKET.
      *>     Finds the branch's row, or opens one in code order
      *>     by shifting the higher branches down a slot.
           MOVE "N" TO WS-BR-FOUND
           MOVE 1 TO WS-BR-SLOT
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT OR BR-WAS-FOUND
               IF WS-BR-CODE(WS-BR-IDX) = WS-OA-BRANCH(WS-OA-IDX)
                   MOVE "Y" TO WS-BR-FOUND
                   SET WS-BR-SLOT TO WS-BR-IDX
               ELSE
                   IF WS-BR-CODE(WS-BR-IDX) < WS-OA-BRANCH(WS-OA-IDX)
                       SET WS-BR-SLOT TO WS-BR-IDX
                       ADD 1 TO WS-BR-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT BR-WAS-FOUND AND WS-BR-COUNT < 200
               PERFORM VARYING WS-BR-MOVE FROM WS-BR-COUNT BY -1
                   UNTIL WS-BR-MOVE < WS-BR-SLOT
                   MOVE WS-BR-ENTRY(WS-BR-MOVE)
                        TO WS-BR-ENTRY(WS-BR-MOVE + 1)
               END-PERFORM
               ADD 1 TO WS-BR-COUNT
               INITIALIZE WS-BR-ENTRY(WS-BR-SLOT)
               MOVE WS-OA-BRANCH(WS-OA-IDX) TO WS-BR-CODE(WS-BR-SLOT)
               MOVE "Y" TO WS-BR-FOUND
           END-IF
           IF BR-WAS-FOUND
               ADD 1 TO WS-BR-ACCTS(WS-BR-SLOT, WS-BUCKET)
               ADD WS-OVERDRAWN-AMT
                   TO WS-BR-AMOUNT(WS-BR-SLOT, WS-BUCKET)
           END-IF
           ADD 1 TO WS-TOT-ACCTS(WS-BUCKET)
           ADD WS-OVERDRAWN-AMT TO WS-TOT-AMOUNT(WS-BUCKET).

       CHARGE-OFF-ACCOUNT.
      *>     Writes the negative balance off to loss and closes
      *>     the account. The CHGOFF line credits the account
      *>     back to zero (the loss side is GLMAP's business);
      *>     the CLOSE line follows exactly as CLOSE-ACCOUNT in
      *>     ACCOUNT writes it.
           MOVE WS-OA-ACCT(WS-OA-IDX) TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CHARGE-OFF READ FAILED: " WS-ACCT-STATUS
           ELSE
               MOVE 0   TO ACC-BALANCE
               MOVE "C" TO ACC-STATUS
               ADD 1 TO ACC-TXN-COUNT
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "REWRITE FAILED: " WS-ACCT-STATUS
               ELSE
                   MOVE "Y" TO WS-CHARGED-FLAG
                   ADD 1 TO WS-CHARGED-OFF
                   ADD WS-OVERDRAWN-AMT TO WS-TOTAL-CHARGED
                   PERFORM WRITE-CHARGEOFF-AUDIT
                   PERFORM WRITE-CHARGEOFF-MARKER
               END-IF
           END-IF.

       WRITE-CHARGEOFF-AUDIT.
      *>     The date half of the stamp carries the run-control
      *>     business date, as MAINTFEE's fee lines do.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TS
           MOVE WS-BUSN-DATE TO WS-AUDIT-TS(1:8)
           MOVE ACC-NUMBER       TO AUD-TXN-ID
           MOVE "CHGOFF"         TO AUD-TYPE
           MOVE 0                TO AUD-FROM-ACCT
           MOVE ACC-NUMBER       TO AUD-TO-ACCT
           MOVE WS-OVERDRAWN-AMT TO AUD-AMOUNT
           MOVE WS-AUDIT-TS      TO AUD-TIMESTAMP
           MOVE ACC-BALANCE      TO AUD-POSTED-BAL
           MOVE "POSTED"         TO AUD-STATUS
           MOVE "CHARGED OFF"    TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE ACC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           MOVE ACC-NUMBER  TO AUD-TXN-ID
           MOVE "CLOSE"     TO AUD-TYPE
           MOVE ACC-NUMBER  TO AUD-FROM-ACCT
           MOVE 0           TO AUD-TO-ACCT
           MOVE 0           TO AUD-AMOUNT
           MOVE WS-AUDIT-TS TO AUD-TIMESTAMP
           MOVE ACC-BALANCE TO AUD-POSTED-BAL
           MOVE "POSTED"    TO AUD-STATUS
           MOVE "CHARGED OFF" TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE ACC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

       WRITE-CHARGEOFF-MARKER.
           MOVE ACC-NUMBER       TO CHG-ACCT
           MOVE WS-BUSN-DATE     TO CHG-DATE
           MOVE WS-OA-NEG-SINCE(WS-OA-IDX) TO CHG-NEG-SINCE
           MOVE WS-OVERDRAWN-AMT TO CHG-AMOUNT
           MOVE 0                TO CHG-RECOVERED
           MOVE ACC-BRANCH       TO CHG-BRANCH
           WRITE CHGOFF-RECORD
               INVALID KEY
                   DISPLAY "CHARGE-OFF MARKER WRITE FAILED: "
                           WS-CHG-STATUS " ACC=" ACC-NUMBER
           END-WRITE.

       WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AGING BY BRANCH (ACCOUNTS / AMOUNT OVERDRAWN)"
                TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BRANCH=" WS-BR-CODE(WS-BR-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 4
                   MOVE WS-BR-AMOUNT(WS-BR-IDX, WS-BUCKET)
                        TO WS-DISPLAY-AMT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " WS-BUCKET-NAME(WS-BUCKET)
                          " DAYS: " WS-BR-ACCTS(WS-BR-IDX, WS-BUCKET)
                          " " WS-DISPLAY-AMT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
               END-PERFORM
           END-PERFORM
           MOVE "ALL BRANCHES" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4
               MOVE WS-TOT-AMOUNT(WS-BUCKET) TO WS-DISPLAY-AMT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-BUCKET-NAME(WS-BUCKET)
                      " DAYS: " WS-TOT-ACCTS(WS-BUCKET)
                      " " WS-DISPLAY-AMT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "ACCOUNTS READ: " WS-ACCOUNTS-READ
                  " OVERDRAWN AGED: " WS-ACCOUNTS-AGED
                  " NOT AGED: " WS-NOT-AGED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CHARGED TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHARGED OFF: " WS-CHARGED-OFF
                  " TOTAL=" WS-DISPLAY-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-ACCTS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACCOUNTS DROPPED (TABLE FULL): "
                      WS-ACCTS-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-FILE
           CLOSE CHGOFF-FILE
           CLOSE REPORT-FILE.

       LOAD-AUDIT-SEQ.
      *>     AUDSEQ.DAT carries the day's last issued audit
      *>     sequence across the night's writers; a new
      *>     business date restarts the sequence at zero, and
      *>     SAVE-AUDIT-SEQ records the high-water mark on the
      *>     way out so the next writer continues it.
           MOVE 0 TO WS-AUD-SEQ
           OPEN INPUT AUDSEQ-FILE
           IF WS-AQS-STATUS = "00"
               READ AUDSEQ-FILE
                   NOT AT END
                       IF AQS-DATE = WS-BUSN-DATE
                           MOVE AQS-LAST-SEQ TO WS-AUD-SEQ
                       END-IF
               END-READ
               CLOSE AUDSEQ-FILE
           END-IF.

       SAVE-AUDIT-SEQ.
           OPEN OUTPUT AUDSEQ-FILE
           MOVE WS-BUSN-DATE TO AQS-DATE
           MOVE WS-AUD-SEQ TO AQS-LAST-SEQ
           WRITE AUDSEQ-RECORD
           CLOSE AUDSEQ-FILE.

       NEXT-AUDIT-SEQ.
           ADD 1 TO WS-AUD-SEQ
           MOVE WS-AUD-SEQ TO AUD-DAY-SEQ.
