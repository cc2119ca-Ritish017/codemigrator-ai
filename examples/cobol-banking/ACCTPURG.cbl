       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPURG.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> CLOSED ACCOUNT PURGE
      *> Moves accounts closed longer than the ACCTPURG.CFG
      *> retention period off ACCOUNTS.DAT and onto the
      *> account history file ACCTHIST.DAT (see ACCTHIST.CPY),
      *> so INTACCR, DORMANT, MAINTFEE, STMTGEN, CUSTXREF and
      *> the rest stop reading them night after night. The
      *> close date is the date of the account's CLOSE audit
      *> line, from AUDARCHV.DAT and AUDIT.LOG the way
      *> ESCHEAT finds last activity; a closed account with no
      *> CLOSE line on either is reported and left alone,
      *> never purged on a guessed date. An account is only
      *> taken with a zero balance, no active hold on
      *> HOLDS.DAT, no open ACCRUAL.DAT bucket and no item
      *> pending on TRANRCYC.DAT. In the same run its
      *> dependent records go too: its OWNERS.DAT links, its
      *> released and expired holds, its stop-payments, its
      *> accrual bucket (whose last accrued date is kept on
      *> the history record), every STANDING.DAT instruction
      *> drawing from or paying into it and every ODLINK.DAT
      *> link naming it. Each master record removed is
      *> journaled as a removal with its before-image (see
      *> MNTJRNL.CPY). ACCTPURG.RPT lists every account
      *> purged and every one kept with the reason, then
      *> control totals proving that what left ACCOUNTS.DAT
      *> arrived on ACCTHIST.DAT. Run-control aware like the
      *> rest of the batch; run at month end after the
      *> period close, not nightly.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-NUMBER
               FILE STATUS IS WS-AHS-STATUS.

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

           SELECT STOPPAY-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPY-KEY
               FILE STATUS IS WS-STOP-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-ACCT
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ID
               FILE STATUS IS WS-SI-STATUS.

           SELECT ODLINK-FILE ASSIGN TO "ODLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODL-KEY
               FILE STATUS IS WS-ODL-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "TRANRCYC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCYC-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT PURGECFG-FILE ASSIGN TO "ACCTPURG.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCTPURG.RPT"
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

       FD  HISTORY-FILE.
           COPY ACCTHIST.

       FD  OWNERS-FILE.
           COPY OWNREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  STOPPAY-FILE.
           COPY STOPREC.

       FD  ACCRUAL-FILE.
           COPY ACCRREC.

       FD  STANDING-FILE.
           COPY STINSREC.

       FD  ODLINK-FILE.
           COPY ODLINK.

       FD  RECYCLE-FILE.
           COPY RCYCREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-LINE     PIC X(130).

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       FD  PURGECFG-FILE.
           COPY PURGECFG.

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
       01  WS-AHS-STATUS          PIC X(02).
       01  WS-OWN-STATUS          PIC X(02).
       01  WS-HOLD-STATUS         PIC X(02).
       01  WS-STOP-STATUS         PIC X(02).
       01  WS-ACCR-STATUS         PIC X(02).
       01  WS-SI-STATUS           PIC X(02).
       01  WS-ODL-STATUS          PIC X(02).
       01  WS-RCYC-STATUS         PIC X(02).
       01  WS-ARCH-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-JNL-STATUS          PIC X(02).
       01  WS-CFG-STATUS          PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".
       01  WS-WALK-EOF            PIC X(01).
           88 WS-WALK-AT-EOF      VALUE "Y".

      *> The dependent masters: a file that does not exist yet
      *> simply has nothing on it for any account.
       01  WS-OWNERS-OPEN         PIC X(01) VALUE "N".
           88 OWNERS-FILE-OPEN    VALUE "Y".
       01  WS-HOLDS-OPEN          PIC X(01) VALUE "N".
           88 HOLDS-FILE-OPEN     VALUE "Y".
       01  WS-STOPS-OPEN          PIC X(01) VALUE "N".
           88 STOPS-FILE-OPEN     VALUE "Y".
       01  WS-ACCRUAL-OPEN        PIC X(01) VALUE "N".
           88 ACCRUAL-FILE-OPEN   VALUE "Y".
       01  WS-STANDING-OPEN       PIC X(01) VALUE "N".
           88 STANDING-FILE-OPEN  VALUE "Y".
       01  WS-ODLINK-OPEN         PIC X(01) VALUE "N".
           88 ODLINK-FILE-OPEN    VALUE "Y".

      *> Retention period from ACCTPURG.CFG; the run refuses to
      *> start without it, there being no safe default for
      *> destroying records.
       01  WS-RETAIN-MONTHS       PIC 9(03) VALUE 0.
       01  WS-CUTOFF-DATE         PIC 9(08).

      *> The closed accounts, with the date of each one's CLOSE
      *> line once the audit trail has been read and whether
      *> anything is still pending for it on the recycle file.
      *> Bounded at 1000 accounts, the same bound (and overflow
      *> counter) RECONCIL uses; an account beyond it simply
      *> waits for the next run.
       01  WS-CLS-TABLE.
           05 WS-CLS-COUNT        PIC 9(05) VALUE 0.
           05 WS-CLS-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-CLS-IDX.
              10 WS-CLS-ACCT      PIC 9(10).
              10 WS-CLS-BAL       PIC S9(11)V99 COMP-3.
              10 WS-CLS-DATE      PIC 9(08).
              10 WS-CLS-RECYCLE   PIC X(01).
              10 WS-CLS-PURGED    PIC X(01).
       01  WS-CLS-DROPPED         PIC 9(05) VALUE 0.
       01  WS-CLS-FOUND           PIC X(01).
           88 CLS-WAS-FOUND       VALUE "Y".
       01  WS-ACCT-PURGED         PIC X(01).
           88 ACCT-WAS-PURGED     VALUE "Y".
       01  WS-LINE-ACCT           PIC 9(10).
       01  WS-LINE-DATE           PIC 9(08).

      *> Per-account work fields.
       01  WS-PURGE-ACCT          PIC 9(10).
       01  WS-KEEP-REASON         PIC X(20).
       01  WS-ACTIVE-HOLDS        PIC 9(05).
       01  WS-ACCRUAL-STATE       PIC X(01).
           88 ACCRUAL-IS-OPEN     VALUE "Y".
       01  WS-LAST-ACCRUED        PIC 9(08).
       01  WS-ACCT-OWNERS         PIC 9(05).
       01  WS-ACCT-HOLDS          PIC 9(05).
       01  WS-ACCT-STOPS          PIC 9(05).

      *> Control totals. Accounts and history records are
      *> counted on file before and after the purge so the
      *> report proves every account taken off ACCOUNTS.DAT
      *> landed on ACCTHIST.DAT.
       01  WS-COUNTERS.
           05 WS-ACCTS-BEFORE     PIC 9(07) VALUE 0.
           05 WS-ACCTS-AFTER      PIC 9(07) VALUE 0.
           05 WS-AHS-BEFORE       PIC 9(07) VALUE 0.
           05 WS-AHS-AFTER        PIC 9(07) VALUE 0.
           05 WS-CLOSED-READ      PIC 9(07) VALUE 0.
           05 WS-IN-RETENTION     PIC 9(07) VALUE 0.
           05 WS-KEPT             PIC 9(07) VALUE 0.
           05 WS-PURGED           PIC 9(07) VALUE 0.
           05 WS-OWNERS-REMOVED   PIC 9(07) VALUE 0.
           05 WS-HOLDS-REMOVED    PIC 9(07) VALUE 0.
           05 WS-STOPS-REMOVED    PIC 9(07) VALUE 0.
           05 WS-ACCRUALS-REMOVED PIC 9(07) VALUE 0.
           05 WS-SI-REMOVED       PIC 9(07) VALUE 0.
           05 WS-ODL-REMOVED      PIC 9(07) VALUE 0.
           05 WS-JNL-WRITTEN      PIC 9(07) VALUE 0.
           05 WS-CHECK-COUNT      PIC 9(07) VALUE 0.

       01  WS-DISPLAY.
           05 WS-REPORT-LINE      PIC X(132).

      *> Calendar work fields for backing the cutoff date off
      *> the business date by the retention period.
       01  WS-DATE-WORK.
           05 WS-WORK-DATE.
              10 WS-WORK-YEAR     PIC 9(04).
              10 WS-WORK-MONTH    PIC 9(02).
              10 WS-WORK-DAY      PIC 9(02).
           05 WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                  PIC 9(08).
           05 WS-DAYS-IN-MONTH    PIC 9(02).
           05 WS-LEAP-QUOT        PIC 9(04).
           05 WS-LEAP-REM-4       PIC 9(04).
           05 WS-LEAP-REM-100     PIC 9(04).
           05 WS-LEAP-REM-400     PIC 9(04).
           05 WS-LEAP-FLAG        PIC X(01).
              88 YEAR-IS-LEAP     VALUE "Y".

      *> Run control (see RUNCTL.CPY): refuse a second run for
      *> the business date unless RUNOVRD.CFG names this
      *> program; stamp completion on clean exit and append
      *> start/end lines to RUNHIST.LOG.
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OVRD-STATUS         PIC X(02).
       01  WS-HIST-STATUS         PIC X(02).
       01  WS-PROGRAM-NAME        PIC X(08) VALUE "ACCTPURG".
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
           PERFORM LOAD-CONFIG
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-CLOSED-TABLE
           PERFORM COUNT-HISTORY
           MOVE WS-CHECK-COUNT TO WS-AHS-BEFORE
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-AUDIT-LOG
           PERFORM SCAN-RECYCLE-FILE
           PERFORM WRITE-HEADING
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > WS-CLS-COUNT
               PERFORM JUDGE-ONE-ACCOUNT
           END-PERFORM
           PERFORM REMOVE-INSTRUCTIONS
           PERFORM REMOVE-OD-LINKS
           PERFORM COUNT-ACCOUNTS
           MOVE WS-CHECK-COUNT TO WS-ACCTS-AFTER
           PERFORM COUNT-HISTORY
           MOVE WS-CHECK-COUNT TO WS-AHS-AFTER
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           MOVE WS-PURGED TO WS-HIST-COUNT
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
      *>     ACCTPURG.CFG is required: a purge on a guessed
      *>     retention period cannot be undone.
           OPEN INPUT PURGECFG-FILE
           IF WS-CFG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTPURG.CFG: " WS-CFG-STATUS
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ PURGECFG-FILE
               NOT AT END
                   IF PRG-RETAIN-MONTHS NUMERIC
                       MOVE PRG-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                   END-IF
           END-READ
           CLOSE PURGECFG-FILE
           IF WS-RETAIN-MONTHS = 0
               DISPLAY "ACCTPURG.CFG HAS NO RETENTION PERIOD"
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       COMPUTE-CUTOFF-DATE.
      *>     Cutoff = business date minus the retention period;
      *>     an account closed before it may be purged.
           MOVE WS-BUSN-DATE TO WS-WORK-DATE-N
           PERFORM SUBTRACT-ONE-MONTH WS-RETAIN-MONTHS TIMES
           MOVE WS-WORK-DATE-N TO WS-CUTOFF-DATE.

       OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-ACCT-STATUS
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-AHS-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-AHS-STATUS NOT = "00" AND WS-AHS-STATUS NOT = "05"
               DISPLAY "ERROR OPENING HISTORY FILE: " WS-AHS-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *>     No purge without its journal: the removals are only
      *>     recoverable from the before-images.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOURNAL FILE: " WS-JNL-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE HISTORY-FILE
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O OWNERS-FILE
           IF WS-OWN-STATUS = "00"
               MOVE "Y" TO WS-OWNERS-OPEN
           END-IF
           OPEN I-O HOLDS-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF
           OPEN I-O STOPPAY-FILE
           IF WS-STOP-STATUS = "00"
               MOVE "Y" TO WS-STOPS-OPEN
           END-IF
           OPEN I-O ACCRUAL-FILE
           IF WS-ACCR-STATUS = "00"
               MOVE "Y" TO WS-ACCRUAL-OPEN
           END-IF
           OPEN I-O STANDING-FILE
           IF WS-SI-STATUS = "00"
               MOVE "Y" TO WS-STANDING-OPEN
           END-IF
           OPEN I-O ODLINK-FILE
           IF WS-ODL-STATUS = "00"
               MOVE "Y" TO WS-ODLINK-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE.

       LOAD-CLOSED-TABLE.
      *>     One pass counts the file for the control totals and
      *>     picks out the closed accounts.
           PERFORM UNTIL WS-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCTS-BEFORE
                       IF ACC-CLOSED
                           ADD 1 TO WS-CLOSED-READ
                           IF WS-CLS-COUNT < 1000
                               ADD 1 TO WS-CLS-COUNT
                               MOVE ACC-NUMBER
                                    TO WS-CLS-ACCT(WS-CLS-COUNT)
                               MOVE ACC-BALANCE
                                    TO WS-CLS-BAL(WS-CLS-COUNT)
                               MOVE 0   TO WS-CLS-DATE(WS-CLS-COUNT)
                               MOVE "N" TO WS-CLS-RECYCLE(WS-CLS-COUNT)
                               MOVE "N" TO WS-CLS-PURGED(WS-CLS-COUNT)
                           ELSE
                               ADD 1 TO WS-CLS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       COUNT-HISTORY.
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO AHS-NUMBER
           START HISTORY-FILE KEY IS >= AHS-NUMBER
               INVALID KEY MOVE "10" TO WS-AHS-STATUS
           END-START
           MOVE "N" TO WS-WALK-EOF
           IF WS-AHS-STATUS NOT = "00"
               MOVE "Y" TO WS-WALK-EOF
           END-IF
           PERFORM UNTIL WS-WALK-AT-EOF
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-WALK-EOF
                   NOT AT END ADD 1 TO WS-CHECK-COUNT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-AHS-STATUS.

       COUNT-ACCOUNTS.
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO ACC-NUMBER
           START ACCOUNT-FILE KEY IS >= ACC-NUMBER
               INVALID KEY MOVE "10" TO WS-ACCT-STATUS
           END-START
           MOVE "N" TO WS-WALK-EOF
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "Y" TO WS-WALK-EOF
           END-IF
           PERFORM UNTIL WS-WALK-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-WALK-EOF
                   NOT AT END ADD 1 TO WS-CHECK-COUNT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ACCT-STATUS.

       FIND-CLS-ENTRY.
      *>     Looks up WS-LINE-ACCT among the closed accounts;
      *>     sets WS-CLS-IDX and WS-CLS-FOUND ("Y"/"N").
           MOVE "N" TO WS-CLS-FOUND
           SET WS-CLS-IDX TO 1
           SEARCH WS-CLS-ENTRY
               AT END CONTINUE
               WHEN WS-CLS-ACCT(WS-CLS-IDX) = WS-LINE-ACCT
                   MOVE "Y" TO WS-CLS-FOUND
           END-SEARCH.

       CHECK-PURGED-ACCT.
      *>     Sets WS-ACCT-PURGED when WS-LINE-ACCT went to
      *>     history in this run.
           MOVE "N" TO WS-ACCT-PURGED
           IF WS-LINE-ACCT NOT = 0
               PERFORM FIND-CLS-ENTRY
               IF CLS-WAS-FOUND AND WS-CLS-PURGED(WS-CLS-IDX) = "Y"
                   MOVE "Y" TO WS-ACCT-PURGED
               END-IF
           END-IF.

       SCAN-ARCHIVE.
      *>     Older closures live in AUDARCHV.DAT after a period
      *>     close -- by the time an account is past retention
      *>     its CLOSE line usually is. Same archive-then-current
      *>     order ESCHEAT reads in; a missing archive just means
      *>     nothing has been archived yet.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-AT-EOF
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE ARCHIVE-AUDIT-LINE TO AUDIT-LINE
                           PERFORM NOTE-CLOSE-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AT-EOF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM NOTE-CLOSE-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-CLOSE-LINE.
      *>     Every program that closes an account writes the
      *>     same CLOSE line with the account as the from
      *>     account; the latest one wins.
           IF AUD-WAS-POSTED AND AUD-IS-CLOSE
               MOVE AUD-FROM-ACCT      TO WS-LINE-ACCT
               MOVE AUD-TIMESTAMP(1:8) TO WS-LINE-DATE
               PERFORM FIND-CLS-ENTRY
               IF CLS-WAS-FOUND
                   AND WS-LINE-DATE > WS-CLS-DATE(WS-CLS-IDX)
                   MOVE WS-LINE-DATE TO WS-CLS-DATE(WS-CLS-IDX)
               END-IF
           END-IF.

       SCAN-RECYCLE-FILE.
      *>     Everything on TRANRCYC.DAT is waiting for RCYCMNT to
      *>     correct, purge or emit it; an account named on any
      *>     item, either side, must stay until it is gone.
           OPEN INPUT RECYCLE-FILE
           IF WS-RCYC-STATUS = "00"
               PERFORM UNTIL WS-AT-EOF
                   READ RECYCLE-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE RCY-FROM-ACCT TO WS-LINE-ACCT
                           PERFORM NOTE-RECYCLE-ITEM
                           MOVE RCY-TO-ACCT TO WS-LINE-ACCT
                           PERFORM NOTE-RECYCLE-ITEM
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-RECYCLE-ITEM.
           IF WS-LINE-ACCT NOT = 0
               PERFORM FIND-CLS-ENTRY
               IF CLS-WAS-FOUND
                   MOVE "Y" TO WS-CLS-RECYCLE(WS-CLS-IDX)
               END-IF
           END-IF.

       WRITE-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSED ACCOUNT PURGE  BUSINESS DATE " WS-BUSN-DATE
                  "  RETENTION " WS-RETAIN-MONTHS " MONTHS"
                  "  CLOSED BEFORE " WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       JUDGE-ONE-ACCOUNT.
      *>     The cheap tests come first; holds and accrual are
      *>     only read for an account otherwise due. An account
      *>     still inside retention is only counted, not listed.
           MOVE SPACES TO WS-KEEP-REASON
           MOVE WS-CLS-ACCT(WS-CLS-IDX) TO WS-PURGE-ACCT
           EVALUATE TRUE
               WHEN WS-CLS-DATE(WS-CLS-IDX) = 0
                   MOVE "NO CLOSE DATE" TO WS-KEEP-REASON
               WHEN WS-CLS-DATE(WS-CLS-IDX) NOT < WS-CUTOFF-DATE
                   ADD 1 TO WS-IN-RETENTION
               WHEN WS-CLS-BAL(WS-CLS-IDX) NOT = 0
                   MOVE "BALANCE NOT ZERO" TO WS-KEEP-REASON
               WHEN OTHER
                   PERFORM COUNT-ACTIVE-HOLDS
                   PERFORM FIND-ACCRUAL
                   EVALUATE TRUE
                       WHEN WS-ACTIVE-HOLDS > 0
                           MOVE "ACTIVE HOLD" TO WS-KEEP-REASON
                       WHEN ACCRUAL-IS-OPEN
                           MOVE "OPEN ACCRUAL" TO WS-KEEP-REASON
                       WHEN WS-CLS-RECYCLE(WS-CLS-IDX) = "Y"
                           MOVE "PENDING RECYCLE" TO WS-KEEP-REASON
                       WHEN OTHER
                           PERFORM PURGE-ONE-ACCOUNT
                   END-EVALUATE
           END-EVALUATE
           IF WS-KEEP-REASON NOT = SPACES
               ADD 1 TO WS-KEPT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "KEPT   ACC=" WS-PURGE-ACCT
                      " CLOSED=" WS-CLS-DATE(WS-CLS-IDX)
                      " " WS-KEEP-REASON
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       COUNT-ACTIVE-HOLDS.
      *>     HOLDS.DAT is keyed account + hold id, so a START at
      *>     hold id 0 walks just this account's records.
           MOVE 0 TO WS-ACTIVE-HOLDS
           IF HOLDS-FILE-OPEN
               MOVE WS-PURGE-ACCT TO HLD-ACCT
               MOVE 0             TO HLD-ID
               START HOLDS-FILE KEY IS >= HLD-KEY
                   INVALID KEY MOVE "10" TO WS-HOLD-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-HOLD-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ HOLDS-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           IF HLD-ACCT NOT = WS-PURGE-ACCT
                               MOVE "Y" TO WS-WALK-EOF
                           ELSE
                               IF HLD-ACTIVE
                                   ADD 1 TO WS-ACTIVE-HOLDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HOLD-STATUS
           END-IF.

       FIND-ACCRUAL.
      *>     A bucket still holding anything is open: INTPOST or
      *>     close-out has not paid it yet.
           MOVE "N" TO WS-ACCRUAL-STATE
           MOVE 0   TO WS-LAST-ACCRUED
           IF ACCRUAL-FILE-OPEN
               MOVE WS-PURGE-ACCT TO ACR-ACCT
               READ ACCRUAL-FILE
               IF WS-ACCR-STATUS = "00"
                   MOVE ACR-LAST-DATE TO WS-LAST-ACCRUED
                   IF ACR-ACCRUED NOT = 0
                       MOVE "Y" TO WS-ACCRUAL-STATE
                   END-IF
               END-IF
           END-IF.

       PURGE-ONE-ACCOUNT.
      *>     History first, then the account, then what hangs
      *>     off it: a failure part way leaves the account
      *>     either still on ACCOUNTS.DAT or safely on history,
      *>     never lost. A history record already there from an
      *>     interrupted earlier run is simply replaced.
           MOVE WS-PURGE-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00" OR NOT ACC-CLOSED
               OR ACC-BALANCE NOT = 0
               MOVE "CHANGED SINCE LOAD" TO WS-KEEP-REASON
           ELSE
               MOVE ACC-NUMBER      TO AHS-NUMBER
               MOVE ACC-CUSTOMER-ID TO AHS-CUSTOMER-ID
               MOVE ACC-HOLDER-NAME TO AHS-HOLDER-NAME
               MOVE ACC-TYPE        TO AHS-TYPE
               MOVE ACC-BRANCH      TO AHS-BRANCH
               MOVE ACC-OPEN-DATE   TO AHS-OPEN-DATE
               MOVE WS-CLS-DATE(WS-CLS-IDX) TO AHS-CLOSE-DATE
               MOVE WS-BUSN-DATE    TO AHS-PURGE-DATE
               MOVE WS-LAST-ACCRUED TO AHS-LAST-ACCRUED
               MOVE ACCOUNT-RECORD  TO AHS-ACCOUNT-IMAGE
               WRITE ACCT-HISTORY-RECORD
               IF WS-AHS-STATUS = "22"
                   REWRITE ACCT-HISTORY-RECORD
               END-IF
               IF WS-AHS-STATUS NOT = "00"
                   MOVE "HISTORY WRITE FAILED" TO WS-KEEP-REASON
               ELSE
                   PERFORM REMOVE-ACCOUNT
               END-IF
           END-IF.

       REMOVE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO JNL-BEFORE-IMAGE
           DELETE ACCOUNT-FILE RECORD
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "ACCOUNT DELETE FAILED" TO WS-KEEP-REASON
           ELSE
               MOVE "ACCOUNTS"    TO JNL-FILE
               MOVE WS-PURGE-ACCT TO JNL-KEY
               PERFORM WRITE-REMOVAL-JOURNAL
               MOVE "Y" TO WS-CLS-PURGED(WS-CLS-IDX)
               ADD 1 TO WS-PURGED
               PERFORM REMOVE-OWNERS
               PERFORM REMOVE-HOLDS
               PERFORM REMOVE-STOPS
               PERFORM REMOVE-ACCRUAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PURGED ACC=" WS-PURGE-ACCT
                      " CLOSED=" WS-CLS-DATE(WS-CLS-IDX)
                      " OWNERS=" WS-ACCT-OWNERS
                      " HOLDS=" WS-ACCT-HOLDS
                      " STOPS=" WS-ACCT-STOPS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       REMOVE-OWNERS.
      *>     OWNERS.DAT clusters an account's links under its
      *>     number; active and removed links alike go.
           MOVE 0 TO WS-ACCT-OWNERS
           IF OWNERS-FILE-OPEN
               MOVE WS-PURGE-ACCT TO OWN-ACCT
               MOVE 0             TO OWN-CUST
               START OWNERS-FILE KEY IS >= OWN-KEY
                   INVALID KEY MOVE "10" TO WS-OWN-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-OWN-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ OWNERS-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           IF OWN-ACCT NOT = WS-PURGE-ACCT
                               MOVE "Y" TO WS-WALK-EOF
                           ELSE
                               PERFORM REMOVE-ONE-OWNER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-OWN-STATUS
           END-IF.

       REMOVE-ONE-OWNER.
           MOVE OWNER-RECORD TO JNL-BEFORE-IMAGE
           DELETE OWNERS-FILE RECORD
           IF WS-OWN-STATUS = "00"
               ADD 1 TO WS-ACCT-OWNERS
               ADD 1 TO WS-OWNERS-REMOVED
               MOVE "OWNERS" TO JNL-FILE
               MOVE OWN-KEY  TO JNL-KEY
               PERFORM WRITE-REMOVAL-JOURNAL
           ELSE
               DISPLAY "OWNER DELETE FAILED: " WS-OWN-STATUS
           END-IF.

       REMOVE-HOLDS.
      *>     Nothing active is left by now (an active hold keeps
      *>     the account), so every hold here is released or
      *>     expired.
           MOVE 0 TO WS-ACCT-HOLDS
           IF HOLDS-FILE-OPEN
               MOVE WS-PURGE-ACCT TO HLD-ACCT
               MOVE 0             TO HLD-ID
               START HOLDS-FILE KEY IS >= HLD-KEY
                   INVALID KEY MOVE "10" TO WS-HOLD-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-HOLD-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ HOLDS-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           IF HLD-ACCT NOT = WS-PURGE-ACCT
                               MOVE "Y" TO WS-WALK-EOF
                           ELSE
                               PERFORM REMOVE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HOLD-STATUS
           END-IF.

       REMOVE-ONE-HOLD.
           MOVE HOLD-RECORD TO JNL-BEFORE-IMAGE
           DELETE HOLDS-FILE RECORD
           IF WS-HOLD-STATUS = "00"
               ADD 1 TO WS-ACCT-HOLDS
               ADD 1 TO WS-HOLDS-REMOVED
               MOVE "HOLDS" TO JNL-FILE
               MOVE HLD-KEY TO JNL-KEY
               PERFORM WRITE-REMOVAL-JOURNAL
           ELSE
               DISPLAY "HOLD DELETE FAILED: " WS-HOLD-STATUS
           END-IF.

       REMOVE-STOPS.
      *>     A stop on an account no longer on file can never
      *>     stop anything, so released, expired and any still
      *>     active all go.
           MOVE 0 TO WS-ACCT-STOPS
           IF STOPS-FILE-OPEN
               MOVE WS-PURGE-ACCT TO SPY-ACCT
               MOVE 0             TO SPY-CHECK-LO
               START STOPPAY-FILE KEY IS >= SPY-KEY
                   INVALID KEY MOVE "10" TO WS-STOP-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-STOP-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ STOPPAY-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           IF SPY-ACCT NOT = WS-PURGE-ACCT
                               MOVE "Y" TO WS-WALK-EOF
                           ELSE
                               PERFORM REMOVE-ONE-STOP
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-STOP-STATUS
           END-IF.

       REMOVE-ONE-STOP.
           MOVE STOP-RECORD TO JNL-BEFORE-IMAGE
           DELETE STOPPAY-FILE RECORD
           IF WS-STOP-STATUS = "00"
               ADD 1 TO WS-ACCT-STOPS
               ADD 1 TO WS-STOPS-REMOVED
               MOVE "STOPPAY" TO JNL-FILE
               MOVE SPY-KEY   TO JNL-KEY
               PERFORM WRITE-REMOVAL-JOURNAL
           ELSE
               DISPLAY "STOP DELETE FAILED: " WS-STOP-STATUS
           END-IF.

       REMOVE-ACCRUAL.
      *>     The bucket is zero by now; its last accrued date
      *>     went onto the history record, which is all it had
      *>     left to say.
           IF ACCRUAL-FILE-OPEN
               MOVE WS-PURGE-ACCT TO ACR-ACCT
               READ ACCRUAL-FILE
               IF WS-ACCR-STATUS = "00"
                   DELETE ACCRUAL-FILE RECORD
                   IF WS-ACCR-STATUS = "00"
                       ADD 1 TO WS-ACCRUALS-REMOVED
                   ELSE
                       DISPLAY "ACCRUAL DELETE FAILED: "
                               WS-ACCR-STATUS
                   END-IF
               END-IF
           END-IF.

       REMOVE-INSTRUCTIONS.
      *>     STANDING.DAT is keyed by instruction id, not by
      *>     account, so one pass after all the accounts are
      *>     purged takes every instruction drawing from or
      *>     paying into any of them, whatever its status.
           IF STANDING-FILE-OPEN AND WS-PURGED > 0
               MOVE 0 TO SI-ID
               START STANDING-FILE KEY IS >= SI-ID
                   INVALID KEY MOVE "10" TO WS-SI-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-SI-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ STANDING-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           MOVE SI-FROM-ACCT TO WS-LINE-ACCT
                           PERFORM CHECK-PURGED-ACCT
                           IF NOT ACCT-WAS-PURGED
                               MOVE SI-TO-ACCT TO WS-LINE-ACCT
                               PERFORM CHECK-PURGED-ACCT
                           END-IF
                           IF ACCT-WAS-PURGED
                               PERFORM REMOVE-ONE-INSTRUCTION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SI-STATUS
           END-IF.

       REMOVE-ONE-INSTRUCTION.
           MOVE STANDING-RECORD TO JNL-BEFORE-IMAGE
           DELETE STANDING-FILE RECORD
           IF WS-SI-STATUS = "00"
               ADD 1 TO WS-SI-REMOVED
               MOVE "STANDING" TO JNL-FILE
               MOVE SI-ID      TO JNL-KEY
               PERFORM WRITE-REMOVAL-JOURNAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "       INSTRUCTION " SI-ID
                      " FROM=" SI-FROM-ACCT " TO=" SI-TO-ACCT
                      " REMOVED"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               DISPLAY "INSTRUCTION DELETE FAILED: " WS-SI-STATUS
           END-IF.

       REMOVE-OD-LINKS.
      *>     A purged account may be the protected checking
      *>     account or the backup behind someone's checking
      *>     account; either way the link goes.
           IF ODLINK-FILE-OPEN AND WS-PURGED > 0
               MOVE 0 TO ODL-CHK-ACCT
               MOVE 0 TO ODL-PRIORITY
               START ODLINK-FILE KEY IS >= ODL-KEY
                   INVALID KEY MOVE "10" TO WS-ODL-STATUS
               END-START
               MOVE "N" TO WS-WALK-EOF
               IF WS-ODL-STATUS NOT = "00"
                   MOVE "Y" TO WS-WALK-EOF
               END-IF
               PERFORM UNTIL WS-WALK-AT-EOF
                   READ ODLINK-FILE NEXT
                       AT END MOVE "Y" TO WS-WALK-EOF
                       NOT AT END
                           MOVE ODL-CHK-ACCT TO WS-LINE-ACCT
                           PERFORM CHECK-PURGED-ACCT
                           IF NOT ACCT-WAS-PURGED
                               MOVE ODL-BACKUP-ACCT TO WS-LINE-ACCT
                               PERFORM CHECK-PURGED-ACCT
                           END-IF
                           IF ACCT-WAS-PURGED
                               PERFORM REMOVE-ONE-LINK
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-ODL-STATUS
           END-IF.

       REMOVE-ONE-LINK.
           MOVE ODLINK-RECORD TO JNL-BEFORE-IMAGE
           DELETE ODLINK-FILE RECORD
           IF WS-ODL-STATUS = "00"
               ADD 1 TO WS-ODL-REMOVED
               MOVE "ODLINK" TO JNL-FILE
               MOVE ODL-KEY  TO JNL-KEY
               PERFORM WRITE-REMOVAL-JOURNAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "       OD LINK " ODL-CHK-ACCT
                      " PRIORITY=" ODL-PRIORITY
                      " BACKUP=" ODL-BACKUP-ACCT
                      " REMOVED"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               DISPLAY "OD LINK DELETE FAILED: " WS-ODL-STATUS
           END-IF.

       WRITE-REMOVAL-JOURNAL.
      *>     The caller has filled in the file, key and the
      *>     before-image; a removal has no after-image and no
      *>     changed-field indicators. No operator signs on to
      *>     the batch, so the operator is spaces.
           MOVE "D"    TO JNL-ACTION
           MOVE SPACES TO JNL-CHANGED
           MOVE SPACES TO JNL-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE WS-PROGRAM-NAME TO JNL-PROGRAM
           MOVE SPACES          TO JNL-OPERATOR
           WRITE JOURNAL-RECORD
           IF WS-JNL-STATUS = "00"
               ADD 1 TO WS-JNL-WRITTEN
           ELSE
               DISPLAY "JOURNAL WRITE FAILED: " WS-JNL-STATUS
           END-IF.

       CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-WORK-YEAR BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-WORK-YEAR BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE "Y" TO WS-LEAP-FLAG
           ELSE
               MOVE "N" TO WS-LEAP-FLAG
           END-IF.

       GET-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM CHECK-LEAP-YEAR
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       SUBTRACT-ONE-MONTH.
           IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           PERFORM GET-DAYS-IN-MONTH
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "CLOSED ACCOUNTS READ: " WS-CLOSED-READ
                  " WITHIN RETENTION: " WS-IN-RETENTION
                  " KEPT: " WS-KEPT
                  " PURGED: " WS-PURGED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS ON FILE BEFORE: " WS-ACCTS-BEFORE
                  " PURGED: " WS-PURGED
                  " ON FILE AFTER: " WS-ACCTS-AFTER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HISTORY RECORDS BEFORE: " WS-AHS-BEFORE
                  " ADDED: " WS-PURGED
                  " AFTER: " WS-AHS-AFTER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPENDENTS REMOVED - OWNERS: " WS-OWNERS-REMOVED
                  " HOLDS: " WS-HOLDS-REMOVED
                  " STOPS: " WS-STOPS-REMOVED
                  " ACCRUALS: " WS-ACCRUALS-REMOVED
                  " INSTRUCTIONS: " WS-SI-REMOVED
                  " OD LINKS: " WS-ODL-REMOVED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "JOURNAL REMOVALS WRITTEN: " WS-JNL-WRITTEN
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
      *>     Every account off ACCOUNTS.DAT must be on history,
      *>     and every master record removed (all but the
      *>     accrual buckets) must have its journal removal.
           COMPUTE WS-CHECK-COUNT = WS-PURGED + WS-OWNERS-REMOVED
               + WS-HOLDS-REMOVED + WS-STOPS-REMOVED
               + WS-SI-REMOVED + WS-ODL-REMOVED
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ACCTS-BEFORE - WS-PURGED = WS-ACCTS-AFTER
               AND WS-AHS-BEFORE + WS-PURGED = WS-AHS-AFTER
               AND WS-CHECK-COUNT = WS-JNL-WRITTEN
               MOVE "CONTROL TOTALS AGREE WITH ACCOUNTS PURGED"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT AGREE -- INVESTIGATE ***"
                   TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-CLS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CLOSED ACCOUNTS NOT EXAMINED (TABLE FULL): "
                      WS-CLS-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE HISTORY-FILE
           CLOSE JOURNAL-FILE
           IF OWNERS-FILE-OPEN
               CLOSE OWNERS-FILE
           END-IF
           IF HOLDS-FILE-OPEN
               CLOSE HOLDS-FILE
           END-IF
           IF STOPS-FILE-OPEN
               CLOSE STOPPAY-FILE
           END-IF
           IF ACCRUAL-FILE-OPEN
               CLOSE ACCRUAL-FILE
           END-IF
           IF STANDING-FILE-OPEN
               CLOSE STANDING-FILE
           END-IF
           IF ODLINK-FILE-OPEN
               CLOSE ODLINK-FILE
           END-IF
           CLOSE REPORT-FILE.
