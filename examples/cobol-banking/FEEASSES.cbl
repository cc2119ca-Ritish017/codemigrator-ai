       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASSES.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> MONTHLY FEE SCHEDULE ASSESSMENT
      *> Charges the event-based fees on the FEESCHED.CFG
      *> tariff (see FEESCHED.CPY) for the month of the
      *> business date. The month's qualifying events are
      *> counted per account from AUDIT.LOG: withdrawals,
      *> transfers and overdraft-protection pulls out of the
      *> account (EXCESSWD), stop-payment orders placed in
      *> STOPMNT (STOPPAY, the STOPORD lines) and checks
      *> returned unpaid for insufficient available funds
      *> (RETURNED). Every event past the type's free count is
      *> charged the scheduled amount, unless a waiver rule
      *> holds: the customer's combined balance across every
      *> account they hold (stamped ACC-CUSTOMER-ID or linked
      *> through OWNERS.DAT) meets the schedule's threshold,
      *> or the account is younger than the schedule's
      *> new-account days. Each fee posts against the account
      *> the way MAINTFEE posts its fee, under its own audit
      *> type (XSWDFEE, STOPFEE, RTNFEE) so GLMAP.CFG books it
      *> to its own income line. The report lists every fee
      *> assessed and every fee waived, with the reason. A
      *> month whose fee line for an account and event is
      *> already on the log is not charged again, so a second
      *> month-end run on another date cannot double-bill.
      *> Run-control aware like the rest of the batch; run at
      *> month end after TRANSACT, alongside MAINTFEE.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNERS-FILE ASSIGN TO "OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDSEQ-FILE ASSIGN TO "AUDSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQS-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FEEASSES.RPT"
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

       FD  OWNERS-FILE.
           COPY OWNREC.

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  AUDSEQ-FILE.
           COPY AUDSEQ.

       FD  FEESCHED-FILE.
           COPY FEESCHED.

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
       01  WS-OWN-STATUS          PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-AQS-STATUS          PIC X(02).
       01  WS-AUD-SEQ             PIC 9(07) VALUE 0.
       01  WS-CFG-STATUS          PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".
       01  WS-OWN-EOF             PIC X(01).
           88 WS-OWN-AT-EOF       VALUE "Y".

       01  WS-FEE-MONTH           PIC 9(06).
       01  WS-AUDIT-TS            PIC 9(14).

      *> The fee events, in the order the event table below
      *> carries them, each with the audit type its fee posts
      *> under.
       01  WS-EVENT-NAMES-INIT.
           05 FILLER              PIC X(16) VALUE "EXCESSWDXSWDFEE".
           05 FILLER              PIC X(16) VALUE "STOPPAY STOPFEE".
           05 FILLER              PIC X(16) VALUE "RETURNEDRTNFEE".
       01  WS-EVENT-NAMES REDEFINES WS-EVENT-NAMES-INIT.
           05 WS-EVENT-DEF OCCURS 3 TIMES.
              10 WS-EVENT-NAME    PIC X(08).
              10 WS-EVENT-AUD-TYPE PIC X(08).
       01  WS-EVT                 PIC 9(01).

      *> Fee schedule, loaded from FEESCHED.CFG. With no
      *> schedule file nothing is charged.
       01  WS-SCHED-TABLE.
           05 WS-SCHED-COUNT      PIC 9(03) VALUE 0.
           05 WS-SCHED-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-SCHED-IDX.
              10 WS-SCH-TYPE      PIC X(02).
              10 WS-SCH-EVENT     PIC X(08).
              10 WS-SCH-AMOUNT    PIC 9(05)V99.
              10 WS-SCH-FREE      PIC 9(03).
              10 WS-SCH-COMBINED  PIC 9(11)V99.
              10 WS-SCH-NEW-DAYS  PIC 9(03).
       01  WS-SCHEDS-DROPPED      PIC 9(03) VALUE 0.
       01  WS-SCHED-FOUND         PIC X(01).
           88 SCHED-WAS-FOUND     VALUE "Y".
       01  WS-LOOK-TYPE           PIC X(02).
       01  WS-LOOK-EVENT          PIC X(08).

      *> Account table, loaded once so the account file is not
      *> re-read per event or per customer. Bounded at 1000
      *> accounts, the same bound (and overflow counter)
      *> RECONCIL uses; balances are as they stood before this
      *> run charged anything.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT       PIC 9(05) VALUE 0.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-ACCT-IDX.
              10 WS-ACCT-NUM      PIC 9(10).
              10 WS-ACCT-CUST     PIC 9(08).
              10 WS-ACCT-TYPE     PIC X(02).
              10 WS-ACCT-STAT     PIC X(01).
              10 WS-ACCT-BAL      PIC S9(11)V99 COMP-3.
              10 WS-ACCT-OPENED   PIC 9(08).
       01  WS-ACCTS-DROPPED       PIC 9(05) VALUE 0.
       01  WS-ACCT-FOUND          PIC X(01).
           88 ACCT-WAS-FOUND      VALUE "Y".
       01  WS-LINE-ACCT           PIC 9(10).
       01  WS-FEE-ACCT-SUB        PIC 9(05).

      *> Active owner relationships, loaded once like the
      *> account table; a missing OWNERS.DAT means accounts
      *> belong to their stamped customer alone.
       01  WS-OWN-TABLE.
           05 WS-OWN-COUNT        PIC 9(05) VALUE 0.
           05 WS-OWN-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-OWN-IDX.
              10 WS-OWN-ACCT      PIC 9(10).
              10 WS-OWN-CUST      PIC 9(08).
       01  WS-OWNS-DROPPED        PIC 9(05) VALUE 0.

      *> The month's events per account, one slot per fee
      *> event: the qualifying count, whether the month's fee
      *> is already on the log, and what this run did with it
      *> (A assessed, W waived, P previously assessed).
       01  WS-EV-TABLE.
           05 WS-EV-COUNT-ACCTS   PIC 9(05) VALUE 0.
           05 WS-EV-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-EV-IDX.
              10 WS-EV-ACCT       PIC 9(10).
              10 WS-EV-SLOT OCCURS 3 TIMES.
                 15 WS-EV-COUNT   PIC 9(05).
                 15 WS-EV-PRIOR   PIC X(01).
                 15 WS-EV-RESULT  PIC X(01).
                 15 WS-EV-CHARGED PIC 9(05).
                 15 WS-EV-FEE     PIC S9(09)V99 COMP-3.
                 15 WS-EV-REASON  PIC X(20).
       01  WS-EVS-DROPPED         PIC 9(05) VALUE 0.
       01  WS-EV-FOUND            PIC X(01).
           88 EV-WAS-FOUND        VALUE "Y".
       01  WS-LINE-IS-FEE         PIC X(01).
           88 LINE-IS-FEE         VALUE "Y".

      *> Waiver and posting work fields.
       01  WS-CUR-CUST            PIC 9(08).
       01  WS-COMBINED-BAL        PIC S9(13)V99 COMP-3.
       01  WS-IN-RELATIONSHIP     PIC X(01).
           88 ACCT-IN-RELATIONSHIP VALUE "Y".
       01  WS-DAYS-OPEN           PIC S9(07).
       01  WS-CHARGEABLE          PIC S9(05).
       01  WS-FEE-AMOUNT          PIC S9(09)V99 COMP-3.
       01  WS-NEW-BALANCE         PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05 WS-LINES-COUNTED    PIC 9(07) VALUE 0.
           05 WS-FEES-ASSESSED    PIC 9(07) VALUE 0.
           05 WS-TOTAL-ASSESSED   PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-FEES-WAIVED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-WAIVED     PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-FEES-PRIOR       PIC 9(07) VALUE 0.
           05 WS-POST-FAILED      PIC 9(07) VALUE 0.

       01  WS-DISPLAY.
           05 WS-DISPLAY-FEE      PIC $$,$$$,$$9.99.
           05 WS-DISPLAY-BAL      PIC $$,$$$,$$$,$$9.99-.
           05 WS-DISPLAY-TOTAL    PIC $$,$$$,$$$,$$$,$$9.99.
           05 WS-REPORT-LINE      PIC X(132).

      *> Run control (see RUNCTL.CPY): refuse a second run for
      *> the business date unless RUNOVRD.CFG names this
      *> program; stamp completion on clean exit and append
      *> start/end lines to RUNHIST.LOG.
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OVRD-STATUS         PIC X(02).
       01  WS-HIST-STATUS         PIC X(02).
       01  WS-PROGRAM-NAME        PIC X(08) VALUE "FEEASSES".
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
           MOVE WS-BUSN-DATE(1:6) TO WS-FEE-MONTH
           PERFORM LOAD-AUDIT-SEQ
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-OWNERS
           PERFORM COUNT-MONTH-EVENTS
           PERFORM OPEN-FILES
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT-ACCTS
               PERFORM ASSESS-ACCOUNT
           END-PERFORM
           PERFORM WRITE-REPORT
           PERFORM CLOSE-FILES
           PERFORM SAVE-AUDIT-SEQ
           MOVE WS-FEES-ASSESSED TO WS-HIST-COUNT
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

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEESCHED-FILE
           IF WS-CFG-STATUS NOT = "00"
               DISPLAY "NO FEE SCHEDULE (" WS-CFG-STATUS
                   ") - NO FEES WILL BE CHARGED"
           ELSE
               PERFORM UNTIL WS-AT-EOF
                   READ FEESCHED-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-SCHED-COUNT < 100
                               ADD 1 TO WS-SCHED-COUNT
                               PERFORM LOAD-ONE-SCHEDULE
                           ELSE
                               ADD 1 TO WS-SCHEDS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEESCHED-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-SCHEDULE.
           MOVE FSC-ACC-TYPE   TO WS-SCH-TYPE(WS-SCHED-COUNT)
           MOVE FSC-EVENT      TO WS-SCH-EVENT(WS-SCHED-COUNT)
           MOVE FSC-FEE-AMOUNT TO WS-SCH-AMOUNT(WS-SCHED-COUNT)
           MOVE FSC-FREE-COUNT TO WS-SCH-FREE(WS-SCHED-COUNT)
           MOVE FSC-WAIVE-COMBINED
                               TO WS-SCH-COMBINED(WS-SCHED-COUNT)
           MOVE FSC-WAIVE-NEW-DAYS
                               TO WS-SCH-NEW-DAYS(WS-SCHED-COUNT).

       FIND-SCHEDULE.
      *>     Looks up WS-LOOK-TYPE / WS-LOOK-EVENT; sets
      *>     WS-SCHED-IDX and WS-SCHED-FOUND accordingly.
           MOVE "N" TO WS-SCHED-FOUND
           SET WS-SCHED-IDX TO 1
           SEARCH WS-SCHED-ENTRY
               AT END CONTINUE
               WHEN WS-SCH-TYPE(WS-SCHED-IDX) = WS-LOOK-TYPE
                   AND WS-SCH-EVENT(WS-SCHED-IDX) = WS-LOOK-EVENT
                   MOVE "Y" TO WS-SCHED-FOUND
           END-SEARCH.

       LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-ACCT-STATUS
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-ACCT-COUNT < 1000
                           ADD 1 TO WS-ACCT-COUNT
                           PERFORM LOAD-ONE-ACCOUNT
                       ELSE
                           ADD 1 TO WS-ACCTS-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           MOVE "N" TO WS-EOF.

       LOAD-ONE-ACCOUNT.
           MOVE ACC-NUMBER      TO WS-ACCT-NUM(WS-ACCT-COUNT)
           MOVE ACC-CUSTOMER-ID TO WS-ACCT-CUST(WS-ACCT-COUNT)
           MOVE ACC-TYPE        TO WS-ACCT-TYPE(WS-ACCT-COUNT)
           MOVE ACC-STATUS      TO WS-ACCT-STAT(WS-ACCT-COUNT)
           MOVE ACC-BALANCE     TO WS-ACCT-BAL(WS-ACCT-COUNT)
           MOVE ACC-OPEN-DATE   TO WS-ACCT-OPENED(WS-ACCT-COUNT).

       FIND-ACCT-ENTRY.
      *>     Looks up WS-LINE-ACCT in the account table; sets
      *>     WS-ACCT-IDX and WS-ACCT-FOUND ("Y"/"N") accordingly.
           MOVE "N" TO WS-ACCT-FOUND
           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END CONTINUE
               WHEN WS-ACCT-NUM(WS-ACCT-IDX) = WS-LINE-ACCT
                   MOVE "Y" TO WS-ACCT-FOUND
           END-SEARCH.

       LOAD-OWNERS.
           MOVE "N" TO WS-OWN-EOF
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = "00"
               PERFORM UNTIL WS-OWN-AT-EOF
                   READ OWNERS-FILE NEXT
                       AT END MOVE "Y" TO WS-OWN-EOF
                       NOT AT END
                           IF OWN-ACTIVE
                               IF WS-OWN-COUNT < 1000
                                   ADD 1 TO WS-OWN-COUNT
                                   MOVE OWN-ACCT
                                        TO WS-OWN-ACCT(WS-OWN-COUNT)
                                   MOVE OWN-CUST
                                        TO WS-OWN-CUST(WS-OWN-COUNT)
                               ELSE
                                   ADD 1 TO WS-OWNS-DROPPED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF.

       COUNT-MONTH-EVENTS.
      *>     One pass over the log for the fee month's lines.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AT-EOF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AUD-TIMESTAMP(1:6) = WS-FEE-MONTH
                               PERFORM CLASSIFY-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       CLASSIFY-AUDIT-LINE.
      *>     Sets WS-EVT to the fee event the line counts toward
      *>     (zero for none). A fee line already charged for the
      *>     month marks the slot instead of counting in it.
           MOVE 0   TO WS-EVT
           MOVE "N" TO WS-LINE-IS-FEE
           EVALUATE TRUE
               WHEN AUD-WAS-POSTED
                   AND (AUD-IS-WITHDRAW OR AUD-IS-TRANSFER
                        OR AUD-IS-ODXFER)
                   MOVE 1 TO WS-EVT
               WHEN AUD-WAS-POSTED AND AUD-IS-STOPORD
                   MOVE 2 TO WS-EVT
               WHEN AUD-WAS-FAILED AND AUD-IS-REJECTED
                   AND AUD-CHECK-NO > 0
                   AND AUD-REASON = "INSUFFICIENT AVAIL"
                   MOVE 3 TO WS-EVT
               WHEN AUD-WAS-POSTED AND AUD-IS-XSWDFEE
                   MOVE 1   TO WS-EVT
                   MOVE "Y" TO WS-LINE-IS-FEE
               WHEN AUD-WAS-POSTED AND AUD-IS-STOPFEE
                   MOVE 2   TO WS-EVT
                   MOVE "Y" TO WS-LINE-IS-FEE
               WHEN AUD-WAS-POSTED AND AUD-IS-RTNFEE
                   MOVE 3   TO WS-EVT
                   MOVE "Y" TO WS-LINE-IS-FEE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EVT > 0
               MOVE AUD-FROM-ACCT TO WS-LINE-ACCT
               PERFORM FIND-ACCT-ENTRY
               IF ACCT-WAS-FOUND
                   MOVE WS-ACCT-TYPE(WS-ACCT-IDX) TO WS-LOOK-TYPE
                   MOVE WS-EVENT-NAME(WS-EVT)     TO WS-LOOK-EVENT
                   PERFORM FIND-SCHEDULE
                   IF SCHED-WAS-FOUND
                       PERFORM TALLY-EVENT
                   END-IF
               END-IF
           END-IF.

       TALLY-EVENT.
      *>     Only events the account's type is charged for take
      *>     a slot in the table.
           MOVE "N" TO WS-EV-FOUND
           SET WS-EV-IDX TO 1
           SEARCH WS-EV-ENTRY
               AT END CONTINUE
               WHEN WS-EV-ACCT(WS-EV-IDX) = WS-LINE-ACCT
                   MOVE "Y" TO WS-EV-FOUND
           END-SEARCH
           IF NOT EV-WAS-FOUND
               IF WS-EV-COUNT-ACCTS < 1000
                   ADD 1 TO WS-EV-COUNT-ACCTS
                   SET WS-EV-IDX TO WS-EV-COUNT-ACCTS
                   INITIALIZE WS-EV-ENTRY(WS-EV-IDX)
                   MOVE WS-LINE-ACCT TO WS-EV-ACCT(WS-EV-IDX)
                   MOVE "Y" TO WS-EV-FOUND
               ELSE
                   ADD 1 TO WS-EVS-DROPPED
               END-IF
           END-IF
           IF EV-WAS-FOUND
               ADD 1 TO WS-LINES-COUNTED
               IF LINE-IS-FEE
                   MOVE "Y" TO WS-EV-PRIOR(WS-EV-IDX, WS-EVT)
               ELSE
                   ADD 1 TO WS-EV-COUNT(WS-EV-IDX, WS-EVT)
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE.

       ASSESS-ACCOUNT.
           MOVE WS-EV-ACCT(WS-EV-IDX) TO WS-LINE-ACCT
           PERFORM FIND-ACCT-ENTRY
           SET WS-FEE-ACCT-SUB TO WS-ACCT-IDX
           PERFORM VARYING WS-EVT FROM 1 BY 1 UNTIL WS-EVT > 3
               IF WS-EV-COUNT(WS-EV-IDX, WS-EVT) > 0
                   PERFORM ASSESS-EVENT
               END-IF
           END-PERFORM.

       ASSESS-EVENT.
      *>     Items past the free count are charged at the
      *>     scheduled amount; the first waiver rule that holds
      *>     waives the whole month's fee for the event.
           MOVE WS-ACCT-TYPE(WS-FEE-ACCT-SUB) TO WS-LOOK-TYPE
           MOVE WS-EVENT-NAME(WS-EVT)         TO WS-LOOK-EVENT
           PERFORM FIND-SCHEDULE
           COMPUTE WS-CHARGEABLE =
               WS-EV-COUNT(WS-EV-IDX, WS-EVT)
               - WS-SCH-FREE(WS-SCHED-IDX)
           IF WS-CHARGEABLE > 0
               MOVE WS-CHARGEABLE TO WS-EV-CHARGED(WS-EV-IDX, WS-EVT)
               COMPUTE WS-FEE-AMOUNT =
                   WS-CHARGEABLE * WS-SCH-AMOUNT(WS-SCHED-IDX)
               MOVE WS-FEE-AMOUNT TO WS-EV-FEE(WS-EV-IDX, WS-EVT)
               PERFORM COMPUTE-DAYS-OPEN
               EVALUATE TRUE
                   WHEN WS-EV-PRIOR(WS-EV-IDX, WS-EVT) = "Y"
                       MOVE "P" TO WS-EV-RESULT(WS-EV-IDX, WS-EVT)
                       ADD 1 TO WS-FEES-PRIOR
                   WHEN WS-ACCT-STAT(WS-FEE-ACCT-SUB) NOT = "A"
                       MOVE "ACCOUNT NOT ACTIVE"
                            TO WS-EV-REASON(WS-EV-IDX, WS-EVT)
                       PERFORM WAIVE-FEE
                   WHEN WS-SCH-NEW-DAYS(WS-SCHED-IDX) > 0
                       AND WS-DAYS-OPEN < WS-SCH-NEW-DAYS(WS-SCHED-IDX)
                       MOVE "NEW ACCOUNT"
                            TO WS-EV-REASON(WS-EV-IDX, WS-EVT)
                       PERFORM WAIVE-FEE
                   WHEN OTHER
                       PERFORM TEST-COMBINED-WAIVER
               END-EVALUATE
           END-IF.

       COMPUTE-DAYS-OPEN.
      *>     An account with no open date on file (converted
      *>     before open dates were kept) is treated as long
      *>     established.
           MOVE 9999999 TO WS-DAYS-OPEN
           IF WS-ACCT-OPENED(WS-FEE-ACCT-SUB) > 0
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-BUSN-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-ACCT-OPENED(WS-FEE-ACCT-SUB))
           END-IF.

       TEST-COMBINED-WAIVER.
           IF WS-SCH-COMBINED(WS-SCHED-IDX) > 0
               PERFORM COMPUTE-COMBINED-BALANCE
           END-IF
           IF WS-SCH-COMBINED(WS-SCHED-IDX) > 0
               AND WS-COMBINED-BAL NOT < WS-SCH-COMBINED(WS-SCHED-IDX)
               MOVE "COMBINED BALANCE"
                    TO WS-EV-REASON(WS-EV-IDX, WS-EVT)
               PERFORM WAIVE-FEE
           ELSE
               PERFORM POST-FEE
           END-IF.

       COMPUTE-COMBINED-BALANCE.
      *>     The relationship is the account's stamped customer:
      *>     every active account stamped under that customer
      *>     or linked to them through an active owner record,
      *>     each account once -- the same selection CUSTSTMT
      *>     makes for the combined statement.
           MOVE WS-ACCT-CUST(WS-FEE-ACCT-SUB) TO WS-CUR-CUST
           MOVE 0 TO WS-COMBINED-BAL
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-STAT(WS-ACCT-IDX) = "A"
                   PERFORM JUDGE-ACCOUNT-FOR-CUSTOMER
                   IF ACCT-IN-RELATIONSHIP
                       ADD WS-ACCT-BAL(WS-ACCT-IDX) TO WS-COMBINED-BAL
                   END-IF
               END-IF
           END-PERFORM.

       JUDGE-ACCOUNT-FOR-CUSTOMER.
           MOVE "N" TO WS-IN-RELATIONSHIP
           IF WS-ACCT-CUST(WS-ACCT-IDX) = WS-CUR-CUST
               MOVE "Y" TO WS-IN-RELATIONSHIP
           END-IF
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) = WS-ACCT-NUM(WS-ACCT-IDX)
                   AND WS-OWN-CUST(WS-OWN-IDX) = WS-CUR-CUST
                   MOVE "Y" TO WS-IN-RELATIONSHIP
               END-IF
           END-PERFORM.

       WAIVE-FEE.
           MOVE "W" TO WS-EV-RESULT(WS-EV-IDX, WS-EVT)
           ADD 1 TO WS-FEES-WAIVED
           ADD WS-FEE-AMOUNT TO WS-TOTAL-WAIVED.

       POST-FEE.
      *>     Debits the account and writes the fee's audit line,
      *>     the same post-then-audit shape MAINTFEE uses.
           MOVE WS-EV-ACCT(WS-EV-IDX) TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "ACCT NOT ON FILE"
                    TO WS-EV-REASON(WS-EV-IDX, WS-EVT)
               MOVE "F" TO WS-EV-RESULT(WS-EV-IDX, WS-EVT)
               ADD 1 TO WS-POST-FAILED
           ELSE
               SUBTRACT WS-FEE-AMOUNT FROM ACC-BALANCE
               ADD 1 TO ACC-TXN-COUNT
               MOVE ACC-BALANCE TO WS-NEW-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "A" TO WS-EV-RESULT(WS-EV-IDX, WS-EVT)
               ADD 1 TO WS-FEES-ASSESSED
               ADD WS-FEE-AMOUNT TO WS-TOTAL-ASSESSED
               PERFORM WRITE-FEE-AUDIT
           END-IF.

       WRITE-FEE-AUDIT.
           MOVE ACC-NUMBER               TO AUD-TXN-ID
           MOVE WS-EVENT-AUD-TYPE(WS-EVT) TO AUD-TYPE
           MOVE ACC-NUMBER               TO AUD-FROM-ACCT
           MOVE 0                        TO AUD-TO-ACCT
           MOVE WS-FEE-AMOUNT            TO AUD-AMOUNT
      *>     The date half of the stamp carries the run-control
      *>     business date, so the line falls in the fee month
      *>     and a later run finds it already charged.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TS
           MOVE WS-BUSN-DATE TO WS-AUDIT-TS(1:8)
           MOVE WS-AUDIT-TS  TO AUD-TIMESTAMP
           MOVE WS-NEW-BALANCE TO AUD-POSTED-BAL
           MOVE "POSTED"       TO AUD-STATUS
           MOVE SPACES         TO AUD-REASON
           STRING WS-EVENT-NAME(WS-EVT) " ITEMS="
                  WS-EV-CHARGED(WS-EV-IDX, WS-EVT)
                  DELIMITED BY SIZE INTO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE ACC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

       WRITE-REPORT.
      *>     Fees assessed, then fees waived with the reason,
      *>     then the control totals.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEES ASSESSED FOR MONTH " WS-FEE-MONTH
                  " BUSINESS DATE " WS-BUSN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT-ACCTS
               PERFORM VARYING WS-EVT FROM 1 BY 1 UNTIL WS-EVT > 3
                   IF WS-EV-RESULT(WS-EV-IDX, WS-EVT) = "A"
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "FEES WAIVED OR NOT CHARGED" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT-ACCTS
               PERFORM VARYING WS-EVT FROM 1 BY 1 UNTIL WS-EVT > 3
                   IF WS-EV-RESULT(WS-EV-IDX, WS-EVT) = "W"
                       OR WS-EV-RESULT(WS-EV-IDX, WS-EVT) = "P"
                       OR WS-EV-RESULT(WS-EV-IDX, WS-EVT) = "F"
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-SUMMARY.

       WRITE-DETAIL-LINE.
           IF WS-EV-RESULT(WS-EV-IDX, WS-EVT) = "P"
               MOVE "ALREADY ASSESSED"
                    TO WS-EV-REASON(WS-EV-IDX, WS-EVT)
           END-IF
           MOVE WS-EV-FEE(WS-EV-IDX, WS-EVT) TO WS-DISPLAY-FEE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ACC=" WS-EV-ACCT(WS-EV-IDX)
                  " EVENT=" WS-EVENT-NAME(WS-EVT)
                  " ITEMS=" WS-EV-COUNT(WS-EV-IDX, WS-EVT)
                  " CHARGED=" WS-EV-CHARGED(WS-EV-IDX, WS-EVT)
                  " FEE=" WS-DISPLAY-FEE
                  " " WS-EV-REASON(WS-EV-IDX, WS-EVT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "ACCOUNTS WITH EVENTS: " WS-EV-COUNT-ACCTS
                  " EVENT LINES COUNTED: " WS-LINES-COUNTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOTAL-ASSESSED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEES ASSESSED: " WS-FEES-ASSESSED
                  " TOTAL=" WS-DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOTAL-WAIVED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEES WAIVED: " WS-FEES-WAIVED
                  " TOTAL=" WS-DISPLAY-TOTAL
                  " ALREADY ASSESSED: " WS-FEES-PRIOR
                  " NOT POSTED: " WS-POST-FAILED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-ACCTS-DROPPED > 0 OR WS-OWNS-DROPPED > 0
               OR WS-EVS-DROPPED > 0 OR WS-SCHEDS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARNING: BEYOND TABLE BOUND - ACCOUNTS "
                      WS-ACCTS-DROPPED
                      " OWNERS " WS-OWNS-DROPPED
                      " EVENT LINES " WS-EVS-DROPPED
                      " SCHEDULE " WS-SCHEDS-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-FILE
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
