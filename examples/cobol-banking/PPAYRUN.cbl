       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYRUN.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> POSITIVE PAY NIGHTLY RUN
      *> Runs ahead of TRANEDIT/TRANSACT each night and does
      *> the three jobs positive pay needs outside posting:
      *>   1. Loads the issue files enrolled customers send
      *>      (ISSUEIN.DAT: issue and void records) into the
      *>      issued-check file ISSUED.DAT, so tonight's
      *>      checks match against them.
      *>   2. Acts on the exceptions TRANSACT held on
      *>      PPAYEXC.DAT. An exception still undecided after
      *>      the business day it was raised takes the
      *>      enrollment's default decision. A pay re-presents
      *>      the check as a CK detail in a batch on
      *>      PPAYTRAN.DAT (header, details, trailer -- the
      *>      INTAKE hand-off) under a TR-TXN-ID from the
      *>      PPAYSEQ.DAT range TRANSACT recognises as already
      *>      approved. A return sends the item back: a line on
      *>      the returned-items file PPAYRTN.DAT for the check
      *>      desk and a REJECTED audit line carrying the check
      *>      number.
      *>   3. Lists every outstanding issued check by account,
      *>      flagging those older than the stale-dated limit.
      *> PPAYRUN.RPT carries all three sections.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PPAYENR-FILE ASSIGN TO "PPAYENR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPE-ACCT
               FILE STATUS IS WS-PPE-STATUS.

           SELECT ISSUED-FILE ASSIGN TO "ISSUED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               FILE STATUS IS WS-ISS-STATUS.

           SELECT PPAYEXC-FILE ASSIGN TO "PPAYEXC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-TXN-ID
               FILE STATUS IS WS-PPX-STATUS.

           SELECT ISSUEIN-FILE ASSIGN TO "ISSUEIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISI-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "PPAYTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO "PPAYSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT RETURN-FILE ASSIGN TO "PPAYRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDSEQ-FILE ASSIGN TO "AUDSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PPAYRUN.RPT"
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

       FD  PPAYENR-FILE.
           COPY PPAYENR.

       FD  ISSUED-FILE.
           COPY ISSUED.

       FD  PPAYEXC-FILE.
           COPY PPAYEXC.

      *> Customer issue file: one record per check written or
      *> voided. Numeric fields are left as X so the load can
      *> prove them before trusting them, as INTAKE does.
       FD  ISSUEIN-FILE.
       01  ISSUE-IN-RECORD.
           05 ISI-ACTION          PIC X(01).
              88 ISI-ISSUE        VALUE "I".
              88 ISI-VOID         VALUE "V".
           05 ISI-ACCT            PIC X(10).
           05 ISI-ACCT-N REDEFINES ISI-ACCT
                                  PIC 9(10).
           05 ISI-CHECK-NO        PIC X(06).
           05 ISI-CHECK-NO-N REDEFINES ISI-CHECK-NO
                                  PIC 9(06).
           05 ISI-AMOUNT          PIC X(13).
           05 ISI-AMOUNT-N REDEFINES ISI-AMOUNT
                                  PIC 9(11)V99.
           05 ISI-ISSUE-DATE      PIC X(08).
           05 ISI-ISSUE-DATE-N REDEFINES ISI-ISSUE-DATE
                                  PIC 9(08).
           05 ISI-PAYEE           PIC X(30).

       FD  TRANS-OUT-FILE.
           COPY TRANSREC.

       FD  SEQUENCE-FILE.
       01  SEQUENCE-LINE          PIC 9(10).

       FD  RETURN-FILE.
       01  RETURN-LINE            PIC X(132).

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  AUDSEQ-FILE.
           COPY AUDSEQ.

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
       01  WS-PPE-STATUS          PIC X(02).
       01  WS-ISS-STATUS          PIC X(02).
       01  WS-PPX-STATUS          PIC X(02).
       01  WS-ISI-STATUS          PIC X(02).
       01  WS-OUT-STATUS          PIC X(02).
       01  WS-SEQ-STATUS          PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-AQS-STATUS          PIC X(02).
       01  WS-AUD-SEQ             PIC 9(07) VALUE 0.
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".
       01  WS-ENROLL-OPEN         PIC X(01) VALUE "N".
           88 ENROLL-FILE-OPEN    VALUE "Y".

      *> Re-presented checks take TXN-IDs from their own range,
      *> which TRANSACT treats as already approved by the
      *> customer; PPAYSEQ.DAT carries the next id across runs.
       01  WS-NEXT-TXN-ID         PIC 9(10) VALUE 4000000000.
      *> The base of the range rides on the batch header
      *> (TB-SEQUENCE) so TRANEDIT can hold the batch's ids to
      *> it, and keep ids in any generated range out of branch
      *> batches.
       01  WS-TXN-ID-BASE         PIC 9(10) VALUE 4000000000.

       01  WS-BATCH-TOTALS.
           05 WS-OUT-DETAILS      PIC 9(07) VALUE 0.
           05 WS-OUT-HASH         PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-BATCH-OUT-REC.
           05 WBO-SEQUENCE        PIC 9(10) VALUE 0.
           05 WBO-TYPE            PIC X(02).
           05 WBO-BATCH-DATE      PIC 9(08).
           05 WBO-RECORD-COUNT    PIC 9(07).
           05 WBO-HASH-TOTAL      PIC S9(13)V99 COMP-3.
           05 FILLER              PIC X(24) VALUE SPACES.

      *> Issued checks older than this many days are listed as
      *> stale-dated; a bank need not honour them.
       01  WS-STALE-DAYS          PIC 9(03) VALUE 180.
       01  WS-DAYS-OUT            PIC 9(05).

       01  WS-ISI-REASON          PIC X(20).
       01  WS-DEFAULTED           PIC X(01).
           88 DECISION-DEFAULTED  VALUE "Y".
       01  WS-AUDIT-TS            PIC 9(14).
       01  WS-LAST-ACCT           PIC 9(10).

       01  WS-COUNTERS.
           05 WS-ISI-READ         PIC 9(07) VALUE 0.
           05 WS-ISI-ISSUED       PIC 9(07) VALUE 0.
           05 WS-ISI-VOIDED       PIC 9(07) VALUE 0.
           05 WS-ISI-REJECTED     PIC 9(07) VALUE 0.
           05 WS-PAID             PIC 9(07) VALUE 0.
           05 WS-PAID-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-RETURNED         PIC 9(07) VALUE 0.
           05 WS-RETURNED-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DEFAULT-COUNT    PIC 9(07) VALUE 0.
           05 WS-PENDING          PIC 9(07) VALUE 0.
           05 WS-ACCT-OUT-COUNT   PIC 9(07) VALUE 0.
           05 WS-ACCT-OUT-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-OUT-COUNT        PIC 9(07) VALUE 0.
           05 WS-OUT-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-STALE-COUNT      PIC 9(07) VALUE 0.

       01  WS-DISPLAY-AMT         PIC $$,$$$,$$$,$$9.99.
       01  WS-AUDIT-AMT           PIC 9(11)V99.
       01  WS-REPORT-LINE         PIC X(132).

      *> Run control (see RUNCTL.CPY): refuse a second run for
      *> the business date unless RUNOVRD.CFG names this
      *> program; stamp completion on clean exit and append
      *> start/end lines to RUNHIST.LOG.
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OVRD-STATUS         PIC X(02).
       01  WS-HIST-STATUS         PIC X(02).
       01  WS-PROGRAM-NAME        PIC X(08) VALUE "PPAYRUN".
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
           PERFORM OPEN-FILES
           PERFORM LOAD-SEQUENCE
           PERFORM LOAD-ISSUE-FILE
           PERFORM WRITE-BATCH-HEADER
           PERFORM APPLY-DECISIONS
           PERFORM WRITE-BATCH-TRAILER
           PERFORM SAVE-SEQUENCE
           PERFORM LIST-OUTSTANDING
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SAVE-AUDIT-SEQ
           COMPUTE WS-HIST-COUNT = WS-PAID + WS-RETURNED
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
      *>     With no enrollment file nobody is enrolled: issue
      *>     records are all refused and an open exception takes
      *>     the return default.
           OPEN INPUT PPAYENR-FILE
           IF WS-PPE-STATUS = "00"
               MOVE "Y" TO WS-ENROLL-OPEN
           END-IF
           OPEN I-O ISSUED-FILE
           IF WS-ISS-STATUS = "35"
               OPEN OUTPUT ISSUED-FILE
               CLOSE ISSUED-FILE
               OPEN I-O ISSUED-FILE
           END-IF
           OPEN I-O PPAYEXC-FILE
           IF WS-PPX-STATUS = "35"
               OPEN OUTPUT PPAYEXC-FILE
               CLOSE PPAYEXC-FILE
               OPEN I-O PPAYEXC-FILE
           END-IF
           OPEN OUTPUT TRANS-OUT-FILE
           OPEN OUTPUT RETURN-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSITIVE PAY RUN   BUSINESS DATE: " WS-BUSN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       LOAD-SEQUENCE.
      *>     PPAYSEQ.DAT carries the next TXN-ID across runs; if
      *>     it is absent this is the first run and the range
      *>     starts at its base value.
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS = "00"
               READ SEQUENCE-FILE
                   NOT AT END MOVE SEQUENCE-LINE TO WS-NEXT-TXN-ID
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

       SAVE-SEQUENCE.
           OPEN OUTPUT SEQUENCE-FILE
           MOVE WS-NEXT-TXN-ID TO SEQUENCE-LINE
           WRITE SEQUENCE-LINE
           CLOSE SEQUENCE-FILE.

       WRITE-BATCH-HEADER.
           MOVE WS-TXN-ID-BASE   TO WBO-SEQUENCE
           MOVE "BH"             TO WBO-TYPE
           MOVE WS-BUSN-DATE     TO WBO-BATCH-DATE
           MOVE 0                TO WBO-RECORD-COUNT
           MOVE 0                TO WBO-HASH-TOTAL
           WRITE TRANS-BATCH-RECORD FROM WS-BATCH-OUT-REC.

       WRITE-BATCH-TRAILER.
           MOVE 0                TO WBO-SEQUENCE
           MOVE "BT"             TO WBO-TYPE
           MOVE WS-BUSN-DATE     TO WBO-BATCH-DATE
           MOVE WS-OUT-DETAILS   TO WBO-RECORD-COUNT
           MOVE WS-OUT-HASH      TO WBO-HASH-TOTAL
           WRITE TRANS-BATCH-RECORD FROM WS-BATCH-OUT-REC.

      *>****************************************************
      *> Section 1: customer issue files.
      *>****************************************************
       LOAD-ISSUE-FILE.
      *>     A missing ISSUEIN.DAT means no customer sent one
      *>     today. Ops renames the file once it is loaded.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ISSUE FILE LOAD" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT ISSUEIN-FILE
           IF WS-ISI-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM READ-ISSUE-FILE
               PERFORM UNTIL WS-AT-EOF
                   ADD 1 TO WS-ISI-READ
                   PERFORM LOAD-ONE-ISSUE
                   PERFORM READ-ISSUE-FILE
               END-PERFORM
               CLOSE ISSUEIN-FILE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RECORDS READ: " WS-ISI-READ
                  " ISSUED: " WS-ISI-ISSUED
                  " VOIDED: " WS-ISI-VOIDED
                  " REJECTED: " WS-ISI-REJECTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       READ-ISSUE-FILE.
           READ ISSUEIN-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       LOAD-ONE-ISSUE.
      *>     The first failed edit names the reject reason.
           MOVE SPACES TO WS-ISI-REASON
           EVALUATE TRUE
               WHEN NOT ISI-ISSUE AND NOT ISI-VOID
                   MOVE "UNKNOWN ACTION" TO WS-ISI-REASON
               WHEN ISI-ACCT NOT NUMERIC
                 OR ISI-CHECK-NO NOT NUMERIC
                   MOVE "ACCT/CHECK NOT NUM" TO WS-ISI-REASON
               WHEN ISI-CHECK-NO-N = 0
                   MOVE "CHECK NUMBER ZERO" TO WS-ISI-REASON
               WHEN OTHER
                   PERFORM CHECK-ISSUE-ENROLLED
           END-EVALUATE
           IF WS-ISI-REASON = SPACES
               IF ISI-ISSUE
                   PERFORM ADD-ISSUED-CHECK
               ELSE
                   PERFORM VOID-ISSUED-CHECK
               END-IF
           END-IF
           IF WS-ISI-REASON NOT = SPACES
               ADD 1 TO WS-ISI-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  REJECTED " ISI-ACTION
                      " ACCT " ISI-ACCT
                      " CHECK " ISI-CHECK-NO
                      " AMT " ISI-AMOUNT
                      " " WS-ISI-REASON
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       CHECK-ISSUE-ENROLLED.
           IF ENROLL-FILE-OPEN
               MOVE ISI-ACCT-N TO PPE-ACCT
               READ PPAYENR-FILE
               IF WS-PPE-STATUS NOT = "00" OR NOT PPE-ACTIVE
                   MOVE "NOT ENROLLED" TO WS-ISI-REASON
               END-IF
           ELSE
               MOVE "NOT ENROLLED" TO WS-ISI-REASON
           END-IF.

       ADD-ISSUED-CHECK.
           EVALUATE TRUE
               WHEN ISI-AMOUNT NOT NUMERIC
                 OR ISI-ISSUE-DATE NOT NUMERIC
                   MOVE "AMT/DATE NOT NUMERIC" TO WS-ISI-REASON
               WHEN ISI-AMOUNT-N NOT > 0
                   MOVE "NONPOSITIVE AMOUNT" TO WS-ISI-REASON
               WHEN ISI-ISSUE-DATE-N > WS-BUSN-DATE
                   MOVE "FUTURE ISSUE DATE" TO WS-ISI-REASON
               WHEN OTHER
                   MOVE ISI-ACCT-N       TO ISS-ACCT
                   MOVE ISI-CHECK-NO-N   TO ISS-CHECK-NO
                   MOVE ISI-AMOUNT-N     TO ISS-AMOUNT
                   MOVE ISI-ISSUE-DATE-N TO ISS-ISSUE-DATE
                   MOVE ISI-PAYEE        TO ISS-PAYEE
                   MOVE "O"              TO ISS-STATUS
                   MOVE 0                TO ISS-STATUS-DATE
                   MOVE 0                TO ISS-PAID-TXN-ID
                   WRITE ISSUED-RECORD
                   EVALUATE WS-ISS-STATUS
                       WHEN "00"
                           ADD 1 TO WS-ISI-ISSUED
                       WHEN "22"
                           MOVE "ALREADY ISSUED" TO WS-ISI-REASON
                       WHEN OTHER
                           MOVE "WRITE FAILED" TO WS-ISI-REASON
                   END-EVALUATE
           END-EVALUATE.

       VOID-ISSUED-CHECK.
           MOVE ISI-ACCT-N     TO ISS-ACCT
           MOVE ISI-CHECK-NO-N TO ISS-CHECK-NO
           READ ISSUED-FILE
           IF WS-ISS-STATUS NOT = "00"
               MOVE "VOID: NOT ISSUED" TO WS-ISI-REASON
           ELSE
               IF NOT ISS-OUTSTANDING
                   MOVE "VOID: NOT OUTSTANDNG" TO WS-ISI-REASON
               ELSE
                   MOVE "V"          TO ISS-STATUS
                   MOVE WS-BUSN-DATE TO ISS-STATUS-DATE
                   REWRITE ISSUED-RECORD
                   IF WS-ISS-STATUS = "00"
                       ADD 1 TO WS-ISI-VOIDED
                   ELSE
                       MOVE "REWRITE FAILED" TO WS-ISI-REASON
                   END-IF
               END-IF
           END-IF.

      *>****************************************************
      *> Section 2: exception decisions.
      *>****************************************************
       APPLY-DECISIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTION DECISIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TS
           MOVE WS-BUSN-DATE TO WS-AUDIT-TS(1:8)
           MOVE 0 TO PPX-TXN-ID
           START PPAYEXC-FILE KEY IS >= PPX-TXN-ID
               INVALID KEY MOVE "10" TO WS-PPX-STATUS
           END-START
           MOVE "N" TO WS-EOF
           IF WS-PPX-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-AT-EOF
               READ PPAYEXC-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PPX-OPEN
                           PERFORM DECIDE-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       DECIDE-ONE-EXCEPTION.
      *>     The customer has the business day the exception was
      *>     raised on to decide; after that the enrollment's
      *>     default applies (return, if the enrollment is gone).
      *>     A check never issued, voided or already paid is
      *>     returned whatever the default: paying it by
      *>     default could pay money no one authorized.
           MOVE "N" TO WS-DEFAULTED
           IF PPX-UNDECIDED AND PPX-DATE < WS-BUSN-DATE
               MOVE "Y" TO WS-DEFAULTED
               ADD 1 TO WS-DEFAULT-COUNT
               MOVE "R" TO PPX-DECISION
               IF ENROLL-FILE-OPEN
                   AND PPX-REASON NOT = "PPAY ALREADY PAID"
                   AND PPX-REASON NOT = "PPAY CHECK VOIDED"
                   AND PPX-REASON NOT = "PPAY NOT ISSUED"
                   MOVE PPX-ACCT TO PPE-ACCT
                   READ PPAYENR-FILE
                   IF WS-PPE-STATUS = "00"
                       MOVE PPE-DEFAULT TO PPX-DECISION
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PPX-DECIDE-PAY
                   PERFORM REPRESENT-CHECK
               WHEN PPX-DECIDE-RETURN
                   PERFORM RETURN-CHECK
               WHEN OTHER
                   ADD 1 TO WS-PENDING
           END-EVALUATE.

       REPRESENT-CHECK.
           MOVE WS-NEXT-TXN-ID TO TR-TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE "CK"         TO TR-TYPE
           MOVE PPX-ACCT     TO TR-FROM-ACCT
           MOVE 0            TO TR-TO-ACCT
           MOVE PPX-AMOUNT   TO TR-AMOUNT
           MOVE WS-AUDIT-TS  TO TR-TIMESTAMP
           MOVE PPX-CHECK-NO TO TR-CHECK-NO
           WRITE TRANS-RECORD
           ADD 1         TO WS-OUT-DETAILS
           ADD TR-AMOUNT TO WS-OUT-HASH
           ADD 1          TO WS-PAID
           ADD PPX-AMOUNT TO WS-PAID-AMT
           MOVE "P"          TO PPX-STATUS
           MOVE WS-BUSN-DATE TO PPX-CLOSED-DATE
           MOVE TR-TXN-ID    TO PPX-NEW-TXN-ID
           REWRITE PPAY-EXCEPTION-RECORD
           IF WS-PPX-STATUS NOT = "00"
               DISPLAY "EXCEPTION REWRITE FAILED: " WS-PPX-STATUS
                       " TXN " PPX-TXN-ID
           END-IF
           PERFORM WRITE-DECISION-LINE.

       RETURN-CHECK.
           ADD 1          TO WS-RETURNED
           ADD PPX-AMOUNT TO WS-RETURNED-AMT
           MOVE "R"          TO PPX-STATUS
           MOVE WS-BUSN-DATE TO PPX-CLOSED-DATE
           MOVE 0            TO PPX-NEW-TXN-ID
           REWRITE PPAY-EXCEPTION-RECORD
           IF WS-PPX-STATUS NOT = "00"
               DISPLAY "EXCEPTION REWRITE FAILED: " WS-PPX-STATUS
                       " TXN " PPX-TXN-ID
           END-IF
           MOVE PPX-TXN-ID     TO AUD-TXN-ID
           MOVE "REJECTED"     TO AUD-TYPE
           MOVE PPX-ACCT       TO AUD-FROM-ACCT
           MOVE 0              TO AUD-TO-ACCT
           MOVE PPX-AMOUNT     TO AUD-AMOUNT
           MOVE WS-AUDIT-TS    TO AUD-TIMESTAMP
           MOVE 0              TO AUD-POSTED-BAL
           MOVE "FAILED"       TO AUD-STATUS
           MOVE "PPAY RETURNED" TO AUD-REASON
           MOVE PPX-CHECK-NO   TO AUD-CHECK-NO
           MOVE PPX-BRANCH     TO AUD-BRANCH
           MOVE SPACES         TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           MOVE PPX-AMOUNT TO WS-AUDIT-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNED ACC=" PPX-ACCT
                  " CHECK=" PPX-CHECK-NO
                  " AMT=" WS-AUDIT-AMT
                  " PRESENTED=" PPX-DATE
                  " TXN=" PPX-TXN-ID
                  " REASON=" PPX-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-LINE FROM WS-REPORT-LINE
           PERFORM WRITE-DECISION-LINE.

       WRITE-DECISION-LINE.
           MOVE PPX-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TXN " PPX-TXN-ID
                  " ACCT " PPX-ACCT
                  " CHECK " PPX-CHECK-NO
                  " " WS-DISPLAY-AMT
                  " " PPX-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF PPX-REPRESENTED
               STRING "PAID AS TXN " PPX-NEW-TXN-ID
                      DELIMITED BY SIZE INTO WS-REPORT-LINE(92:22)
           ELSE
               MOVE "RETURNED" TO WS-REPORT-LINE(92:8)
           END-IF
           IF DECISION-DEFAULTED
               MOVE "(DEFAULT)" TO WS-REPORT-LINE(115:9)
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

      *>****************************************************
      *> Section 3: outstanding issued checks.
      *>****************************************************
       LIST-OUTSTANDING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OUTSTANDING ISSUED CHECKS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LAST-ACCT
           MOVE 0 TO ISS-ACCT
           MOVE 0 TO ISS-CHECK-NO
           START ISSUED-FILE KEY IS >= ISS-KEY
               INVALID KEY MOVE "10" TO WS-ISS-STATUS
           END-START
           MOVE "N" TO WS-EOF
           IF WS-ISS-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-AT-EOF
               READ ISSUED-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ISS-OUTSTANDING
                           PERFORM LIST-ONE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-ACCT NOT = 0
               PERFORM WRITE-ACCOUNT-TOTAL
           END-IF.

       LIST-ONE-OUTSTANDING.
           IF ISS-ACCT NOT = WS-LAST-ACCT
               IF WS-LAST-ACCT NOT = 0
                   PERFORM WRITE-ACCOUNT-TOTAL
               END-IF
               MOVE ISS-ACCT TO WS-LAST-ACCT
               MOVE 0 TO WS-ACCT-OUT-COUNT
               MOVE 0 TO WS-ACCT-OUT-AMT
               MOVE ISS-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00"
                   MOVE "** NOT ON ACCOUNT FILE **"
                       TO ACC-HOLDER-NAME
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ACCOUNT " ISS-ACCT " " ACC-HOLDER-NAME
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-BUSN-DATE)
               - FUNCTION INTEGER-OF-DATE(ISS-ISSUE-DATE)
           ADD 1          TO WS-ACCT-OUT-COUNT
           ADD ISS-AMOUNT TO WS-ACCT-OUT-AMT
           ADD 1          TO WS-OUT-COUNT
           ADD ISS-AMOUNT TO WS-OUT-AMT
           MOVE ISS-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    CHECK " ISS-CHECK-NO
                  " ISSUED " ISS-ISSUE-DATE
                  " " WS-DISPLAY-AMT
                  " " ISS-PAYEE
                  " DAYS " WS-DAYS-OUT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-DAYS-OUT > WS-STALE-DAYS
               MOVE "STALE" TO WS-REPORT-LINE(100:5)
               ADD 1 TO WS-STALE-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-ACCOUNT-TOTAL.
           MOVE WS-ACCT-OUT-AMT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    ACCOUNT TOTAL: " WS-ACCT-OUT-COUNT
                  " CHECKS " WS-DISPLAY-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-AMT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCEPTIONS PAID (RE-PRESENTED): " WS-PAID
                  " " WS-DISPLAY-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-RETURNED-AMT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCEPTIONS RETURNED:            " WS-RETURNED
                  " " WS-DISPLAY-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DECIDED BY DEFAULT: " WS-DEFAULT-COUNT
                  " STILL AWAITING DECISION: " WS-PENDING
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-OUT-AMT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OUTSTANDING ISSUED CHECKS: " WS-OUT-COUNT
                  " " WS-DISPLAY-AMT
                  " STALE-DATED: " WS-STALE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           DISPLAY "PPAYRUN: PAID " WS-PAID
                   " RETURNED " WS-RETURNED
                   " PENDING " WS-PENDING.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           IF ENROLL-FILE-OPEN
               CLOSE PPAYENR-FILE
           END-IF
           CLOSE ISSUED-FILE
           CLOSE PPAYEXC-FILE
           CLOSE TRANS-OUT-FILE
           CLOSE RETURN-FILE
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
