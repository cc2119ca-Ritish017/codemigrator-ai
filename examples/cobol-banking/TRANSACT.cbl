      *> Processes deposits, withdrawals, and inter-account
      *> transfers. Reads from a transaction file and updates
      *> the master account file. Writes an audit log entry
      *> for every successful posting. A reversal detail backs
      *> an earlier posting out by its TXN-ID, together with
      *> any overdraft fee or CD penalty it triggered. A
      *> withdrawal or check that would overdraw a checking
      *> account first draws on the account's overdraft
      *> protection links before the overdraft limit applies.
      *> A deposit to an account ODAGING charged off posts as a
      *> recovery against the written-off amount. A check on an
      *> account enrolled in positive pay must match the
      *> account's issued-check file or it is held as an
      *> exception for the customer to decide.
      *>****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               RECORD KEY IS SPY-KEY
               FILE STATUS IS WS-STOP-STATUS.

           SELECT ODLINK-FILE ASSIGN TO "ODLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODL-KEY
               FILE STATUS IS WS-ODL-STATUS.

           SELECT CHGOFF-FILE ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-ACCT
               FILE STATUS IS WS-CHG-STATUS.

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

           SELECT STOPITEM-FILE ASSIGN TO "STOPITEM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-LINE     PIC X(130).

       FD  AUDIT-FILE.
           COPY AUDITLIN.

       FD  STOPPAY-FILE.
           COPY STOPREC.

       FD  ODLINK-FILE.
           COPY ODLINK.

       FD  CHGOFF-FILE.
           COPY CHGOFF.

       FD  PPAYENR-FILE.
           COPY PPAYENR.

       FD  ISSUED-FILE.
           COPY ISSUED.

       FD  PPAYEXC-FILE.
           COPY PPAYEXC.

       FD  STOPITEM-FILE.
       01  STOPITEM-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS        PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-ARCH-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS        PIC X(02).
       01  WS-AQS-STATUS          PIC X(02).
       01  WS-AUD-SEQ             PIC 9(07) VALUE 0.
       01  WS-TXN-OUTCOME         PIC X(06).
           88 TXN-POSTED          VALUE "POSTED".
           88 TXN-FAILED          VALUE "FAILED".
           88 TXN-HELD            VALUE "HELD".
       01  WS-REGISTER-LINE       PIC X(132).

      *> Reject recycle (see RCYCREC.CPY): every failed detail
       01  WS-WD-ALLOWED          PIC X(01).
           88 WD-IS-ALLOWED       VALUE "Y".

      *> Overdraft protection (see ODLINK.CPY): when a checking
      *> withdrawal or check exceeds available funds, the
      *> shortfall is planned against the account's active
      *> links in priority order -- each backup giving what its
      *> own available balance allows after its protection
      *> fee -- and the pulls post as ODXFER transfers (with an
      *> ODPFEE line on the backup when the fee is nonzero)
      *> just ahead of the item. Whatever the links cannot
      *> cover falls to the overdraft limit; an item refused
      *> even so draws nothing. A missing ODLINK.DAT means no
      *> account has protection.
       01  WS-ODL-STATUS          PIC X(02).
       01  WS-ODLINK-OPEN         PIC X(01) VALUE "N".
           88 ODLINK-FILE-OPEN    VALUE "Y".
       01  WS-ODL-EOF             PIC X(01).
           88 WS-ODL-AT-EOF       VALUE "Y".
       01  WS-OD-PROT-FEE         PIC S9(07)V99 COMP-3 VALUE 10.00.
       01  WS-ODP-NEED            PIC S9(11)V99 COMP-3.
       01  WS-ODP-COVER           PIC S9(11)V99 COMP-3.
       01  WS-ODP-USABLE          PIC S9(11)V99 COMP-3.
       01  WS-ODP-TABLE.
           05 WS-ODP-COUNT        PIC 9(02) VALUE 0.
           05 WS-ODP-ENTRY OCCURS 5 TIMES
                           INDEXED BY WS-ODP-IDX.
              10 WS-ODP-ACCT      PIC 9(10).
              10 WS-ODP-AMOUNT    PIC S9(11)V99 COMP-3.
              10 WS-ODP-FEE       PIC S9(07)V99 COMP-3.
              10 WS-ODP-BRANCH    PIC 9(03).

      *> Charge-off register (see CHGOFF.CPY). A deposit to a
      *> closed account with a marker there is a recovery; a
      *> missing CHGOFF.DAT means nothing has been charged off.
       01  WS-CHG-STATUS          PIC X(02).
       01  WS-CHGOFF-OPEN         PIC X(01) VALUE "N".
           88 CHGOFF-FILE-OPEN    VALUE "Y".
       01  WS-CHG-FOUND           PIC X(01).
           88 CHGOFF-MARKER-FOUND VALUE "Y".

      *> Early-withdrawal penalty rate for CDs, loaded from
      *> CDPENLTY.CFG (see LOAD-CDP-CONFIG); this is the default
      *> if it is missing. Assessed on the withdrawn amount when
       01  WS-STOPPED-COUNT       PIC 9(07) VALUE 0.
       01  WS-STOPITEM-LINE       PIC X(132).

      *> Positive pay (see PPAYENR.CPY, ISSUED.CPY and
      *> PPAYEXC.CPY): a check on an actively enrolled account
      *> must match an outstanding issued record by check
      *> number and amount. A mismatch is held -- written to
      *> PPAYEXC.DAT and neither posted nor recycled -- for the
      *> customer's decision. Checks PPAYRUN re-presents on a
      *> pay decision carry TXN-IDs in its own range and skip
      *> the match, the customer having already approved them
      *> -- but only when PPAYEXC.DAT shows that pay decision
      *> re-presented under that very TXN-ID for the same
      *> account, check and amount; any other item carrying an
      *> ID in the range is matched like the rest. A missing
      *> PPAYENR.DAT means no account is enrolled.
       01  WS-PPE-STATUS          PIC X(02).
       01  WS-ISS-STATUS          PIC X(02).
       01  WS-PPX-STATUS          PIC X(02).
       01  WS-PPAY-OPEN           PIC X(01) VALUE "N".
           88 PPAY-FILES-OPEN     VALUE "Y".
       01  WS-PPAY-RESULT         PIC X(01).
           88 PPAY-NOT-ENROLLED   VALUE "N".
           88 PPAY-MATCHED        VALUE "M".
           88 PPAY-APPROVED       VALUE "A".
           88 PPAY-EXCEPTION      VALUE "X".
       01  WS-PPAY-REASON         PIC X(20).
       01  WS-PPAY-ISSUED-AMT     PIC S9(11)V99 COMP-3.
       01  WS-PPAY-HELD           PIC 9(07) VALUE 0.
       01  WS-PPAY-RANGE-LO       PIC 9(10) VALUE 4000000000.
       01  WS-PPAY-RANGE-HI       PIC 9(10) VALUE 4999999999.
       01  WS-PPAY-REPRESENT      PIC X(01).
           88 REPRESENT-APPROVED  VALUE "Y".
       01  WS-PPAY-MARK           PIC X(01).
           88 PPAY-MARK-ISSUED    VALUE "Y".
       01  WS-PPX-EOF             PIC X(01).
           88 WS-PPX-AT-EOF       VALUE "Y".

      *> Run control (see RUNCTL.CPY): refuse a second run for
      *> the business date unless RUNOVRD.CFG names this
      *> program; stamp completion on clean exit and append
       01  WS-HIST-TEXT           PIC X(100).
       01  WS-HIST-COUNT          PIC 9(07).

      *> Reversals (TR-REVERSAL): the lines the original
      *> TXN-ID posted are gathered off AUDIT.LOG -- the
      *> latest DEPOSIT, WITHDRAW, CHECK, TRANSFER or MAINTFEE
      *> under that id, the ODXFER/ODPFEE protection lines that
      *> went just ahead of it and the ODFEE/CDPENLTY lines
      *> that followed it -- and each is backed out with its own
      *> REVERSAL line. A REVERSAL line already naming the
      *> original after it marks the item as reversed.
       01  WS-REV-EOF             PIC X(01).
           88 WS-REV-AT-EOF       VALUE "Y".
       01  WS-REV-FOUND           PIC X(01).
           88 REV-ORIG-FOUND      VALUE "Y".
       01  WS-REV-DONE            PIC X(01).
           88 REV-ALREADY-DONE    VALUE "Y".
       01  WS-REV-TABLE.
           05 WS-RV-COUNT         PIC 9(02) VALUE 0.
           05 WS-RV-ENTRY OCCURS 15 TIMES
                          INDEXED BY WS-RV-IDX.
              10 WS-RV-TYPE       PIC X(08).
              10 WS-RV-FROM       PIC 9(10).
              10 WS-RV-TO         PIC 9(10).
              10 WS-RV-AMOUNT     PIC 9(11)V99.
              10 WS-RV-CHECK-NO   PIC 9(06).
              10 WS-RV-BRANCH     PIC 9(03).
       01  WS-REV-PENDING.
           05 WS-RVP-COUNT        PIC 9(02) VALUE 0.
           05 WS-RVP-ENTRY OCCURS 10 TIMES
                           INDEXED BY WS-RVP-IDX.
              10 WS-RVP-TYPE      PIC X(08).
              10 WS-RVP-FROM      PIC 9(10).
              10 WS-RVP-TO        PIC 9(10).
              10 WS-RVP-AMOUNT    PIC 9(11)V99.
              10 WS-RVP-CHECK-NO  PIC 9(06).
              10 WS-RVP-BRANCH    PIC 9(03).
       01  WS-REV-ACCT            PIC 9(10).
       01  WS-REV-NEW-BAL         PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-DRIVER.
           PERFORM CHECK-RUN-CONTROL
           DISPLAY "PROCESSED: " WS-PROCESSED
           DISPLAY "FAILED:    " WS-FAILED
           DISPLAY "RECYCLED:  " WS-RECYCLED
           IF WS-PPAY-HELD > 0
               DISPLAY "POS PAY EXCEPTIONS HELD: " WS-PPAY-HELD
           END-IF
           IF WS-SEEN-DROPPED > 0
               DISPLAY "WARNING: DUPLICATE-DETECTION TABLE FULL, "
                       WS-SEEN-DROPPED " TXN-IDS NOT TRACKED"
           IF WS-STOP-STATUS = "00"
               MOVE "Y" TO WS-STOPS-OPEN
           END-IF
           OPEN INPUT ODLINK-FILE
           IF WS-ODL-STATUS = "00"
               MOVE "Y" TO WS-ODLINK-OPEN
           END-IF
           OPEN I-O CHGOFF-FILE
           IF WS-CHG-STATUS = "00"
               MOVE "Y" TO WS-CHGOFF-OPEN
           END-IF
      *>     Positive pay only runs when someone is enrolled;
      *>     the issued-check and exception files are created
      *>     on first use.
           OPEN INPUT PPAYENR-FILE
           IF WS-PPE-STATUS = "00"
               MOVE "Y" TO WS-PPAY-OPEN
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
           END-IF
           IF WS-CKPT-BATCH > 0
               OPEN EXTEND STOPITEM-FILE
           ELSE
                   NOT AT END
                       MOVE ODF-LIMIT      TO WS-OD-LIMIT
                       MOVE ODF-FEE-AMOUNT TO WS-OD-FEE
                       IF ODF-PROT-FEE NUMERIC
                           MOVE ODF-PROT-FEE TO WS-OD-PROT-FEE
                       END-IF
               END-READ
               CLOSE OVERDFT-FILE
           END-IF.
           MOVE "DUPLICATE"  TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE 0 TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

               WHEN TR-WITHDRAW PERFORM POST-WITHDRAW
               WHEN TR-CHECK    PERFORM POST-CHECK
               WHEN TR-TRANSFER PERFORM POST-TRANSFER
               WHEN TR-REVERSAL PERFORM POST-REVERSAL
               WHEN OTHER
                   MOVE "INVALID TYPE" TO WS-REJECT-REASON
                   ADD 1 TO WS-FAILED
               MOVE ACC-BRANCH TO WS-LINE-BRANCH
           END-IF
           IF WS-ACCT-STATUS = "00" AND ACC-CLOSED
               PERFORM FIND-CHARGEOFF-MARKER
               IF CHGOFF-MARKER-FOUND
                   PERFORM POST-RECOVERY
               ELSE
                   MOVE "ACCOUNT CLOSED"     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
                   ADD 1 TO WS-FAILED
               END-IF
           ELSE
               IF WS-ACCT-STATUS = "00"
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE WS-REJECT-REASON TO AUD-REASON
                   MOVE 0 TO AUD-CHECK-NO
                   MOVE ACC-BRANCH TO AUD-BRANCH
                   MOVE SPACES TO AUD-OPERATOR
                   PERFORM NEXT-AUDIT-SEQ
                   WRITE AUDIT-LINE
               ELSE
               END-IF
           END-IF.

       FIND-CHARGEOFF-MARKER.
           MOVE "N" TO WS-CHG-FOUND
           IF CHGOFF-FILE-OPEN
               MOVE TR-TO-ACCT TO CHG-ACCT
               READ CHGOFF-FILE
               IF WS-CHG-STATUS = "00"
                   MOVE "Y" TO WS-CHG-FOUND
               END-IF
           END-IF.

       POST-RECOVERY.
      *>     Money paid against a charged-off balance does not
      *>     reopen the account: the balance stays at zero and
      *>     the amount goes back against the loss through a
      *>     RECOVERY line, never more than is still owed.
           IF TR-AMOUNT > CHG-AMOUNT - CHG-RECOVERED
               MOVE "EXCEEDS CHARGE-OFF" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-AUDIT
               ADD 1 TO WS-FAILED
           ELSE
               ADD TR-AMOUNT TO CHG-RECOVERED
               REWRITE CHGOFF-RECORD
               ADD 1 TO WS-PROCESSED
               MOVE "POSTED" TO WS-TXN-OUTCOME
               MOVE TR-TXN-ID    TO AUD-TXN-ID
               MOVE "RECOVERY"   TO AUD-TYPE
               MOVE 0            TO AUD-FROM-ACCT
               MOVE TR-TO-ACCT   TO AUD-TO-ACCT
               MOVE TR-AMOUNT    TO AUD-AMOUNT
               MOVE TR-TIMESTAMP TO AUD-TIMESTAMP
               MOVE ACC-BALANCE  TO AUD-POSTED-BAL
               MOVE "POSTED"     TO AUD-STATUS
               MOVE "CHARGE-OFF RECOVERY" TO AUD-REASON
               MOVE 0 TO AUD-CHECK-NO
               MOVE ACC-BRANCH TO AUD-BRANCH
               MOVE SPACES TO AUD-OPERATOR
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
           END-IF.

       POST-WITHDRAW.
           MOVE TR-FROM-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
               IF WS-ACCT-STATUS = "00"
                   PERFORM CHECK-WITHDRAW-ALLOWED
                   IF WD-IS-ALLOWED
                       IF WS-ODP-COUNT > 0
                           PERFORM POST-OD-PROTECTION
                       END-IF
                       SUBTRACT TR-AMOUNT FROM ACC-BALANCE
                       ADD 1 TO ACC-TXN-COUNT
                       REWRITE ACCOUNT-RECORD
                       MOVE SPACES       TO AUD-REASON
                       MOVE 0 TO AUD-CHECK-NO
                       MOVE ACC-BRANCH TO AUD-BRANCH
                       MOVE SPACES TO AUD-OPERATOR
                       PERFORM NEXT-AUDIT-SEQ
                       WRITE AUDIT-LINE
                       IF ACC-BALANCE < 0
      *>     fee that follows it must not go past -WS-OD-LIMIT, so
      *>     the fee itself is included in the limit check here
      *>     rather than being allowed to push past it afterward.
      *>     Overdraft protection pulls count toward the funds
      *>     first; only the part they cannot cover reaches the
      *>     limit.
           MOVE 0 TO WS-ODP-COUNT
           MOVE 0 TO WS-ODP-COVER
           MOVE TR-FROM-ACCT TO WS-HOLD-ACCT
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAIL-BALANCE = ACC-BALANCE - WS-ACTIVE-HOLDS
               IF WS-AVAIL-BALANCE >= TR-AMOUNT
                   MOVE "Y" TO WS-WD-ALLOWED
               ELSE
                   PERFORM PLAN-OD-PROTECTION
                   IF WS-AVAIL-BALANCE + WS-ODP-COVER >= TR-AMOUNT
                       MOVE "Y" TO WS-WD-ALLOWED
                   ELSE
                       COMPUTE WS-OD-AVAILABLE =
                           WS-AVAIL-BALANCE + WS-ODP-COVER
                           + WS-OD-LIMIT - WS-OD-FEE
                       IF WS-OD-AVAILABLE >= TR-AMOUNT
                           MOVE "Y" TO WS-WD-ALLOWED
                       ELSE
                           MOVE "N" TO WS-WD-ALLOWED
                           MOVE 0   TO WS-ODP-COUNT
                       END-IF
                   END-IF
               END-IF
           ELSE
               END-IF
           END-IF.

       PLAN-OD-PROTECTION.
      *>     The shortfall is what the item needs beyond the
      *>     available balance (the whole item when the account
      *>     is already overdrawn -- protection covers new items,
      *>     it does not cure an old overdraft). The checking
      *>     account's record is read back at the end so the
      *>     caller posts against it as if nothing moved.
           IF WS-AVAIL-BALANCE > 0
               COMPUTE WS-ODP-NEED = TR-AMOUNT - WS-AVAIL-BALANCE
           ELSE
               MOVE TR-AMOUNT TO WS-ODP-NEED
           END-IF
           IF ODLINK-FILE-OPEN
               MOVE TR-FROM-ACCT TO ODL-CHK-ACCT
               MOVE 0            TO ODL-PRIORITY
               START ODLINK-FILE KEY IS >= ODL-KEY
                   INVALID KEY MOVE "10" TO WS-ODL-STATUS
               END-START
               MOVE "N" TO WS-ODL-EOF
               IF WS-ODL-STATUS NOT = "00"
                   MOVE "Y" TO WS-ODL-EOF
               END-IF
               PERFORM UNTIL WS-ODL-AT-EOF
                   READ ODLINK-FILE NEXT
                       AT END MOVE "Y" TO WS-ODL-EOF
                       NOT AT END
                           IF ODL-CHK-ACCT NOT = TR-FROM-ACCT
                               OR WS-ODP-NEED NOT > 0
                               OR WS-ODP-COUNT >= 5
                               MOVE "Y" TO WS-ODL-EOF
                           ELSE
                               IF ODL-ACTIVE
                                   PERFORM PLAN-ONE-PULL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-ODL-STATUS
               MOVE TR-FROM-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
           END-IF.

       PLAN-ONE-PULL.
      *>     A backup gives only what it has available after its
      *>     own holds and the protection fee; a dormant or
      *>     closed backup gives nothing.
           MOVE ODL-BACKUP-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00" AND ACC-ACTIVE
               AND (ACC-SAVINGS OR ACC-MONEY-MKT)
               MOVE ODL-BACKUP-ACCT TO WS-HOLD-ACCT
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE WS-ODP-USABLE =
                   ACC-BALANCE - WS-ACTIVE-HOLDS - WS-OD-PROT-FEE
               IF WS-ODP-USABLE > 0
                   ADD 1 TO WS-ODP-COUNT
                   SET WS-ODP-IDX TO WS-ODP-COUNT
                   MOVE ODL-BACKUP-ACCT TO WS-ODP-ACCT(WS-ODP-IDX)
                   IF WS-ODP-USABLE < WS-ODP-NEED
                       MOVE WS-ODP-USABLE TO WS-ODP-AMOUNT(WS-ODP-IDX)
                   ELSE
                       MOVE WS-ODP-NEED   TO WS-ODP-AMOUNT(WS-ODP-IDX)
                   END-IF
                   MOVE WS-OD-PROT-FEE  TO WS-ODP-FEE(WS-ODP-IDX)
                   MOVE ACC-BRANCH      TO WS-ODP-BRANCH(WS-ODP-IDX)
                   SUBTRACT WS-ODP-AMOUNT(WS-ODP-IDX) FROM WS-ODP-NEED
                   ADD WS-ODP-AMOUNT(WS-ODP-IDX) TO WS-ODP-COVER
               END-IF
           END-IF.

       POST-OD-PROTECTION.
      *>     Posts the planned pulls ahead of the item under its
      *>     TXN-ID, so a reversal of the item takes them back
      *>     out with it, then reads the checking account back
      *>     for the item's own posting.
           PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
               UNTIL WS-ODP-IDX > WS-ODP-COUNT
               PERFORM POST-ONE-PULL
           END-PERFORM
           MOVE TR-FROM-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE.

       POST-ONE-PULL.
           MOVE WS-ODP-ACCT(WS-ODP-IDX) TO ACC-NUMBER
           READ ACCOUNT-FILE
           SUBTRACT WS-ODP-AMOUNT(WS-ODP-IDX) FROM ACC-BALANCE
           ADD 1 TO ACC-TXN-COUNT
           MOVE ACC-BALANCE TO WS-FROM-NEW-BAL
           REWRITE ACCOUNT-RECORD
           MOVE TR-FROM-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           ADD WS-ODP-AMOUNT(WS-ODP-IDX) TO ACC-BALANCE
           ADD 1 TO ACC-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           MOVE TR-TXN-ID       TO AUD-TXN-ID
           MOVE "ODXFER"        TO AUD-TYPE
           MOVE WS-ODP-ACCT(WS-ODP-IDX) TO AUD-FROM-ACCT
           MOVE TR-FROM-ACCT    TO AUD-TO-ACCT
           MOVE WS-ODP-AMOUNT(WS-ODP-IDX) TO AUD-AMOUNT
           MOVE TR-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE WS-FROM-NEW-BAL TO AUD-POSTED-BAL
           MOVE "POSTED"        TO AUD-STATUS
           MOVE "OD PROTECTION" TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
      *>     Like a transfer, the line carries the branch the
      *>     money left.
           MOVE WS-ODP-BRANCH(WS-ODP-IDX) TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           IF WS-ODP-FEE(WS-ODP-IDX) > 0
               MOVE WS-ODP-ACCT(WS-ODP-IDX) TO ACC-NUMBER
               READ ACCOUNT-FILE
               SUBTRACT WS-ODP-FEE(WS-ODP-IDX) FROM ACC-BALANCE
               ADD 1 TO ACC-TXN-COUNT
               REWRITE ACCOUNT-RECORD
               MOVE TR-TXN-ID       TO AUD-TXN-ID
               MOVE "ODPFEE"        TO AUD-TYPE
               MOVE WS-ODP-ACCT(WS-ODP-IDX) TO AUD-FROM-ACCT
               MOVE 0               TO AUD-TO-ACCT
               MOVE WS-ODP-FEE(WS-ODP-IDX) TO AUD-AMOUNT
               MOVE TR-TIMESTAMP    TO AUD-TIMESTAMP
               MOVE ACC-BALANCE     TO AUD-POSTED-BAL
               MOVE "POSTED"        TO AUD-STATUS
               MOVE "OD PROTECTION FEE" TO AUD-REASON
               MOVE 0 TO AUD-CHECK-NO
               MOVE ACC-BRANCH TO AUD-BRANCH
               MOVE SPACES TO AUD-OPERATOR
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
           END-IF.

       ASSESS-OVERDRAFT-FEE.
           SUBTRACT WS-OD-FEE FROM ACC-BALANCE
           ADD 1 TO ACC-TXN-COUNT
           MOVE "OVERDRAFT FEE" TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE ACC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

               MOVE "EARLY WD PENALTY"  TO AUD-REASON
               MOVE 0 TO AUD-CHECK-NO
               MOVE ACC-BRANCH TO AUD-BRANCH
               MOVE SPACES TO AUD-OPERATOR
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
           END-IF.
       POST-CHECK.
      *>     A check clearing is a withdrawal carrying the check
      *>     number, gated by the stop-payment file: a stopped
      *>     item never reaches the balance. On a positive pay
      *>     account it must then match the issued-check file;
      *>     an exception is held for the customer's decision.
           MOVE TR-FROM-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
                   IF CHECK-IS-STOPPED
                       PERFORM REJECT-STOPPED-CHECK
                   ELSE
                       PERFORM CHECK-POSITIVE-PAY
                       IF PPAY-EXCEPTION
                           PERFORM HOLD-PPAY-EXCEPTION
                       ELSE
                           PERFORM CHECK-WITHDRAW-ALLOWED
                           IF WD-IS-ALLOWED
                               PERFORM APPLY-CHECK
                               IF PPAY-MARK-ISSUED
                                   PERFORM MARK-ISSUED-PAID
                               END-IF
                           ELSE
                               MOVE "INSUFFICIENT AVAIL"
                                    TO WS-REJECT-REASON
                               PERFORM WRITE-REJECT-AUDIT
                               ADD 1 TO WS-FAILED
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE "00" TO WS-STOP-STATUS
           END-IF.

       CHECK-POSITIVE-PAY.
      *>     Classifies the check against positive pay. The
      *>     issued record is left in the record area on a match
      *>     (or on an approved re-presentment that has an
      *>     outstanding one) so MARK-ISSUED-PAID can rewrite it
      *>     once the check posts.
           MOVE "N"    TO WS-PPAY-RESULT
           MOVE "N"    TO WS-PPAY-MARK
           MOVE "N"    TO WS-PPAY-REPRESENT
           MOVE SPACES TO WS-PPAY-REASON
           MOVE 0      TO WS-PPAY-ISSUED-AMT
           IF PPAY-FILES-OPEN
               MOVE TR-FROM-ACCT TO PPE-ACCT
               READ PPAYENR-FILE
               IF WS-PPE-STATUS = "00" AND PPE-ACTIVE
                   MOVE TR-FROM-ACCT TO ISS-ACCT
                   MOVE TR-CHECK-NO  TO ISS-CHECK-NO
                   READ ISSUED-FILE
                   IF WS-ISS-STATUS = "00"
                       MOVE ISS-AMOUNT TO WS-PPAY-ISSUED-AMT
                   END-IF
                   IF TR-TXN-ID >= WS-PPAY-RANGE-LO
                       AND TR-TXN-ID <= WS-PPAY-RANGE-HI
                       PERFORM FIND-APPROVED-REPRESENT
                   END-IF
      *>             An approval never pays a check twice: one
      *>             already paid under another presentment is
      *>             held again whatever was decided.
                   EVALUATE TRUE
                       WHEN WS-ISS-STATUS = "00" AND ISS-PAID
                           MOVE "X" TO WS-PPAY-RESULT
                           MOVE "PPAY ALREADY PAID" TO WS-PPAY-REASON
                       WHEN REPRESENT-APPROVED
                           MOVE "A" TO WS-PPAY-RESULT
                           IF WS-ISS-STATUS = "00"
                               AND ISS-OUTSTANDING
                               MOVE "Y" TO WS-PPAY-MARK
                           END-IF
                       WHEN WS-ISS-STATUS NOT = "00"
                           MOVE "X" TO WS-PPAY-RESULT
                           MOVE "PPAY NOT ISSUED" TO WS-PPAY-REASON
                       WHEN ISS-VOIDED
                           MOVE "X" TO WS-PPAY-RESULT
                           MOVE "PPAY CHECK VOIDED" TO WS-PPAY-REASON
                       WHEN ISS-AMOUNT NOT = TR-AMOUNT
                           MOVE "X" TO WS-PPAY-RESULT
                           MOVE "PPAY AMOUNT DIFFERS"
                               TO WS-PPAY-REASON
                       WHEN OTHER
                           MOVE "M" TO WS-PPAY-RESULT
                           MOVE "Y" TO WS-PPAY-MARK
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-APPROVED-REPRESENT.
      *>     PPAYEXC.DAT is keyed by the held item's TXN-ID, not
      *>     the one it was re-presented under, so the file is
      *>     walked for an exception decided pay and
      *>     re-presented as this TXN-ID on this account, check
      *>     and amount. Only PPAYRUN's re-presentments carry
      *>     IDs in the range, so this walk is rare.
           MOVE 0 TO PPX-TXN-ID
           START PPAYEXC-FILE KEY IS >= PPX-TXN-ID
               INVALID KEY MOVE "10" TO WS-PPX-STATUS
           END-START
           MOVE "N" TO WS-PPX-EOF
           IF WS-PPX-STATUS NOT = "00"
               MOVE "Y" TO WS-PPX-EOF
           END-IF
           PERFORM UNTIL WS-PPX-AT-EOF
               READ PPAYEXC-FILE NEXT
                   AT END MOVE "Y" TO WS-PPX-EOF
                   NOT AT END
                       IF PPX-NEW-TXN-ID = TR-TXN-ID
                           AND PPX-DECIDE-PAY
                           AND PPX-REPRESENTED
                           AND PPX-ACCT = TR-FROM-ACCT
                           AND PPX-CHECK-NO = TR-CHECK-NO
                           AND PPX-AMOUNT = TR-AMOUNT
                           MOVE "Y" TO WS-PPAY-REPRESENT
                           MOVE "Y" TO WS-PPX-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PPX-STATUS.

       HOLD-PPAY-EXCEPTION.
      *>     The item is neither posted nor recycled: it waits on
      *>     PPAYEXC.DAT for the customer. The REJECTED audit
      *>     line keeps the presentment on the trail. A restart
      *>     that re-presents it finds the exception already
      *>     there (status 22) and leaves it as it was.
           MOVE "HELD"         TO WS-TXN-OUTCOME
           MOVE WS-PPAY-REASON TO WS-REJECT-REASON
           ADD 1 TO WS-FAILED
           ADD 1 TO WS-PPAY-HELD
           MOVE TR-TXN-ID          TO PPX-TXN-ID
           MOVE TR-FROM-ACCT       TO PPX-ACCT
           MOVE TR-CHECK-NO        TO PPX-CHECK-NO
           MOVE TR-AMOUNT          TO PPX-AMOUNT
           MOVE WS-PPAY-ISSUED-AMT TO PPX-ISSUED-AMT
           MOVE TR-TIMESTAMP       TO PPX-TIMESTAMP
           MOVE WS-RUN-DATE        TO PPX-DATE
           MOVE ACC-BRANCH         TO PPX-BRANCH
           MOVE WS-PPAY-REASON     TO PPX-REASON
           MOVE SPACE              TO PPX-DECISION
           MOVE "O"                TO PPX-STATUS
           MOVE 0                  TO PPX-CLOSED-DATE
           MOVE 0                  TO PPX-NEW-TXN-ID
           WRITE PPAY-EXCEPTION-RECORD
           IF WS-PPX-STATUS NOT = "00" AND WS-PPX-STATUS NOT = "22"
               DISPLAY "PPAY EXCEPTION WRITE FAILED: " WS-PPX-STATUS
                       " TXN " TR-TXN-ID
           END-IF
           MOVE TR-TXN-ID       TO AUD-TXN-ID
           MOVE "REJECTED"      TO AUD-TYPE
           MOVE TR-FROM-ACCT    TO AUD-FROM-ACCT
           MOVE TR-TO-ACCT      TO AUD-TO-ACCT
           MOVE TR-AMOUNT       TO AUD-AMOUNT
           MOVE TR-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE 0               TO AUD-POSTED-BAL
           MOVE "FAILED"        TO AUD-STATUS
           MOVE WS-PPAY-REASON  TO AUD-REASON
           MOVE TR-CHECK-NO     TO AUD-CHECK-NO
           MOVE ACC-BRANCH      TO AUD-BRANCH
           MOVE SPACES          TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

       MARK-ISSUED-PAID.
           MOVE "P"         TO ISS-STATUS
           MOVE WS-RUN-DATE TO ISS-STATUS-DATE
           MOVE TR-TXN-ID   TO ISS-PAID-TXN-ID
           REWRITE ISSUED-RECORD
           IF WS-ISS-STATUS NOT = "00"
               DISPLAY "ISSUED CHECK REWRITE FAILED: " WS-ISS-STATUS
                       " ACCT " ISS-ACCT " CHECK " ISS-CHECK-NO
           END-IF.

       REJECT-STOPPED-CHECK.
           MOVE "STOP PAY" TO WS-REJECT-REASON
           ADD 1 TO WS-FAILED
           MOVE "STOP PAY"      TO AUD-REASON
           MOVE TR-CHECK-NO     TO AUD-CHECK-NO
           MOVE ACC-BRANCH      TO AUD-BRANCH
           MOVE SPACES          TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           MOVE TR-AMOUNT TO WS-AUDIT-AMT
           WRITE STOPITEM-LINE FROM WS-STOPITEM-LINE.

       APPLY-CHECK.
           IF WS-ODP-COUNT > 0
               PERFORM POST-OD-PROTECTION
           END-IF
           SUBTRACT TR-AMOUNT FROM ACC-BALANCE
           ADD 1 TO ACC-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           MOVE SPACES       TO AUD-REASON
           MOVE TR-CHECK-NO  TO AUD-CHECK-NO
           MOVE ACC-BRANCH   TO AUD-BRANCH
           MOVE SPACES       TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           IF ACC-BALANCE < 0
      *>     A transfer touches two branches; the line carries
      *>     the from side's, the branch the money left.
           MOVE WS-FROM-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           IF WS-FROM-CD-PENALTY > 0
               PERFORM ASSESS-CD-PENALTY
           END-IF.

       POST-REVERSAL.
      *>     The detail must name a posting still standing on the
      *>     log for the same amount, and every account that
      *>     posting touched must still be open. A correction is
      *>     not customer activity: it posts even if it draws the
      *>     account negative, assesses no fee, and does not wake
      *>     a dormant account.
           PERFORM FIND-REVERSAL-ORIGINAL
           IF NOT REV-ORIG-FOUND
               MOVE "ORIG NOT FOUND" TO WS-REJECT-REASON
           ELSE
               MOVE WS-RV-BRANCH(1) TO WS-LINE-BRANCH
               IF REV-ALREADY-DONE
                   MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
               ELSE
                   IF WS-RV-AMOUNT(1) NOT = TR-AMOUNT
                       MOVE "REV AMT MISMATCH" TO WS-REJECT-REASON
                   ELSE
                       PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                           UNTIL WS-RV-IDX > WS-RV-COUNT
                           MOVE WS-RV-FROM(WS-RV-IDX) TO WS-REV-ACCT
                           PERFORM CHECK-REVERSAL-ACCOUNT
                           MOVE WS-RV-TO(WS-RV-IDX)   TO WS-REV-ACCT
                           PERFORM CHECK-REVERSAL-ACCOUNT
                       END-PERFORM
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
                   PERFORM APPLY-REVERSAL-LINE
               END-PERFORM
               ADD 1 TO WS-PROCESSED
               MOVE "POSTED" TO WS-TXN-OUTCOME
           ELSE
               PERFORM WRITE-REJECT-AUDIT
               ADD 1 TO WS-FAILED
           END-IF.

       FIND-REVERSAL-ORIGINAL.
      *>     AUDIT.LOG is open for extend all run; it is closed
      *>     and read from the top for the lookup, so a posting
      *>     (or a reversal) made earlier in this same run is
      *>     seen too, then reopened for extend. Periods already
      *>     closed live in AUDARCHV.DAT, read first so the log
      *>     follows it in posting order; a missing archive
      *>     just means nothing has been archived yet.
           MOVE 0   TO WS-RV-COUNT
           MOVE 0   TO WS-RVP-COUNT
           MOVE "N" TO WS-REV-FOUND
           MOVE "N" TO WS-REV-DONE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "N" TO WS-REV-EOF
               PERFORM UNTIL WS-REV-AT-EOF
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           MOVE ARCHIVE-AUDIT-LINE TO AUDIT-LINE
                           IF AUD-WAS-POSTED
                               PERFORM SCAN-REVERSAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-REV-EOF
               PERFORM UNTIL WS-REV-AT-EOF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           IF AUD-WAS-POSTED
                               PERFORM SCAN-REVERSAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE.

       SCAN-REVERSAL-LINE.
      *>     A later primary posting under the same id (MAINTFEE
      *>     lines carry the account number, month after month)
      *>     replaces the gathered set, so the most recent
      *>     posting is the one reversed.
           IF AUD-IS-REVERSAL
               IF REV-ORIG-FOUND
                   AND AUD-REV-ORIG-TXN = TR-REV-ORIG-ID
                   MOVE "Y" TO WS-REV-DONE
               END-IF
           ELSE
               IF AUD-TXN-ID = TR-REV-ORIG-ID
                   EVALUATE TRUE
                       WHEN AUD-IS-DEPOSIT OR AUD-IS-WITHDRAW
                           OR AUD-IS-CHECK OR AUD-IS-TRANSFER
                           OR AUD-IS-MAINTFEE
                           OR AUD-IS-SCHEDFEE
                           MOVE "Y" TO WS-REV-FOUND
                           MOVE "N" TO WS-REV-DONE
                           MOVE 1   TO WS-RV-COUNT
                           PERFORM SAVE-REVERSAL-LINE
                           PERFORM VARYING WS-RVP-IDX FROM 1 BY 1
                               UNTIL WS-RVP-IDX > WS-RVP-COUNT
                               ADD 1 TO WS-RV-COUNT
                               MOVE WS-RVP-ENTRY(WS-RVP-IDX)
                                    TO WS-RV-ENTRY(WS-RV-COUNT)
                           END-PERFORM
                           MOVE 0 TO WS-RVP-COUNT
                       WHEN AUD-IS-ODXFER OR AUD-IS-ODPFEE
      *>                 Protection lines post ahead of their item;
      *>                 they wait here for it.
                           IF WS-RVP-COUNT < 10
                               ADD 1 TO WS-RVP-COUNT
                               MOVE AUD-TYPE
                                    TO WS-RVP-TYPE(WS-RVP-COUNT)
                               MOVE AUD-FROM-ACCT
                                    TO WS-RVP-FROM(WS-RVP-COUNT)
                               MOVE AUD-TO-ACCT
                                    TO WS-RVP-TO(WS-RVP-COUNT)
                               MOVE AUD-AMOUNT
                                    TO WS-RVP-AMOUNT(WS-RVP-COUNT)
                               MOVE AUD-CHECK-NO
                                    TO WS-RVP-CHECK-NO(WS-RVP-COUNT)
                               MOVE AUD-BRANCH
                                    TO WS-RVP-BRANCH(WS-RVP-COUNT)
                           END-IF
                       WHEN AUD-IS-ODFEE OR AUD-IS-CDPENLTY
                           IF REV-ORIG-FOUND AND WS-RV-COUNT < 15
                               ADD 1 TO WS-RV-COUNT
                               PERFORM SAVE-REVERSAL-LINE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       SAVE-REVERSAL-LINE.
           MOVE AUD-TYPE      TO WS-RV-TYPE(WS-RV-COUNT)
           MOVE AUD-FROM-ACCT TO WS-RV-FROM(WS-RV-COUNT)
           MOVE AUD-TO-ACCT   TO WS-RV-TO(WS-RV-COUNT)
           MOVE AUD-AMOUNT    TO WS-RV-AMOUNT(WS-RV-COUNT)
           MOVE AUD-CHECK-NO  TO WS-RV-CHECK-NO(WS-RV-COUNT)
           MOVE AUD-BRANCH    TO WS-RV-BRANCH(WS-RV-COUNT).

       CHECK-REVERSAL-ACCOUNT.
      *>     Zero is the unused side of a one-sided line.
           IF WS-REV-ACCT > 0 AND WS-REJECT-REASON = SPACES
               MOVE WS-REV-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00"
                   MOVE "ACCT NOT ON FILE" TO WS-REJECT-REASON
               ELSE
                   IF ACC-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       APPLY-REVERSAL-LINE.
      *>     The original's to side gives the money back up and
      *>     its from side gets it back; the REVERSAL line is
      *>     written with the sides swapped to match and carries
      *>     the original type and TXN-ID in its reason. The
      *>     posted balance is the side the money left, as on a
      *>     transfer, or the only side there is.
           IF WS-RV-TO(WS-RV-IDX) > 0
               MOVE WS-RV-TO(WS-RV-IDX) TO ACC-NUMBER
               READ ACCOUNT-FILE
               SUBTRACT WS-RV-AMOUNT(WS-RV-IDX) FROM ACC-BALANCE
               ADD 1 TO ACC-TXN-COUNT
               MOVE ACC-BALANCE TO WS-REV-NEW-BAL
               REWRITE ACCOUNT-RECORD
           END-IF
           IF WS-RV-FROM(WS-RV-IDX) > 0
               MOVE WS-RV-FROM(WS-RV-IDX) TO ACC-NUMBER
               READ ACCOUNT-FILE
               ADD WS-RV-AMOUNT(WS-RV-IDX) TO ACC-BALANCE
               ADD 1 TO ACC-TXN-COUNT
               IF WS-RV-TO(WS-RV-IDX) = 0
                   MOVE ACC-BALANCE TO WS-REV-NEW-BAL
               END-IF
               REWRITE ACCOUNT-RECORD
           END-IF
           IF WS-RV-TYPE(WS-RV-IDX) = "CHECK"
               PERFORM REOPEN-ISSUED-CHECK
           END-IF
           MOVE TR-TXN-ID              TO AUD-TXN-ID
           MOVE "REVERSAL"             TO AUD-TYPE
           MOVE WS-RV-TO(WS-RV-IDX)    TO AUD-FROM-ACCT
           MOVE WS-RV-FROM(WS-RV-IDX)  TO AUD-TO-ACCT
           MOVE WS-RV-AMOUNT(WS-RV-IDX) TO AUD-AMOUNT
           MOVE TR-TIMESTAMP           TO AUD-TIMESTAMP
           MOVE WS-REV-NEW-BAL         TO AUD-POSTED-BAL
           MOVE "POSTED"               TO AUD-STATUS
           MOVE SPACES                 TO AUD-REASON
           MOVE WS-RV-TYPE(WS-RV-IDX)  TO AUD-REV-ORIG-TYPE
           MOVE TR-REV-ORIG-ID         TO AUD-REV-ORIG-TXN
           MOVE WS-RV-CHECK-NO(WS-RV-IDX) TO AUD-CHECK-NO
      *>     Booked back against the branch the original was.
           MOVE WS-RV-BRANCH(WS-RV-IDX) TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.

       REOPEN-ISSUED-CHECK.
      *>     A reversed check that positive pay marked paid goes
      *>     back to outstanding, so a genuine re-presentment of
      *>     it matches instead of being held as already paid.
      *>     Only the issued record this posting paid is
      *>     touched.
           IF PPAY-FILES-OPEN
               MOVE WS-RV-FROM(WS-RV-IDX)     TO ISS-ACCT
               MOVE WS-RV-CHECK-NO(WS-RV-IDX) TO ISS-CHECK-NO
               READ ISSUED-FILE
               IF WS-ISS-STATUS = "00"
                   AND ISS-PAID
                   AND ISS-PAID-TXN-ID = TR-REV-ORIG-ID
                   MOVE "O" TO ISS-STATUS
                   MOVE 0   TO ISS-STATUS-DATE
                   MOVE 0   TO ISS-PAID-TXN-ID
                   REWRITE ISSUED-RECORD
                   IF WS-ISS-STATUS NOT = "00"
                       DISPLAY "ISSUED CHECK REWRITE FAILED: "
                               WS-ISS-STATUS
                               " ACCT " ISS-ACCT " CHECK " ISS-CHECK-NO
                   END-IF
               END-IF
           END-IF.

       WRITE-REJECT-AUDIT.
           MOVE TR-TXN-ID       TO AUD-TXN-ID
           MOVE "REJECTED"      TO AUD-TYPE
           MOVE 0               TO AUD-POSTED-BAL
           MOVE "FAILED"        TO AUD-STATUS
           MOVE WS-REJECT-REASON TO AUD-REASON
      *>     A check carries its number onto the reject line, so
      *>     a check returned unpaid can be told from a refused
      *>     withdrawal (FEEASSES charges returned items).
           IF TR-CHECK
               MOVE TR-CHECK-NO TO AUD-CHECK-NO
           ELSE
               MOVE 0 TO AUD-CHECK-NO
           END-IF
      *>     The branch captured when the detail's account was
      *>     read, so failures split by branch off the log the
      *>     way the register already does; still zero on the
      *>     not-on-file paths, where no branch owns the item.
           MOVE WS-LINE-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE.


       WRITE-REGISTER-LINE.
      *>     One line per TR-TXN-ID: branch, type, accounts,
      *>     amount, and whether it posted or failed. A reversal
      *>     names the TXN-ID it corrects in place of accounts.
           MOVE TR-AMOUNT TO WS-AUDIT-AMT
           IF TR-REVERSAL
               STRING "TXN=" TR-TXN-ID
                      " BRANCH=" WS-LINE-BRANCH
                      " TYPE=" TR-TYPE
                      " CORRECTION REVERSES=" TR-REV-ORIG-ID
                      " AMT="  WS-AUDIT-AMT
                      " STATUS=" WS-TXN-OUTCOME
                      DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "TXN=" TR-TXN-ID
                      " BRANCH=" WS-LINE-BRANCH
                      " TYPE=" TR-TYPE
                      " FROM=" TR-FROM-ACCT
                      " TO="   TR-TO-ACCT
                      " AMT="  WS-AUDIT-AMT
                      " STATUS=" WS-TXN-OUTCOME
                      DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE FROM WS-REGISTER-LINE
           PERFORM TALLY-BRANCH-TOTALS.

           END-IF
           IF STOPS-FILE-OPEN
               CLOSE STOPPAY-FILE
           END-IF
           IF ODLINK-FILE-OPEN
               CLOSE ODLINK-FILE
           END-IF
           IF CHGOFF-FILE-OPEN
               CLOSE CHGOFF-FILE
           END-IF
           IF PPAY-FILES-OPEN
               CLOSE PPAYENR-FILE
               CLOSE ISSUED-FILE
               CLOSE PPAYEXC-FILE
           END-IF.

       LOAD-AUDIT-SEQ.
