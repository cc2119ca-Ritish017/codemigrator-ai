      *> its own. Any batch that does not balance refuses the
      *> whole file and the clean file is voided so nothing
      *> downstream can post from it.
      *> A clean deposit, withdrawal or transfer whose
      *> effective date (the date half of TR-TIMESTAMP) is
      *> after the RUNCTL.DAT business date does not go to
      *> TRANSEDT.DAT: it is warehoused on FUTWHSE.DAT (see
      *> WHSEREC.CPY) for WHSEREL to release on the day it
      *> falls due. Checks and reversals always post on
      *> arrival. Warehoused items are only stored once every
      *> batch has balanced.
      *> TXN-IDs from 4000000000 up belong to the programs that
      *> generate batches (PPAYRUN 4, STINSGEN 5, ACHINTK 6,
      *> WHSEREL 7, INTAKE 8, RCYCMNT 9 billion), each of which
      *> puts the base of its range on its batch header. A
      *> detail in such a batch must carry an id in that range;
      *> a detail in any other (branch) batch must carry an id
      *> below all of them. Either way it is rejected
      *> otherwise, so a branch item can never pass for a
      *> generated one.
      *>****************************************************

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO "TRANEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-NUMBER
               FILE STATUS IS WS-XRF-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  XREF-FILE.
           COPY ACCTXREF.

       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS        PIC X(02).
       01  WS-CLEAN-STATUS        PIC X(02).
              88 BATCH-IS-OPEN    VALUE "Y".
           05 WS-BATCH-OK         PIC X(01) VALUE "Y".
              88 BATCH-IS-OK      VALUE "Y".
           05 WS-BATCH-SOURCE     PIC 9(10) VALUE 0.
              88 BATCH-IS-GENERATED VALUE 4000000000 5000000000
                                        6000000000 7000000000
                                        8000000000 9000000000.
       01  WS-GENERATED-ID-LO     PIC 9(10) VALUE 4000000000.
       01  WS-SOURCE-ID-HI        PIC 9(10).

      *> Regenerated header/trailer written around the clean
      *> detail records.
       01  WS-COUNTERS.
           05 WS-ACCEPTED         PIC 9(07) VALUE 0.
           05 WS-REJECTED         PIC 9(07) VALUE 0.
           05 WS-WAREHOUSED       PIC 9(07) VALUE 0.
           05 WS-ALREADY-HELD     PIC 9(07) VALUE 0.

      *> Future-dated items. They are held here until the end
      *> of the run and only written to FUTWHSE.DAT when every
      *> batch balanced, so a refused file leaves nothing
      *> behind in the warehouse either. Bounded at 1000, the
      *> same bound RECONCIL uses; more than that refuses the
      *> run rather than losing an item. An effective date
      *> more than WS-MAX-AHEAD days out is rejected as a
      *> keying error.
       01  WS-RC-STATUS           PIC X(02).
       01  WS-WHS-STATUS          PIC X(02).
       01  WS-BUSINESS-DATE       PIC 9(08).
       01  WS-EFF-DATE            PIC 9(08).
       01  WS-EFF-DAYS            PIC S9(07).
       01  WS-MAX-AHEAD           PIC 9(03) VALUE 366.
       01  WS-FUTURE-TABLE.
           05 WS-FUT-COUNT        PIC 9(05) VALUE 0.
           05 WS-FUT-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-FUT-IDX.
              10 WS-FUT-EFF-DATE  PIC 9(08).
              10 WS-FUT-TXN-ID    PIC 9(10).
              10 WS-FUT-TYPE      PIC X(02).
              10 WS-FUT-FROM      PIC 9(10).
              10 WS-FUT-TO        PIC 9(10).
              10 WS-FUT-AMOUNT    PIC S9(11)V99 COMP-3.
              10 WS-FUT-TS        PIC 9(14).
              10 WS-FUT-CHECK-NO  PIC 9(06).
       01  WS-DISPLAY-WHS-AMT     PIC $$,$$$,$$$,$$9.99.

       01  WS-REPORT-LINE         PIC X(132).

      *> Account number check digit (see ACCTSEQ.CPY). A number
      *> that fails is refused unless ACCTXREF.DAT carries it
      *> as an older account still pending renumbering; with no
      *> cross-reference file there are no such exceptions.
       01  WS-XRF-STATUS          PIC X(02).
       01  WS-XREF-OPEN           PIC X(01) VALUE "N".
           88 XREF-FILE-OPEN      VALUE "Y".
       01  WS-CHECK-DIGIT-WORK.
           05 WS-ACD-NUMBER       PIC 9(10).
           05 WS-ACD-DIGITS REDEFINES WS-ACD-NUMBER.
              10 WS-ACD-DIGIT     PIC 9(01) OCCURS 10 TIMES.
           05 WS-ACD-POS          PIC 9(02).
           05 WS-ACD-PRODUCT      PIC 9(02).
           05 WS-ACD-SUM          PIC 9(03).
           05 WS-ACD-QUOTIENT     PIC 9(03).
           05 WS-ACD-REMAINDER    PIC 9(01).
           05 WS-ACD-CHECK        PIC 9(01).
       01  WS-ACD-RESULT          PIC X(01).
           88 ACCT-NUMBER-OK      VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-FILES
           PERFORM READ-TRANS
           PERFORM UNTIL WS-AT-EOF
           PERFORM CLOSE-FILES
           IF NOT BATCH-IS-OK
               PERFORM VOID-CLEAN-FILE
           ELSE
               PERFORM STORE-FUTURE-ITEMS
           END-IF
           PERFORM WRITE-EDIT-SUMMARY
           IF NOT BATCH-IS-OK
           MOVE 0 TO WS-CLEAN-DETAILS
           MOVE 0 TO WS-CLEAN-HASH
           MOVE TB-BATCH-DATE TO WS-BATCH-DATE
           MOVE TB-SEQUENCE TO WS-BATCH-SOURCE
           IF NOT BATCH-IS-GENERATED
               MOVE 0 TO WS-BATCH-SOURCE
           END-IF
           PERFORM WRITE-CLEAN-HEADER.

       END-ONE-BATCH.
               PERFORM WRITE-CLEAN-TRAILER
           END-IF.

       GET-BUSINESS-DATE.
      *>     Effective dates are judged against the RUNCTL.DAT
      *>     business date (the BUSNDATE record RUNCTLM
      *>     maintains), the date TRANSACT posts under. The wall
      *>     clock is only the fallback when no business date
      *>     has been set.
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

       OPEN-FILES.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN INPUT ACCOUNT-FILE
           PERFORM OPEN-XREF
           OPEN OUTPUT REPORT-FILE.

       READ-TRANS.
       EDIT-DETAIL.
      *>     Field-level edits; the first edit that fails names
      *>     the reject reason. Account-on-file checks only run
      *>     once the account field is known numeric and its
      *>     check digit is good (see ACCTSEQ.CPY).
           MOVE "Y"    TO WS-EDIT-RESULT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
                   IF EDIT-PASSED
                       PERFORM EDIT-TO-ACCT
                   END-IF
               WHEN TR-REVERSAL
      *>             The accounts come off the original posting in
      *>             TRANSACT; here the id must at least be one.
                   IF TR-REV-ORIG-ID NOT NUMERIC
                       OR TR-REV-ORIG-ID = 0
                       MOVE "N" TO WS-EDIT-RESULT
                       MOVE "REV ORIG ID INVALID" TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-EDIT-RESULT
                   MOVE "INVALID TYPE" TO WS-REJECT-REASON
           END-EVALUATE
           IF EDIT-PASSED
               PERFORM EDIT-TXN-ID-RANGE
           END-IF
           IF EDIT-PASSED AND TR-AMOUNT NOT > 0
               MOVE "N" TO WS-EDIT-RESULT
               MOVE "NONPOSITIVE AMOUNT" TO WS-REJECT-REASON
           END-IF
           MOVE TR-TIMESTAMP(1:8) TO WS-EFF-DATE
           IF EDIT-PASSED AND WS-EFF-DATE > WS-BUSINESS-DATE
               AND (TR-DEPOSIT OR TR-WITHDRAW OR TR-TRANSFER)
               PERFORM EDIT-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT EDIT-PASSED
                   ADD 1 TO WS-REJECTED
                   PERFORM WRITE-REJECT-LINE
               WHEN WS-EFF-DATE > WS-BUSINESS-DATE
                   AND (TR-DEPOSIT OR TR-WITHDRAW OR TR-TRANSFER)
                   PERFORM HOLD-FUTURE-ITEM
               WHEN OTHER
                   ADD 1         TO WS-CLEAN-DETAILS
                   ADD TR-AMOUNT TO WS-CLEAN-HASH
                   ADD 1         TO WS-ACCEPTED
                   WRITE CLEAN-RECORD FROM TRANS-RECORD
           END-EVALUATE.

       EDIT-TXN-ID-RANGE.
      *>     A generated batch keeps to its own range; a branch
      *>     batch keeps below every generated range.
           IF BATCH-IS-GENERATED
               COMPUTE WS-SOURCE-ID-HI = WS-BATCH-SOURCE + 999999999
               IF TR-TXN-ID < WS-BATCH-SOURCE
                   OR TR-TXN-ID > WS-SOURCE-ID-HI
                   MOVE "N" TO WS-EDIT-RESULT
                   MOVE "TXN ID OUT OF RANGE" TO WS-REJECT-REASON
               END-IF
           ELSE
               IF TR-TXN-ID >= WS-GENERATED-ID-LO
                   MOVE "N" TO WS-EDIT-RESULT
                   MOVE "TXN ID RESERVED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       EDIT-EFFECTIVE-DATE.
      *>     A future effective date must be a real date and
      *>     within WS-MAX-AHEAD days of the business date.
           IF FUNCTION INTEGER-OF-DATE(WS-EFF-DATE) = 0
               MOVE "N" TO WS-EDIT-RESULT
               MOVE "EFF DATE INVALID" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-EFF-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EFF-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               IF WS-EFF-DAYS > WS-MAX-AHEAD
                   MOVE "N" TO WS-EDIT-RESULT
                   MOVE "EFF DATE TOO FAR" TO WS-REJECT-REASON
               END-IF
           END-IF.

       HOLD-FUTURE-ITEM.
      *>     The item is left out of the clean batch and its
      *>     regenerated trailer; it posts through its own
      *>     batch on the day WHSEREL releases it.
           IF WS-FUT-COUNT < 1000
               ADD 1 TO WS-FUT-COUNT
               MOVE WS-EFF-DATE  TO WS-FUT-EFF-DATE(WS-FUT-COUNT)
               MOVE TR-TXN-ID    TO WS-FUT-TXN-ID(WS-FUT-COUNT)
               MOVE TR-TYPE      TO WS-FUT-TYPE(WS-FUT-COUNT)
               MOVE TR-FROM-ACCT TO WS-FUT-FROM(WS-FUT-COUNT)
               MOVE TR-TO-ACCT   TO WS-FUT-TO(WS-FUT-COUNT)
               MOVE TR-AMOUNT    TO WS-FUT-AMOUNT(WS-FUT-COUNT)
               MOVE TR-TIMESTAMP TO WS-FUT-TS(WS-FUT-COUNT)
               MOVE TR-CHECK-NO  TO WS-FUT-CHECK-NO(WS-FUT-COUNT)
           ELSE
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "BATCH REFUSED: OVER 1000 FUTURE-DATED ITEMS"
           END-IF.

       STORE-FUTURE-ITEMS.
      *>     An item already on the warehouse under the same
      *>     effective date and id came in on an earlier run of
      *>     the same file and is only counted.
           IF WS-FUT-COUNT > 0
               OPEN I-O WAREHOUSE-FILE
               IF WS-WHS-STATUS = "35"
                   OPEN OUTPUT WAREHOUSE-FILE
                   CLOSE WAREHOUSE-FILE
                   OPEN I-O WAREHOUSE-FILE
               END-IF
               IF WS-WHS-STATUS NOT = "00"
                   AND WS-WHS-STATUS NOT = "05"
                   DISPLAY "ERROR OPENING WAREHOUSE FILE: "
                           WS-WHS-STATUS
                   MOVE "N" TO WS-BATCH-OK
                   PERFORM VOID-CLEAN-FILE
               ELSE
                   OPEN EXTEND REPORT-FILE
                   PERFORM VARYING WS-FUT-IDX FROM 1 BY 1
                       UNTIL WS-FUT-IDX > WS-FUT-COUNT
                       PERFORM STORE-ONE-FUTURE-ITEM
                   END-PERFORM
                   CLOSE REPORT-FILE
                   CLOSE WAREHOUSE-FILE
               END-IF
           END-IF.

       STORE-ONE-FUTURE-ITEM.
           MOVE WS-FUT-EFF-DATE(WS-FUT-IDX) TO WHS-EFF-DATE
           MOVE WS-FUT-TXN-ID(WS-FUT-IDX)   TO WHS-ORIG-TXN-ID
           MOVE WS-FUT-TYPE(WS-FUT-IDX)     TO WHS-TYPE
           MOVE WS-FUT-FROM(WS-FUT-IDX)     TO WHS-FROM-ACCT
           MOVE WS-FUT-TO(WS-FUT-IDX)       TO WHS-TO-ACCT
           MOVE WS-FUT-AMOUNT(WS-FUT-IDX)   TO WHS-AMOUNT
           MOVE WS-FUT-TS(WS-FUT-IDX)       TO WHS-ORIG-TIMESTAMP
           MOVE WS-FUT-CHECK-NO(WS-FUT-IDX) TO WHS-CHECK-NO
           MOVE "W"              TO WHS-STATUS
           MOVE WS-BUSINESS-DATE TO WHS-RECEIVED-DATE
           MOVE 0                TO WHS-RELEASE-DATE
           MOVE 0                TO WHS-RELEASE-TXN-ID
           MOVE SPACES           TO WHS-OPERATOR
           WRITE WAREHOUSE-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WHS-AMOUNT TO WS-DISPLAY-WHS-AMT
           IF WS-WHS-STATUS = "22"
               ADD 1 TO WS-ALREADY-HELD
               STRING "ALREADY WAREHOUSED TXN=" WHS-ORIG-TXN-ID
                      " DUE=" WHS-EFF-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-WAREHOUSED
               STRING "WAREHOUSED TXN=" WHS-ORIG-TXN-ID
                      " TYPE=" WHS-TYPE
                      " FROM=" WHS-FROM-ACCT
                      " TO=" WHS-TO-ACCT
                      " AMT=" WS-DISPLAY-WHS-AMT
                      " DUE=" WHS-EFF-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       EDIT-FROM-ACCT.
           IF TR-FROM-ACCT NOT NUMERIC
               MOVE "N" TO WS-EDIT-RESULT
               MOVE "FROM ACCT NOT NUM" TO WS-REJECT-REASON
           ELSE
               MOVE TR-FROM-ACCT TO WS-ACD-NUMBER
               PERFORM CHECK-ACCOUNT-NUMBER
               IF NOT ACCT-NUMBER-OK
                   MOVE "N" TO WS-EDIT-RESULT
                   MOVE "FROM ACCT CHK DIGIT" TO WS-REJECT-REASON
               ELSE
                   MOVE TR-FROM-ACCT TO ACC-NUMBER
                   READ ACCOUNT-FILE
                   IF WS-ACCT-STATUS NOT = "00"
                       MOVE "N" TO WS-EDIT-RESULT
                       MOVE "FROM ACCT NOT FOUND"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

               MOVE "N" TO WS-EDIT-RESULT
               MOVE "TO ACCT NOT NUM" TO WS-REJECT-REASON
           ELSE
               MOVE TR-TO-ACCT TO WS-ACD-NUMBER
               PERFORM CHECK-ACCOUNT-NUMBER
               IF NOT ACCT-NUMBER-OK
                   MOVE "N" TO WS-EDIT-RESULT
                   MOVE "TO ACCT CHK DIGIT" TO WS-REJECT-REASON
               ELSE
                   MOVE TR-TO-ACCT TO ACC-NUMBER
                   READ ACCOUNT-FILE
                   IF WS-ACCT-STATUS NOT = "00"
                       MOVE "N" TO WS-EDIT-RESULT
                       MOVE "TO ACCT NOT FOUND"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *>     Written when the input header is read, carrying its
      *>     batch date forward, so the clean file always leads
      *>     with "BH" ahead of any clean detail record.
           MOVE WS-BATCH-SOURCE TO WCB-SEQUENCE
           MOVE "BH"   TO WCB-TYPE
           MOVE WS-BATCH-DATE TO WCB-BATCH-DATE
           MOVE 0      TO WCB-RECORD-COUNT
                  " REJECTED: " WS-REJECTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FUTURE-DATED: " WS-FUT-COUNT
                  " WAREHOUSED: " WS-WAREHOUSED
                  " ALREADY WAREHOUSED: " WS-ALREADY-HELD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF BATCH-IS-OK
               MOVE "BATCH CONTROL TOTALS BALANCED" TO WS-REPORT-LINE
           ELSE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE ACCOUNT-FILE
           IF XREF-FILE-OPEN
               CLOSE XREF-FILE
           END-IF
           CLOSE REPORT-FILE.

       OPEN-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OPEN
           END-IF.

       CHECK-ACCOUNT-NUMBER.
      *>     Tests the number in WS-ACD-NUMBER. An older number
      *>     pending renumbering on ACCTXREF.DAT still passes.
           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-ACD-DIGIT(10) = WS-ACD-CHECK
               MOVE "Y" TO WS-ACD-RESULT
           ELSE
               MOVE "N" TO WS-ACD-RESULT
               IF XREF-FILE-OPEN
                   MOVE WS-ACD-NUMBER TO XRF-OLD-NUMBER
                   READ XREF-FILE
                   IF WS-XRF-STATUS = "00" AND XRF-PENDING
                       MOVE "Y" TO WS-ACD-RESULT
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CHECK-DIGIT.
      *>     Luhn over the nine base digits of WS-ACD-NUMBER: the
      *>     last base digit (position 9) and every second one
      *>     leftward of it are doubled.
           MOVE 0 TO WS-ACD-SUM
           PERFORM VARYING WS-ACD-POS FROM 1 BY 1 UNTIL WS-ACD-POS > 9
               IF WS-ACD-POS = 1 OR 3 OR 5 OR 7 OR 9
                   COMPUTE WS-ACD-PRODUCT = WS-ACD-DIGIT(WS-ACD-POS) * 2
                   IF WS-ACD-PRODUCT > 9
                       SUBTRACT 9 FROM WS-ACD-PRODUCT
                   END-IF
               ELSE
                   MOVE WS-ACD-DIGIT(WS-ACD-POS) TO WS-ACD-PRODUCT
               END-IF
               ADD WS-ACD-PRODUCT TO WS-ACD-SUM
           END-PERFORM
           DIVIDE WS-ACD-SUM BY 10 GIVING WS-ACD-QUOTIENT
               REMAINDER WS-ACD-REMAINDER
           IF WS-ACD-REMAINDER = 0
               MOVE 0 TO WS-ACD-CHECK
           ELSE
               COMPUTE WS-ACD-CHECK = 10 - WS-ACD-REMAINDER
           END-IF.
