               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-NUMBER
               FILE STATUS IS WS-XRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTCHG-FILE.
       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  XREF-FILE.
           COPY ACCTXREF.

       WORKING-STORAGE SECTION.
       01  WS-ICG-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
      *> the standing-instruction range; CHNLSEQ.DAT carries
      *> the next id across runs.
       01  WS-NEXT-TXN-ID         PIC 9(10) VALUE 8000000000.
      *> The base of the range rides on the batch header
      *> (TB-SEQUENCE) so TRANEDIT can hold the batch's ids to
      *> it, and keep ids in any generated range out of branch
      *> batches.
       01  WS-TXN-ID-BASE         PIC 9(10) VALUE 8000000000.

       01  WS-BATCH-TOTALS.
           05 WS-OUT-DETAILS      PIC 9(07) VALUE 0.

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
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           PERFORM OPEN-XREF
           OPEN OUTPUT TRANS-OUT-FILE
           OPEN OUTPUT ACK-FILE
           OPEN OUTPUT SUSPENSE-FILE
           END-READ.

       WRITE-BATCH-HEADER.
           MOVE WS-TXN-ID-BASE   TO WBO-SEQUENCE
           MOVE "BH"             TO WBO-TYPE
           MOVE WS-BUSINESS-DATE TO WBO-BATCH-DATE
           MOVE 0                TO WBO-RECORD-COUNT
      *>     trusted until proved -- garbage in a 9-picture
      *>     field passes no NUMERIC test but would corrupt the
      *>     COMP-3 TR-AMOUNT it maps into), its amount is
      *>     positive, and every account it names is numeric,
      *>     carries a good check digit (see ACCTSEQ.CPY) and is
      *>     on the master. The first failed edit names the
      *>     reject reason.
           MOVE "Y"    TO WS-MAP-RESULT
           MOVE SPACES TO WS-REJECT-REASON
               MOVE "N" TO WS-MAP-RESULT
               MOVE "ACCT 1 NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE ICG-ACCT-1-N TO WS-ACD-NUMBER
               PERFORM CHECK-ACCOUNT-NUMBER
               IF NOT ACCT-NUMBER-OK
                   MOVE "N" TO WS-MAP-RESULT
                   MOVE "ACCT 1 CHK DIGIT" TO WS-REJECT-REASON
               ELSE
                   MOVE ICG-ACCT-1-N TO ACC-NUMBER
                   READ ACCOUNT-FILE
                   IF WS-ACCT-STATUS NOT = "00"
                       MOVE "N" TO WS-MAP-RESULT
                       MOVE "ACCT 1 NOT ON FILE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

               MOVE "N" TO WS-MAP-RESULT
               MOVE "ACCT 2 NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE ICG-ACCT-2-N TO WS-ACD-NUMBER
               PERFORM CHECK-ACCOUNT-NUMBER
               IF NOT ACCT-NUMBER-OK
                   MOVE "N" TO WS-MAP-RESULT
                   MOVE "ACCT 2 CHK DIGIT" TO WS-REJECT-REASON
               ELSE
                   MOVE ICG-ACCT-2-N TO ACC-NUMBER
                   READ ACCOUNT-FILE
                   IF WS-ACCT-STATUS NOT = "00"
                       MOVE "N" TO WS-MAP-RESULT
                       MOVE "ACCT 2 NOT ON FILE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE INTCHG-FILE
           CLOSE ACCOUNT-FILE
           IF XREF-FILE-OPEN
               CLOSE XREF-FILE
           END-IF
           CLOSE TRANS-OUT-FILE
           CLOSE ACK-FILE
           CLOSE SUSPENSE-FILE
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
