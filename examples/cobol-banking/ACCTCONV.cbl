       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> ACCOUNT NUMBER CHECK-DIGIT CONVERSION
      *> One-time run for the move to issued account numbers
      *> (see ACCTSEQ.CPY). Walks ACCOUNTS.DAT and tests every
      *> account number's check digit. Each open account whose
      *> number fails has a new number reserved for it from
      *> ACCTSEQ.DAT, in its type's ACCTTYPE.CFG range, and an
      *> old-to-new cross-reference written to ACCTXREF.DAT
      *> (see ACCTXREF.CPY) marked pending, which is also what
      *> lets the entry edits keep accepting the old number
      *> until the account is renumbered. Closed accounts are
      *> listed but not renumbered. ACCTCONV.RPT lists every
      *> account that fails, with its reserved number, so the
      *> renumbering can be planned account by account.
      *> A rerun reserves nothing twice: an account already on
      *> the cross-reference lists under its existing number.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATYPE-STATUS.

           SELECT ACCTSEQ-FILE ASSIGN TO "ACCTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASQ-STATUS.

           SELECT XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-NUMBER
               FILE STATUS IS WS-XRF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCTCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  ACCTTYPE-FILE.
           COPY ACCTTYPE.

       FD  ACCTSEQ-FILE.
           COPY ACCTSEQ.

       FD  XREF-FILE.
           COPY ACCTXREF.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-ATYPE-STATUS        PIC X(02).
       01  WS-ASQ-STATUS          PIC X(02).
       01  WS-XRF-STATUS          PIC X(02).
       01  WS-ACCT-EOF            PIC X(01).
           88 WS-ACCT-AT-EOF      VALUE "Y".
       01  WS-ASQ-EOF             PIC X(01).
           88 WS-ASQ-AT-EOF       VALUE "Y".
       01  WS-RUN-DATE            PIC 9(08).

      *> The account being converted, kept apart from the
      *> record area: the random reads that prove a new number
      *> unused overwrite the record and lose the walk's place,
      *> which is picked up again from WS-ACCT-NUM.
       01  WS-CURRENT-ACCOUNT.
           05 WS-ACCT-NUM         PIC 9(10).
           05 WS-ACCT-CUST        PIC 9(08).
           05 WS-ACCT-TYPE        PIC X(02).
           05 WS-ACCT-STAT        PIC X(01).
           05 WS-ACCT-BAL         PIC S9(11)V99 COMP-3.

       01  WS-TYPE-TABLE.
           05 WS-TYPE-COUNT       PIC 9(03) VALUE 0.
           05 WS-TYPE-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-TYPE-IDX.
              10 WS-TYPE-CODE     PIC X(02).
              10 WS-TYPE-RANGE-LOW  PIC 9(09).
              10 WS-TYPE-RANGE-HIGH PIC 9(09).
       01  WS-TYPE-VALID          PIC X(01).
           88 TYPE-IS-VALID       VALUE "Y".

      *> Account number sequence (see ACCTSEQ.CPY), the same
      *> one CREATE-ACCOUNT issues from, so a reserved number
      *> is never issued to a new account.
       01  WS-ASQ-TABLE.
           05 WS-ASQ-COUNT        PIC 9(03) VALUE 0.
           05 WS-ASQ-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-ASQ-IDX.
              10 WS-ASQ-TYPE      PIC X(02).
              10 WS-ASQ-LAST      PIC 9(09).
       01  WS-NUMBER-ASSIGNED     PIC X(01).
           88 NUMBER-IS-ASSIGNED  VALUE "Y".
       01  WS-RANGE-EXHAUSTED     PIC X(01).
           88 RANGE-IS-EXHAUSTED  VALUE "Y".
       01  WS-NEW-NUMBER          PIC 9(10).

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

       01  WS-COUNTERS.
           05 WS-ACCTS-READ       PIC 9(07) VALUE 0.
           05 WS-ACCTS-VALID      PIC 9(07) VALUE 0.
           05 WS-ACCTS-CONVERTED  PIC 9(07) VALUE 0.
           05 WS-ACCTS-ON-XREF    PIC 9(07) VALUE 0.
           05 WS-ACCTS-CLOSED     PIC 9(07) VALUE 0.
           05 WS-ACCTS-NO-RANGE   PIC 9(07) VALUE 0.

       01  WS-LINE-NOTE           PIC X(24).

       01  WS-DISPLAY.
           05 WS-DISPLAY-BAL      PIC $$,$$$,$$$,$$9.99-.
           05 WS-REPORT-LINE      PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-TYPE-TABLE
           PERFORM LOAD-ACCOUNT-SEQUENCE
           PERFORM WRITE-REPORT-HEADER
           PERFORM CONVERT-ACCOUNTS
           PERFORM SAVE-ACCOUNT-SEQUENCE
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-ACCT-STATUS
               STOP RUN
           END-IF
           OPEN I-O XREF-FILE
           IF WS-XRF-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           IF WS-XRF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTXREF FILE: " WS-XRF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE.

       LOAD-TYPE-TABLE.
           OPEN INPUT ACCTTYPE-FILE
           IF WS-ATYPE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTTYPE.CFG: " WS-ATYPE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ATYPE-STATUS = "10"
               READ ACCTTYPE-FILE
                   AT END MOVE "10" TO WS-ATYPE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE ATY-CODE TO WS-TYPE-CODE(WS-TYPE-COUNT)
                       MOVE 0 TO WS-TYPE-RANGE-LOW(WS-TYPE-COUNT)
                       MOVE 0 TO WS-TYPE-RANGE-HIGH(WS-TYPE-COUNT)
                       IF ATY-RANGE-LOW IS NUMERIC
                           AND ATY-RANGE-HIGH IS NUMERIC
                           MOVE ATY-RANGE-LOW
                               TO WS-TYPE-RANGE-LOW(WS-TYPE-COUNT)
                           MOVE ATY-RANGE-HIGH
                               TO WS-TYPE-RANGE-HIGH(WS-TYPE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTTYPE-FILE.

       LOAD-ACCOUNT-SEQUENCE.
      *>     No sequence file yet means no numbers issued yet.
           MOVE 0 TO WS-ASQ-COUNT
           MOVE "N" TO WS-ASQ-EOF
           OPEN INPUT ACCTSEQ-FILE
           IF WS-ASQ-STATUS = "00"
               PERFORM UNTIL WS-ASQ-AT-EOF
                   READ ACCTSEQ-FILE
                       AT END MOVE "Y" TO WS-ASQ-EOF
                       NOT AT END
                           IF WS-ASQ-COUNT < 20
                               ADD 1 TO WS-ASQ-COUNT
                               MOVE ASQ-TYPE
                                   TO WS-ASQ-TYPE(WS-ASQ-COUNT)
                               MOVE ASQ-LAST-BASE
                                   TO WS-ASQ-LAST(WS-ASQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTSEQ-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNT NUMBER CHECK-DIGIT CONVERSION  RUN DATE "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ACCOUNTS WHOSE NUMBER FAILS THE CHECK DIGIT:"
               TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       CONVERT-ONE-ACCOUNT.
      *>     A good number needs nothing. A failing one already on
      *>     the cross-reference (an earlier run) lists under the
      *>     number reserved then; otherwise an open account has
      *>     its new number reserved here.
           MOVE WS-ACCT-NUM TO WS-ACD-NUMBER
           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-ACD-DIGIT(10) = WS-ACD-CHECK
               ADD 1 TO WS-ACCTS-VALID
           ELSE
               MOVE WS-ACCT-NUM TO XRF-OLD-NUMBER
               READ XREF-FILE
               EVALUATE TRUE
                   WHEN WS-XRF-STATUS = "00"
                       ADD 1 TO WS-ACCTS-ON-XREF
                       MOVE XRF-NEW-NUMBER TO WS-NEW-NUMBER
                       MOVE "ALREADY CROSS-REFERENCED" TO WS-LINE-NOTE
                   WHEN WS-ACCT-STAT = "C"
                       ADD 1 TO WS-ACCTS-CLOSED
                       MOVE 0 TO WS-NEW-NUMBER
                       MOVE "CLOSED - NOT RENUMBERED" TO WS-LINE-NOTE
                   WHEN OTHER
                       PERFORM RESERVE-NEW-NUMBER
               END-EVALUATE
               PERFORM WRITE-ACCOUNT-LINE
           END-IF.

       CONVERT-ACCOUNTS.
      *>     Walks ACCOUNTS.DAT in key order. After each account
      *>     the walk restarts past its number, so reserving a
      *>     new number (which reads the file at random) does
      *>     not lose or repeat an account.
           MOVE "N" TO WS-ACCT-EOF
           PERFORM UNTIL WS-ACCT-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
                       MOVE ACC-NUMBER      TO WS-ACCT-NUM
                       MOVE ACC-CUSTOMER-ID TO WS-ACCT-CUST
                       MOVE ACC-TYPE        TO WS-ACCT-TYPE
                       MOVE ACC-STATUS      TO WS-ACCT-STAT
                       MOVE ACC-BALANCE     TO WS-ACCT-BAL
                       PERFORM CONVERT-ONE-ACCOUNT
                       MOVE WS-ACCT-NUM TO ACC-NUMBER
                       START ACCOUNT-FILE KEY IS > ACC-NUMBER
                           INVALID KEY MOVE "Y" TO WS-ACCT-EOF
                       END-START
               END-READ
           END-PERFORM.

       RESERVE-NEW-NUMBER.
           MOVE 0 TO WS-NEW-NUMBER
           MOVE "N" TO WS-TYPE-VALID
           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END CONTINUE
               WHEN WS-TYPE-CODE(WS-TYPE-IDX)
                       = WS-ACCT-TYPE
                   IF WS-TYPE-RANGE-HIGH(WS-TYPE-IDX) > 0
                       MOVE "Y" TO WS-TYPE-VALID
                   END-IF
           END-SEARCH
           IF NOT TYPE-IS-VALID
               ADD 1 TO WS-ACCTS-NO-RANGE
               MOVE "NO RANGE FOR TYPE" TO WS-LINE-NOTE
           ELSE
               PERFORM ISSUE-NEXT-NUMBER
               IF NOT NUMBER-IS-ASSIGNED
                   ADD 1 TO WS-ACCTS-NO-RANGE
                   MOVE "TYPE RANGE EXHAUSTED" TO WS-LINE-NOTE
               ELSE
                   MOVE WS-ACCT-NUM    TO XRF-OLD-NUMBER
                   MOVE WS-NEW-NUMBER  TO XRF-NEW-NUMBER
                   MOVE WS-ACCT-TYPE   TO XRF-TYPE
                   MOVE WS-ACCT-CUST   TO XRF-CUSTOMER-ID
                   MOVE WS-ACCT-STAT   TO XRF-ACC-STATUS
                   MOVE WS-RUN-DATE    TO XRF-CONVERT-DATE
                   MOVE "P"            TO XRF-STATUS
                   WRITE XREF-RECORD
                   IF WS-XRF-STATUS = "00"
                       ADD 1 TO WS-ACCTS-CONVERTED
                       MOVE "NEW NUMBER RESERVED" TO WS-LINE-NOTE
                   ELSE
                       DISPLAY "WRITE FAILED: " WS-XRF-STATUS
                       MOVE "XREF WRITE FAILED" TO WS-LINE-NOTE
                   END-IF
               END-IF
           END-IF.

       ISSUE-NEXT-NUMBER.
      *>     Next base in the type's range (WS-TYPE-IDX) with
      *>     its check digit appended, passing over any number
      *>     already on the master -- as CREATE-ACCOUNT does.
           MOVE "N" TO WS-NUMBER-ASSIGNED
           MOVE "N" TO WS-RANGE-EXHAUSTED
           SET WS-ASQ-IDX TO 1
           SEARCH WS-ASQ-ENTRY
               WHEN WS-ASQ-IDX > WS-ASQ-COUNT
                   ADD 1 TO WS-ASQ-COUNT
                   MOVE WS-TYPE-CODE(WS-TYPE-IDX)
                       TO WS-ASQ-TYPE(WS-ASQ-IDX)
                   MOVE 0 TO WS-ASQ-LAST(WS-ASQ-IDX)
               WHEN WS-ASQ-TYPE(WS-ASQ-IDX) = WS-TYPE-CODE(WS-TYPE-IDX)
                   CONTINUE
           END-SEARCH
           IF WS-ASQ-LAST(WS-ASQ-IDX)
                   < WS-TYPE-RANGE-LOW(WS-TYPE-IDX) - 1
               COMPUTE WS-ASQ-LAST(WS-ASQ-IDX) =
                   WS-TYPE-RANGE-LOW(WS-TYPE-IDX) - 1
           END-IF
           PERFORM UNTIL NUMBER-IS-ASSIGNED OR RANGE-IS-EXHAUSTED
               IF WS-ASQ-LAST(WS-ASQ-IDX)
                       NOT < WS-TYPE-RANGE-HIGH(WS-TYPE-IDX)
                   MOVE "Y" TO WS-RANGE-EXHAUSTED
               ELSE
                   ADD 1 TO WS-ASQ-LAST(WS-ASQ-IDX)
                   COMPUTE WS-ACD-NUMBER =
                       WS-ASQ-LAST(WS-ASQ-IDX) * 10
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE WS-ACD-CHECK TO WS-ACD-DIGIT(10)
                   MOVE WS-ACD-NUMBER TO ACC-NUMBER
                   READ ACCOUNT-FILE
                   IF WS-ACCT-STATUS NOT = "00"
                       MOVE WS-ACD-NUMBER TO WS-NEW-NUMBER
                       MOVE "Y" TO WS-NUMBER-ASSIGNED
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-CHECK-DIGIT.
      *>     Luhn over the nine base digits of WS-ACD-NUMBER: the
      *>     last base digit (position 9) and every second one
      *>     leftward of it are doubled.
           MOVE 0 TO WS-ACD-SUM
           PERFORM VARYING WS-ACD-POS FROM 1 BY 1
                   UNTIL WS-ACD-POS > 9
               IF WS-ACD-POS = 1 OR 3 OR 5 OR 7 OR 9
                   COMPUTE WS-ACD-PRODUCT =
                       WS-ACD-DIGIT(WS-ACD-POS) * 2
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

       WRITE-ACCOUNT-LINE.
           MOVE WS-ACCT-BAL TO WS-DISPLAY-BAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OLD=" WS-ACCT-NUM
                  " NEW=" WS-NEW-NUMBER
                  " TYPE=" WS-ACCT-TYPE
                  " CUST=" WS-ACCT-CUST
                  " STATUS=" WS-ACCT-STAT
                  " BALANCE=" WS-DISPLAY-BAL
                  " " WS-LINE-NOTE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       SAVE-ACCOUNT-SEQUENCE.
           OPEN OUTPUT ACCTSEQ-FILE
           PERFORM VARYING WS-ASQ-IDX FROM 1 BY 1
                   UNTIL WS-ASQ-IDX > WS-ASQ-COUNT
               MOVE WS-ASQ-TYPE(WS-ASQ-IDX) TO ASQ-TYPE
               MOVE WS-ASQ-LAST(WS-ASQ-IDX) TO ASQ-LAST-BASE
               WRITE ACCTSEQ-RECORD
           END-PERFORM
           CLOSE ACCTSEQ-FILE.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS READ: " WS-ACCTS-READ
                  " CHECK DIGIT GOOD: " WS-ACCTS-VALID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEW NUMBERS RESERVED: " WS-ACCTS-CONVERTED
                  " ALREADY CROSS-REFERENCED: " WS-ACCTS-ON-XREF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSED NOT RENUMBERED: " WS-ACCTS-CLOSED
                  " NO NUMBER AVAILABLE: " WS-ACCTS-NO-RANGE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE XREF-FILE
           CLOSE REPORT-FILE.
