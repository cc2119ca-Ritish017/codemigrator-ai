       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEREL.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> FUTURE-DATED WAREHOUSE RELEASE
      *> Releases every item on the FUTWHSE.DAT warehouse (see
      *> WHSEREC.CPY) whose effective date has arrived --
      *> effective date on or before the business date, so an
      *> item dated for a weekend or holiday goes out on the
      *> next business day and a missed night is caught up --
      *> as a complete batch (header, details, trailer) on
      *> WHSETRAN.DAT, the same hand-off STINSGEN makes: ops
      *> concatenates it onto the day's TRANS.DAT and the items
      *> edit and post with the rest of the night's work. Each
      *> released item gets a new TR-TXN-ID from the
      *> WHSESEQ.DAT sequence (its own number range, so a
      *> released item never trips TRANSACT's duplicate check
      *> against the id it first arrived under) and a timestamp
      *> carrying the business date; the warehouse record is
      *> marked released with the date and the new id, so a
      *> second run releases nothing twice. Items cancelled
      *> through WHSEMNT are skipped. Runs ahead of TRANEDIT.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHS-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "WHSETRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO "WHSESEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WHSEREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  TRANS-OUT-FILE.
           COPY TRANSREC.

       FD  SEQUENCE-FILE.
       01  SEQUENCE-LINE          PIC 9(10).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-WHS-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OUT-STATUS          PIC X(02).
       01  WS-SEQ-STATUS          PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".

       01  WS-BUSINESS-DATE       PIC 9(08).
       01  WS-GEN-TS              PIC 9(14).

      *> Released TXN-IDs come from their own number range so
      *> they can never collide with branch-keyed batches or
      *> the other generators; WHSESEQ.DAT carries the next id
      *> across runs.
       01  WS-NEXT-TXN-ID         PIC 9(10) VALUE 7000000000.
      *> The base of the range rides on the batch header
      *> (TB-SEQUENCE) so TRANEDIT can hold the batch's ids to
      *> it, and keep ids in any generated range out of branch
      *> batches.
       01  WS-TXN-ID-BASE         PIC 9(10) VALUE 7000000000.

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

       01  WS-COUNTERS.
           05 WS-ITEMS-READ       PIC 9(07) VALUE 0.
           05 WS-RELEASED         PIC 9(07) VALUE 0.
           05 WS-STILL-HELD       PIC 9(07) VALUE 0.

       01  WS-DISPLAY.
           05 WS-DISPLAY-AMT      PIC $$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-TOTAL    PIC $$,$$$,$$$,$$$,$$9.99.
           05 WS-REPORT-LINE      PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-SEQUENCE
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-WAREHOUSE UNTIL WS-AT-EOF
           PERFORM WRITE-BATCH-TRAILER
           PERFORM SAVE-SEQUENCE
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       GET-BUSINESS-DATE.
      *>     Items are released against the RUNCTL.DAT business
      *>     date (the BUSNDATE record RUNCTLM maintains), the
      *>     date the rest of the nightly batch is posting. The
      *>     wall clock is only the fallback when no business
      *>     date has been set.
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
      *>     No warehouse file yet simply means nothing has been
      *>     future-dated; an empty batch is still written so
      *>     the hand-off is the same every night.
           OPEN I-O WAREHOUSE-FILE
           IF WS-WHS-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN I-O WAREHOUSE-FILE
           END-IF
           IF WS-WHS-STATUS NOT = "00" AND WS-WHS-STATUS NOT = "05"
               DISPLAY "ERROR OPENING WAREHOUSE FILE: "
                       WS-WHS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRANS-OUT-FILE
           OPEN OUTPUT REPORT-FILE.

       LOAD-SEQUENCE.
      *>     WHSESEQ.DAT carries the next TXN-ID across runs; if
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
           MOVE WS-BUSINESS-DATE TO WBO-BATCH-DATE
           MOVE 0                TO WBO-RECORD-COUNT
           MOVE 0                TO WBO-HASH-TOTAL
           WRITE TRANS-BATCH-RECORD FROM WS-BATCH-OUT-REC.

       WRITE-BATCH-TRAILER.
           MOVE 0                TO WBO-SEQUENCE
           MOVE "BT"             TO WBO-TYPE
           MOVE WS-BUSINESS-DATE TO WBO-BATCH-DATE
           MOVE WS-OUT-DETAILS   TO WBO-RECORD-COUNT
           MOVE WS-OUT-HASH      TO WBO-HASH-TOTAL
           WRITE TRANS-BATCH-RECORD FROM WS-BATCH-OUT-REC.

       PROCESS-WAREHOUSE.
      *>     Items dated after the business date are left
      *>     waiting and only counted; released and cancelled
      *>     items are passed over.
           READ WAREHOUSE-FILE NEXT
               AT END MOVE "Y" TO WS-EOF
           END-READ
           IF NOT WS-AT-EOF
               ADD 1 TO WS-ITEMS-READ
               EVALUATE TRUE
                   WHEN WHS-EFF-DATE > WS-BUSINESS-DATE
                       IF WHS-WAREHOUSED
                           ADD 1 TO WS-STILL-HELD
                       END-IF
                   WHEN WHS-WAREHOUSED
                       PERFORM RELEASE-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RELEASE-ITEM.
           MOVE WS-NEXT-TXN-ID TO TR-TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE WHS-TYPE       TO TR-TYPE
           MOVE WHS-FROM-ACCT  TO TR-FROM-ACCT
           MOVE WHS-TO-ACCT    TO TR-TO-ACCT
           MOVE WHS-AMOUNT     TO TR-AMOUNT
      *>     The date half of the stamp carries the business
      *>     date the item was released on, so its audit line
      *>     lands on that date's GL extract and statements.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GEN-TS
           MOVE WS-BUSINESS-DATE TO WS-GEN-TS(1:8)
           MOVE WS-GEN-TS      TO TR-TIMESTAMP
           MOVE WHS-CHECK-NO   TO TR-CHECK-NO
           WRITE TRANS-RECORD
           ADD 1         TO WS-OUT-DETAILS
           ADD TR-AMOUNT TO WS-OUT-HASH
           ADD 1         TO WS-RELEASED
           MOVE "R"              TO WHS-STATUS
           MOVE WS-BUSINESS-DATE TO WHS-RELEASE-DATE
           MOVE TR-TXN-ID        TO WHS-RELEASE-TXN-ID
           REWRITE WAREHOUSE-RECORD
           MOVE WHS-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RELEASED ORIG=" WHS-ORIG-TXN-ID
                  " TXN=" TR-TXN-ID
                  " DUE=" WHS-EFF-DATE
                  " TYPE=" WHS-TYPE
                  " FROM=" WHS-FROM-ACCT
                  " TO="   WHS-TO-ACCT
                  " AMT="  WS-DISPLAY-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE WS-OUT-HASH TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BUSINESS DATE: " WS-BUSINESS-DATE
                  " RELEASED: " WS-RELEASED
                  " TOTAL=" WS-DISPLAY-TOTAL
                  " STILL WAREHOUSED: " WS-STILL-HELD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           CLOSE WAREHOUSE-FILE
           CLOSE TRANS-OUT-FILE
           CLOSE REPORT-FILE.
