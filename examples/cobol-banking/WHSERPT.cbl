       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSERPT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> FUTURE-DATED WAREHOUSE REPORT
      *> Lists every item still waiting on the FUTWHSE.DAT
      *> warehouse (see WHSEREC.CPY) in due-date order and
      *> totals each effective date for cash forecasting:
      *> deposits coming in, withdrawals going out, the net
      *> cash movement of the two, and transfers (which move
      *> money between accounts without changing the bank's
      *> cash position) shown on their own. Released and
      *> cancelled items are left out. An item dated before
      *> the business date (a night WHSEREL has not yet run
      *> for) is flagged OVERDUE. Run on demand.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WHSERPT.RPT"
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

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-WHS-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-WHS-OPEN            PIC X(01) VALUE "N".
           88 WAREHOUSE-IS-OPEN   VALUE "Y".
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".

       01  WS-BUSINESS-DATE       PIC 9(08).
       01  WS-CURRENT-DATE        PIC 9(08) VALUE 0.
       01  WS-OVERDUE-FLAG        PIC X(08).

      *> Totals for the effective date being listed, and for
      *> the whole warehouse.
       01  WS-DAY-TOTALS.
           05 WS-DAY-COUNT        PIC 9(07).
           05 WS-DAY-DEPOSITS     PIC S9(13)V99 COMP-3.
           05 WS-DAY-WITHDRAWALS  PIC S9(13)V99 COMP-3.
           05 WS-DAY-TRANSFERS    PIC S9(13)V99 COMP-3.
           05 WS-DAY-NET          PIC S9(13)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-DAYS       PIC 9(05) VALUE 0.
           05 WS-GRAND-COUNT      PIC 9(07) VALUE 0.
           05 WS-GRAND-DEPOSITS   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GRAND-WITHDRAWALS PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GRAND-TRANSFERS  PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GRAND-NET        PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-DISPLAY.
           05 WS-DISPLAY-AMT      PIC $$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-DEP      PIC $$,$$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-WD       PIC $$,$$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-TF       PIC $$,$$$,$$$,$$$,$$9.99.
           05 WS-DISPLAY-NET      PIC -$$,$$$,$$$,$$$,$$9.99.
           05 WS-REPORT-LINE      PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADING
           PERFORM PROCESS-WAREHOUSE UNTIL WS-AT-EOF
           IF WS-CURRENT-DATE NOT = 0
               PERFORM WRITE-DAY-TOTALS
           END-IF
           PERFORM WRITE-GRAND-TOTALS
           PERFORM CLOSE-FILES
           GOBACK.

       GET-BUSINESS-DATE.
      *>     Overdue items are judged against the RUNCTL.DAT
      *>     business date (the BUSNDATE record RUNCTLM
      *>     maintains). The wall clock is only the fallback
      *>     when no business date has been set.
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
      *>     No warehouse file simply means nothing has been
      *>     future-dated; the report still prints, empty.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHS-STATUS NOT = "00"
               DISPLAY "NO WAREHOUSE FILE (" WS-WHS-STATUS
                   ") - NOTHING WAREHOUSED"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE "Y" TO WS-WHS-OPEN
           END-IF.

       WRITE-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FUTURE-DATED WAREHOUSE AS OF " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       PROCESS-WAREHOUSE.
           READ WAREHOUSE-FILE NEXT
               AT END MOVE "Y" TO WS-EOF
           END-READ
           IF NOT WS-AT-EOF AND WHS-WAREHOUSED
               IF WHS-EFF-DATE NOT = WS-CURRENT-DATE
                   IF WS-CURRENT-DATE NOT = 0
                       PERFORM WRITE-DAY-TOTALS
                   END-IF
                   PERFORM START-NEW-DAY
               END-IF
               PERFORM LIST-ITEM
           END-IF.

       START-NEW-DAY.
           MOVE WHS-EFF-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-DAY-TOTALS
           ADD 1 TO WS-GRAND-DAYS
           IF WS-CURRENT-DATE < WS-BUSINESS-DATE
               MOVE "OVERDUE" TO WS-OVERDUE-FLAG
           ELSE
               MOVE SPACES TO WS-OVERDUE-FLAG
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "DUE " WS-CURRENT-DATE " " WS-OVERDUE-FLAG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       LIST-ITEM.
           ADD 1 TO WS-DAY-COUNT
           EVALUATE WHS-TYPE
               WHEN "DP"
                   ADD WHS-AMOUNT TO WS-DAY-DEPOSITS
                   ADD WHS-AMOUNT TO WS-DAY-NET
               WHEN "WD"
                   ADD WHS-AMOUNT TO WS-DAY-WITHDRAWALS
                   SUBTRACT WHS-AMOUNT FROM WS-DAY-NET
               WHEN OTHER
                   ADD WHS-AMOUNT TO WS-DAY-TRANSFERS
           END-EVALUATE
           MOVE WHS-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TXN=" WHS-ORIG-TXN-ID
                  " TYPE=" WHS-TYPE
                  " FROM=" WHS-FROM-ACCT
                  " TO=" WHS-TO-ACCT
                  " AMT=" WS-DISPLAY-AMT
                  " RECEIVED=" WHS-RECEIVED-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-DAY-TOTALS.
           ADD WS-DAY-COUNT       TO WS-GRAND-COUNT
           ADD WS-DAY-DEPOSITS    TO WS-GRAND-DEPOSITS
           ADD WS-DAY-WITHDRAWALS TO WS-GRAND-WITHDRAWALS
           ADD WS-DAY-TRANSFERS   TO WS-GRAND-TRANSFERS
           ADD WS-DAY-NET         TO WS-GRAND-NET
           MOVE WS-DAY-DEPOSITS    TO WS-DISPLAY-DEP
           MOVE WS-DAY-WITHDRAWALS TO WS-DISPLAY-WD
           MOVE WS-DAY-TRANSFERS   TO WS-DISPLAY-TF
           MOVE WS-DAY-NET         TO WS-DISPLAY-NET
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ITEMS=" WS-DAY-COUNT
                  " IN=" WS-DISPLAY-DEP
                  " OUT=" WS-DISPLAY-WD
                  " NET=" WS-DISPLAY-NET
                  " TRANSFERS=" WS-DISPLAY-TF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-GRAND-TOTALS.
           MOVE WS-GRAND-DEPOSITS    TO WS-DISPLAY-DEP
           MOVE WS-GRAND-WITHDRAWALS TO WS-DISPLAY-WD
           MOVE WS-GRAND-TRANSFERS   TO WS-DISPLAY-TF
           MOVE WS-GRAND-NET         TO WS-DISPLAY-NET
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "TOTAL DAYS=" WS-GRAND-DAYS
                  " ITEMS=" WS-GRAND-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL IN=" WS-DISPLAY-DEP
                  " OUT=" WS-DISPLAY-WD
                  " NET=" WS-DISPLAY-NET
                  " TRANSFERS=" WS-DISPLAY-TF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WAREHOUSE-IS-OPEN
               CLOSE WAREHOUSE-FILE
           END-IF
           CLOSE REPORT-FILE.
