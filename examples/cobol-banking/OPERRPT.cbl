       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> DAILY OPERATOR ACTIVITY REPORT
      *> Lists the business date's OPERLOG.DAT lines grouped
      *> by operator, in operator-id order off OPERATOR.DAT:
      *> each sign-on, each maintenance operation carried out
      *> and each one refused for want of authority, with the
      *> supervisor who approved supervisor-level work. Every
      *> operator gets a subtotal line, including the number
      *> of approvals they gave other operators. Refused
      *> sign-ons under ids that are not on the operator
      *> master are listed at the end, since repeated ones are
      *> exactly what the branch manager needs to see.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "OPERRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".

       01  WS-BUSINESS-DATE       PIC 9(08).

      *> The day's log lines, in log order. Bounded at 1000,
      *> the same bound (and overflow counter) RECONCIL uses.
       01  WS-LOG-TABLE.
           05 WS-LG-COUNT         PIC 9(05) VALUE 0.
           05 WS-LG-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-LG-IDX.
              10 WS-LG-TIME       PIC 9(06).
              10 WS-LG-OPERATOR   PIC X(08).
              10 WS-LG-PROGRAM    PIC X(08).
              10 WS-LG-ACTION     PIC X(12).
              10 WS-LG-KEY        PIC X(20).
              10 WS-LG-AMOUNT     PIC 9(11)V99.
              10 WS-LG-APPROVER   PIC X(08).
              10 WS-LG-RESULT     PIC X(01).
              10 WS-LG-PRINTED    PIC X(01).
       01  WS-LOG-DROPPED         PIC 9(05) VALUE 0.

      *> Subtotals for the operator being printed.
       01  WS-OPER-TOTALS.
           05 WS-OT-ENTRIES       PIC 9(05).
           05 WS-OT-SIGNONS       PIC 9(05).
           05 WS-OT-REFUSED       PIC 9(05).
           05 WS-OT-DONE          PIC 9(05).
           05 WS-OT-DENIED        PIC 9(05).
           05 WS-OT-APPROVALS     PIC 9(05).

       01  WS-COUNTERS.
           05 WS-LINES-READ       PIC 9(07) VALUE 0.
           05 WS-OPERATORS-LISTED PIC 9(05) VALUE 0.
           05 WS-TOTAL-DONE       PIC 9(07) VALUE 0.
           05 WS-TOTAL-DENIED     PIC 9(07) VALUE 0.
           05 WS-TOTAL-REFUSED    PIC 9(07) VALUE 0.
           05 WS-UNMATCHED        PIC 9(05) VALUE 0.

       01  WS-DISPLAY.
           05 WS-DISPLAY-AMT      PIC $$,$$$,$$$,$$9.99.
           05 WS-RESULT-TEXT      PIC X(08).
           05 WS-REPORT-LINE      PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-DAY-LOG
           PERFORM WRITE-HEADING
           PERFORM REPORT-OPERATORS
           PERFORM REPORT-UNMATCHED
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       GET-BUSINESS-DATE.
      *>     The report covers the RUNCTL.DAT business date
      *>     (the BUSNDATE record RUNCTLM maintains), the day
      *>     the operators worked. The wall clock is only the
      *>     fallback when no business date has been set.
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
           OPEN INPUT OPERLOG-FILE
           IF WS-OPL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPERLOG.DAT: " WS-OPL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPERATOR FILE: " WS-OPR-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE.

       LOAD-DAY-LOG.
           PERFORM UNTIL WS-AT-EOF
               READ OPERLOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF OPL-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                           PERFORM STASH-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERLOG-FILE.

       STASH-LOG-LINE.
           IF WS-LG-COUNT < 1000
               ADD 1 TO WS-LG-COUNT
               SET WS-LG-IDX TO WS-LG-COUNT
               MOVE OPL-TIMESTAMP(9:6) TO WS-LG-TIME(WS-LG-IDX)
               MOVE OPL-OPERATOR  TO WS-LG-OPERATOR(WS-LG-IDX)
               MOVE OPL-PROGRAM   TO WS-LG-PROGRAM(WS-LG-IDX)
               MOVE OPL-ACTION    TO WS-LG-ACTION(WS-LG-IDX)
               MOVE OPL-KEY       TO WS-LG-KEY(WS-LG-IDX)
               MOVE OPL-AMOUNT    TO WS-LG-AMOUNT(WS-LG-IDX)
               MOVE OPL-APPROVER  TO WS-LG-APPROVER(WS-LG-IDX)
               MOVE OPL-RESULT    TO WS-LG-RESULT(WS-LG-IDX)
               MOVE "N"           TO WS-LG-PRINTED(WS-LG-IDX)
           ELSE
               ADD 1 TO WS-LOG-DROPPED
           END-IF.

       WRITE-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR ACTIVITY FOR BUSINESS DATE "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TIME   PROGRAM  ACTION       KEY"
                  "                             AMOUNT"
                  " APPROVER RESULT"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-OPERATORS.
      *>     OPERATOR.DAT is read in key order, so the report
      *>     comes out by operator id without a sort; operators
      *>     with nothing logged today are skipped.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
               READ OPERATOR-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-OPERATOR
               END-READ
           END-PERFORM.

       REPORT-ONE-OPERATOR.
           INITIALIZE WS-OPER-TOTALS
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT
               IF WS-LG-OPERATOR(WS-LG-IDX) = OPR-ID
                   ADD 1 TO WS-OT-ENTRIES
               END-IF
               IF WS-LG-APPROVER(WS-LG-IDX) = OPR-ID
                   AND WS-LG-OPERATOR(WS-LG-IDX) NOT = OPR-ID
                   AND WS-LG-RESULT(WS-LG-IDX) = "A"
                   ADD 1 TO WS-OT-APPROVALS
               END-IF
           END-PERFORM
           IF WS-OT-ENTRIES > 0 OR WS-OT-APPROVALS > 0
               ADD 1 TO WS-OPERATORS-LISTED
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
               STRING "OPERATOR " OPR-ID " " OPR-NAME
                      " BRANCH " OPR-BRANCH
                      " AUTHORITY " OPR-AUTHORITY
                      " STATUS " OPR-STATUS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
               PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
                   IF WS-LG-OPERATOR(WS-LG-IDX) = OPR-ID
                       PERFORM WRITE-LOG-DETAIL
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SIGN-ONS: " WS-OT-SIGNONS
                      " REFUSED: " WS-OT-REFUSED
                      " DONE: " WS-OT-DONE
                      " DENIED: " WS-OT-DENIED
                      " APPROVALS GIVEN: " WS-OT-APPROVALS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       WRITE-LOG-DETAIL.
      *>     One line per log entry; also counts it into the
      *>     operator's subtotals and the run totals.
           MOVE "Y" TO WS-LG-PRINTED(WS-LG-IDX)
           EVALUATE TRUE
               WHEN WS-LG-RESULT(WS-LG-IDX) = "F"
                   MOVE "REFUSED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-OT-REFUSED
                   ADD 1 TO WS-TOTAL-REFUSED
               WHEN WS-LG-RESULT(WS-LG-IDX) = "D"
                   MOVE "DENIED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-OT-DENIED
                   ADD 1 TO WS-TOTAL-DENIED
               WHEN WS-LG-ACTION(WS-LG-IDX) = "SIGNON"
                   MOVE "OK" TO WS-RESULT-TEXT
                   ADD 1 TO WS-OT-SIGNONS
               WHEN OTHER
                   MOVE "DONE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-OT-DONE
                   ADD 1 TO WS-TOTAL-DONE
           END-EVALUATE
           MOVE WS-LG-AMOUNT(WS-LG-IDX) TO WS-DISPLAY-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-LG-TIME(WS-LG-IDX)
                  " " WS-LG-PROGRAM(WS-LG-IDX)
                  " " WS-LG-ACTION(WS-LG-IDX)
                  " " WS-LG-KEY(WS-LG-IDX)
                  " " WS-DISPLAY-AMT
                  " " WS-LG-APPROVER(WS-LG-IDX)
                  " " WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-UNMATCHED.
      *>     Whatever no operator record claimed: sign-on
      *>     attempts under ids that are not on the master.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT
               IF WS-LG-PRINTED(WS-LG-IDX) = "N"
                   IF WS-UNMATCHED = 0
                       MOVE SPACES TO WS-REPORT-LINE
                       WRITE REPORT-LINE FROM WS-REPORT-LINE
                       MOVE "IDS NOT ON OPERATOR MASTER"
                            TO WS-REPORT-LINE
                       WRITE REPORT-LINE FROM WS-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-UNMATCHED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-LG-TIME(WS-LG-IDX)
                          " " WS-LG-PROGRAM(WS-LG-IDX)
                          " ID=" WS-LG-OPERATOR(WS-LG-IDX)
                          " " WS-LG-ACTION(WS-LG-IDX)
                          " " WS-LG-KEY(WS-LG-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
                   IF WS-LG-RESULT(WS-LG-IDX) = "F"
                       ADD 1 TO WS-TOTAL-REFUSED
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           STRING "LOG LINES READ: " WS-LINES-READ
                  " FOR THE DATE: " WS-LG-COUNT
                  " OPERATORS: " WS-OPERATORS-LISTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATIONS DONE: " WS-TOTAL-DONE
                  " DENIED: " WS-TOTAL-DENIED
                  " SIGN-ONS REFUSED: " WS-TOTAL-REFUSED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-LOG-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LOG LINES DROPPED (TABLE FULL): "
                      WS-LOG-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE OPERATOR-FILE
           CLOSE REPORT-FILE.
