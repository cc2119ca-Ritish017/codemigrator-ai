      *> gone. The extract is proved before release: an
      *> out-of-balance day, or a posting type on the log with
      *> no mapping entry, voids the file so accounting can
      *> never book a broken or incomplete day. A REVERSAL
      *> line books under the type it corrects with that
      *> type's legs swapped, and is reported as a correction.
      *>****************************************************

       ENVIRONMENT DIVISION.
       01  WS-MAP-STATUS          PIC X(02).
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT        PIC 9(03) VALUE 0.
           05 WS-MAP-ENTRY OCCURS 40 TIMES
                           INDEXED BY WS-MAP-IDX.
              10 WS-MAP-TYPE      PIC X(08).
              10 WS-MAP-DR        PIC 9(10).
      *> on the business date, so the extract and the report
      *> both split by branch; the mapping decides the GL
      *> accounts at write time. Sized for the branch fleet
      *> times the posting types. Reversals accumulate in their
      *> own rows under the type they correct (WS-TT-REVERSED).
       01  WS-TYPE-TABLE.
           05 WS-TYPE-COUNT       PIC 9(03) VALUE 0.
           05 WS-TYPE-ENTRY OCCURS 120 TIMES
                            INDEXED BY WS-TYPE-IDX.
              10 WS-TT-BRANCH     PIC 9(03).
              10 WS-TT-TYPE       PIC X(08).
              10 WS-TT-REVERSED   PIC X(01).
                 88 TT-IS-REVERSAL VALUE "Y".
              10 WS-TT-COUNT      PIC 9(07).
              10 WS-TT-AMOUNT     PIC S9(13)V99 COMP-3.
       01  WS-TYPE-FOUND          PIC X(01).
           88 TYPE-WAS-FOUND      VALUE "Y".
       01  WS-TYPES-DROPPED       PIC 9(05) VALUE 0.
       01  WS-SUM-TYPE            PIC X(08).
       01  WS-SUM-REVERSED        PIC X(01).

      *> Per-branch subtotals for the report, rolled up from
      *> the branch/type rows.
                   OR AUD-IS-WITHDRAW OR AUD-IS-MAINTFEE
                   OR AUD-IS-ODFEE OR AUD-IS-CDPENLTY
                   OR AUD-IS-CHECK OR AUD-IS-TRANSFER
                   OR AUD-IS-ODXFER OR AUD-IS-ODPFEE
                   OR AUD-IS-CHGOFF OR AUD-IS-RECOVERY
                   OR AUD-IS-OFFCHECK
                   OR AUD-IS-SCHEDFEE
                   MOVE AUD-TYPE TO WS-SUM-TYPE
                   MOVE "N"      TO WS-SUM-REVERSED
                   PERFORM SUM-INTO-TYPE-TABLE
               WHEN AUD-IS-REVERSAL
                   MOVE AUD-REV-ORIG-TYPE TO WS-SUM-TYPE
                   MOVE "Y"               TO WS-SUM-REVERSED
                   PERFORM SUM-INTO-TYPE-TABLE
               WHEN OTHER
                   CONTINUE
           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END CONTINUE
               WHEN WS-TT-TYPE(WS-TYPE-IDX) = WS-SUM-TYPE
                   AND WS-TT-REVERSED(WS-TYPE-IDX) = WS-SUM-REVERSED
                   AND WS-TT-BRANCH(WS-TYPE-IDX) = AUD-BRANCH
                   MOVE "Y" TO WS-TYPE-FOUND
           END-SEARCH
      *>         A dropped row is money the extract cannot
      *>         book; the day is voided below like an
      *>         out-of-balance one, never released short.
               IF WS-TYPE-COUNT < 120
                   ADD 1 TO WS-TYPE-COUNT
                   SET WS-TYPE-IDX TO WS-TYPE-COUNT
                   MOVE AUD-BRANCH  TO WS-TT-BRANCH(WS-TYPE-IDX)
                   MOVE WS-SUM-TYPE TO WS-TT-TYPE(WS-TYPE-IDX)
                   MOVE WS-SUM-REVERSED
                                    TO WS-TT-REVERSED(WS-TYPE-IDX)
                   MOVE 0           TO WS-TT-COUNT(WS-TYPE-IDX)
                   MOVE 0           TO WS-TT-AMOUNT(WS-TYPE-IDX)
                   MOVE "Y"         TO WS-TYPE-FOUND
      *>     construction and the proof below catches any
      *>     future mapping mistake. A type with no mapping
      *>     entry marks the run unmapped, which voids the file
      *>     the same way an out-of-balance day does. A
      *>     reversal row debits what its type credits and
      *>     credits what it debits, unwinding the original.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               PERFORM FIND-MAP-ENTRY
               IF MAP-WAS-FOUND
                   IF TT-IS-REVERSAL(WS-TYPE-IDX)
                       MOVE WS-MAP-CR(WS-MAP-IDX) TO GLX-GL-ACCOUNT
                   ELSE
                       MOVE WS-MAP-DR(WS-MAP-IDX) TO GLX-GL-ACCOUNT
                   END-IF
                   MOVE "DR"                  TO GLX-DR-CR
                   PERFORM WRITE-EXTRACT-LEG
                   IF TT-IS-REVERSAL(WS-TYPE-IDX)
                       MOVE WS-MAP-DR(WS-MAP-IDX) TO GLX-GL-ACCOUNT
                   ELSE
                       MOVE WS-MAP-CR(WS-MAP-IDX) TO GLX-GL-ACCOUNT
                   END-IF
                   MOVE "CR"                  TO GLX-DR-CR
                   PERFORM WRITE-EXTRACT-LEG
               ELSE
       WRITE-EXTRACT-LEG.
           MOVE WS-BUSINESS-DATE        TO GLX-BUSINESS-DATE
           MOVE WS-TT-BRANCH(WS-TYPE-IDX) TO GLX-BRANCH
           IF TT-IS-REVERSAL(WS-TYPE-IDX)
               MOVE "REVERSAL"              TO GLX-SOURCE-TYPE
           ELSE
               MOVE WS-TT-TYPE(WS-TYPE-IDX) TO GLX-SOURCE-TYPE
           END-IF
           MOVE WS-TT-COUNT(WS-TYPE-IDX) TO GLX-RECORD-COUNT
           MOVE WS-TT-AMOUNT(WS-TYPE-IDX) TO GLX-AMOUNT
           WRITE GL-EXTRACT-RECORD
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               MOVE WS-TT-AMOUNT(WS-TYPE-IDX) TO WS-DISPLAY-AMT
               IF TT-IS-REVERSAL(WS-TYPE-IDX)
                   STRING "  BRANCH=" WS-TT-BRANCH(WS-TYPE-IDX)
                          " TYPE=REVERSAL OF " WS-TT-TYPE(WS-TYPE-IDX)
                          " COUNT=" WS-TT-COUNT(WS-TYPE-IDX)
                          " AMOUNT=" WS-DISPLAY-AMT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "  BRANCH=" WS-TT-BRANCH(WS-TYPE-IDX)
                          " TYPE=" WS-TT-TYPE(WS-TYPE-IDX)
                          " COUNT=" WS-TT-COUNT(WS-TYPE-IDX)
                          " AMOUNT=" WS-DISPLAY-AMT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-REPORT-LINE
               PERFORM SUM-BRANCH-SUBTOTAL
           END-PERFORM
