       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHINTK.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> ACH NACHA FILE INTAKE
      *> Reads the NACHA file the ACH operator delivers
      *> (ACHIN.DAT, see ACHREC.CPY) and turns its entries into
      *> a TRANS-RECORD batch the same way INTAKE does for the
      *> channel vendor: header, details, trailer on
      *> ACHTRAN.DAT, for ops to concatenate onto the day's
      *> TRANS.DAT ahead of TRANEDIT and TRANSACT.
      *>
      *> The file is read twice. The first pass proves the
      *> file's own controls: the record structure (file
      *> header, batches of header/entries/addenda/control,
      *> file control), each batch's entry/addenda count,
      *> entry hash and debit/credit totals against its batch
      *> control record, and the batch count, entry count,
      *> hash and totals against the file control record. A
      *> batch out of balance is held back whole; a file whose
      *> structure or file control does not prove is held back
      *> entirely. Nothing held back is posted or returned --
      *> it is reported for ops to take up with the ACH
      *> operator.
      *>
      *> The second pass maps the entries of every batch that
      *> proved. Checking and savings credits (22/32) map to a
      *> DP, debits (27/37) to a WD; prenotes carry no money
      *> and are only counted. An entry the bank cannot take is
      *> written to the outbound returns file (ACHRTN.DAT) as a
      *> NACHA return entry with a 99 addenda naming the
      *> reason:
      *>   R01 debit exceeds the available balance (balance
      *>       less active holds less the ACH debits already
      *>       accepted against it in this file)
      *>   R02 account closed
      *>   R03 account not on ACCOUNTS.DAT
      *>   R04 account number not a valid account number
      *>       (not numeric, or its check digit fails, see
      *>       ACCTSEQ.CPY)
      *>   R16 account dormant
      *> TR-TXN-IDs come from ACHSEQ.DAT in their own number
      *> range so they never collide with branch, channel or
      *> standing-instruction batches. ACHINTK.RPT is the
      *> control report: each batch's proof, every returned
      *> or rejected entry, and the file's control totals
      *> matched against what was accepted, returned and held
      *> back.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO "ACHIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "ACHTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT RETURN-FILE ASSIGN TO "ACHRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEQUENCE-FILE ASSIGN TO "ACHSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACHINTK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-NUMBER
               FILE STATUS IS WS-XRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FILE.
           COPY ACHREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  TRANS-OUT-FILE.
           COPY TRANSREC.

      *> The returns file is itself a NACHA file going back to
      *> the ACH operator. Headers are copied from the incoming
      *> file and adjusted; the entry is the original entry
      *> with a return transaction code and a new trace number,
      *> followed by the 99 return addenda.
       FD  RETURN-FILE.
       01  RETURN-RECORD          PIC X(94).

       01  RTN-FILE-HEADER-REC.
           05 FILLER              PIC X(03).
           05 RFH-DESTINATION     PIC X(10).
           05 RFH-ORIGIN          PIC X(10).
           05 RFH-CREATE-DATE     PIC 9(06).
           05 RFH-CREATE-TIME     PIC 9(04).
           05 FILLER              PIC X(07).
           05 RFH-DEST-NAME       PIC X(23).
           05 RFH-ORIGIN-NAME     PIC X(23).
           05 FILLER              PIC X(08).

       01  RTN-BATCH-HEADER-REC.
           05 FILLER              PIC X(01).
           05 RBH-SERVICE-CLASS   PIC X(03).
           05 FILLER              PIC X(75).
           05 RBH-ORIG-DFI        PIC X(08).
           05 RBH-BATCH-NUMBER    PIC 9(07).

       01  RTN-ENTRY-REC.
           05 FILLER              PIC X(01).
           05 RTE-TRAN-CODE       PIC 9(02).
           05 RTE-RDFI            PIC 9(08).
           05 RTE-CHECK-DIGIT     PIC 9(01).
           05 FILLER              PIC X(66).
           05 RTE-ADDENDA-IND     PIC X(01).
           05 RTE-TRACE-NUMBER.
              10 RTE-TRACE-RDFI   PIC 9(08).
              10 RTE-TRACE-SEQ    PIC 9(07).

       01  RTN-ADDENDA-REC.
           05 RTA-RECORD-TYPE     PIC X(01).
           05 RTA-TYPE-CODE       PIC X(02).
           05 RTA-REASON          PIC X(03).
           05 RTA-ORIG-TRACE      PIC X(15).
           05 RTA-DEATH-DATE      PIC X(06).
           05 RTA-ORIG-RDFI       PIC 9(08).
           05 RTA-INFO            PIC X(44).
           05 RTA-TRACE-NUMBER    PIC X(15).

       01  RTN-BATCH-CONTROL-REC.
           05 RBC-RECORD-TYPE     PIC X(01).
           05 RBC-SERVICE-CLASS   PIC X(03).
           05 RBC-ENTRY-COUNT     PIC 9(06).
           05 RBC-ENTRY-HASH      PIC 9(10).
           05 RBC-TOTAL-DEBIT     PIC 9(10)V99.
           05 RBC-TOTAL-CREDIT    PIC 9(10)V99.
           05 RBC-COMPANY-ID      PIC X(10).
           05 RBC-AUTH-CODE       PIC X(19).
           05 FILLER              PIC X(06).
           05 RBC-ORIG-DFI        PIC X(08).
           05 RBC-BATCH-NUMBER    PIC 9(07).

       01  RTN-FILE-CONTROL-REC.
           05 RFC-RECORD-TYPE     PIC X(01).
           05 RFC-BATCH-COUNT     PIC 9(06).
           05 RFC-BLOCK-COUNT     PIC 9(06).
           05 RFC-ENTRY-COUNT     PIC 9(08).
           05 RFC-ENTRY-HASH      PIC 9(10).
           05 RFC-TOTAL-DEBIT     PIC 9(10)V99.
           05 RFC-TOTAL-CREDIT    PIC 9(10)V99.
           05 RFC-RESERVED        PIC X(39).

       FD  SEQUENCE-FILE.
       01  SEQUENCE-LINE          PIC 9(10).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  XREF-FILE.
           COPY ACCTXREF.

       WORKING-STORAGE SECTION.
       01  WS-ACH-STATUS          PIC X(02).
       01  WS-RC-STATUS           PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-HOLD-STATUS         PIC X(02).
       01  WS-OUT-STATUS          PIC X(02).
       01  WS-SEQ-STATUS          PIC X(02).
       01  WS-EOF                 PIC X(01) VALUE "N".
           88 WS-AT-EOF           VALUE "Y".

       01  WS-BUSINESS-DATE       PIC 9(08).
       01  WS-CURRENT-DATE        PIC X(21).

      *> ACH TXN-IDs come from their own number range so they
      *> can never collide with branch-keyed batches, the
      *> standing-instruction range or the channel range;
      *> ACHSEQ.DAT carries the next id across runs.
       01  WS-NEXT-TXN-ID         PIC 9(10) VALUE 6000000000.
      *> The base of the range rides on the batch header
      *> (TB-SEQUENCE) so TRANEDIT can hold the batch's ids to
      *> it, and keep ids in any generated range out of branch
      *> batches.
       01  WS-TXN-ID-BASE         PIC 9(10) VALUE 6000000000.

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

      *> First-pass proof. The file is rejected on the first
      *> structural or file-control failure; WS-FILE-REASON
      *> names it for the report.
       01  WS-FILE-RESULT         PIC X(01) VALUE "Y".
           88 FILE-PROVED         VALUE "Y".
       01  WS-FILE-REASON         PIC X(30) VALUE SPACES.
       01  WS-HEADER-SEEN         PIC X(01) VALUE "N".
           88 FILE-HEADER-SEEN    VALUE "Y".
       01  WS-CONTROL-SEEN        PIC X(01) VALUE "N".
           88 FILE-CONTROL-SEEN   VALUE "Y".
       01  WS-IN-BATCH            PIC X(01) VALUE "N".
           88 BATCH-IS-OPEN       VALUE "Y".

      *> Running controls for the batch being proved and for
      *> the file. Hashes are summed wide and reduced to their
      *> low ten digits for the comparison, as the NACHA rules
      *> define them.
       01  WS-BATCH-PROOF.
           05 WS-BP-ENTRY-COUNT   PIC 9(07) VALUE 0.
           05 WS-BP-HASH          PIC 9(15) VALUE 0.
           05 WS-BP-DEBIT         PIC 9(11)V99 VALUE 0.
           05 WS-BP-CREDIT        PIC 9(11)V99 VALUE 0.
           05 WS-BP-REASON        PIC X(20) VALUE SPACES.

       01  WS-FILE-PROOF.
           05 WS-FP-BATCHES       PIC 9(07) VALUE 0.
           05 WS-FP-ENTRY-COUNT   PIC 9(09) VALUE 0.
           05 WS-FP-ENTRIES       PIC 9(07) VALUE 0.
           05 WS-FP-HASH          PIC 9(15) VALUE 0.
           05 WS-FP-DEBIT         PIC 9(11)V99 VALUE 0.
           05 WS-FP-CREDIT        PIC 9(11)V99 VALUE 0.
           05 WS-FP-RECORDS       PIC 9(09) VALUE 0.

       01  WS-HASH-WORK.
           05 WS-HASH-QUOTIENT    PIC 9(15).
           05 WS-HASH-10          PIC 9(10).

      *> Control totals from the file's own 9 record, kept for
      *> the report.
       01  WS-FILE-CONTROL.
           05 WS-FC-BATCHES       PIC 9(06) VALUE 0.
           05 WS-FC-BLOCKS        PIC 9(06) VALUE 0.
           05 WS-FC-ENTRY-COUNT   PIC 9(08) VALUE 0.
           05 WS-FC-HASH          PIC 9(10) VALUE 0.
           05 WS-FC-DEBIT         PIC 9(10)V99 VALUE 0.
           05 WS-FC-CREDIT        PIC 9(10)V99 VALUE 0.

      *> Saved file header, for the report and for building
      *> the returns file header.
       01  WS-SAVED-FILE-HEADER   VALUE SPACES.
           05 FILLER              PIC X(03).
           05 WSH-DESTINATION     PIC X(10).
           05 WSH-ORIGIN          PIC X(10).
           05 WSH-CREATE-DATE     PIC X(06).
           05 WSH-CREATE-TIME     PIC X(04).
           05 WSH-FILE-ID         PIC X(01).
           05 FILLER              PIC X(06).
           05 WSH-DEST-NAME       PIC X(23).
           05 WSH-ORIGIN-NAME     PIC X(23).
           05 FILLER              PIC X(08).
       01  WS-SAVED-BATCH-HEADER  PIC X(94) VALUE SPACES.

      *> One slot per batch in file order, filled by the proof
      *> pass and consulted by the posting pass. A file with
      *> more batches than the table holds is rejected rather
      *> than partly proved.
       01  WS-AB-TABLE.
           05 WS-AB-COUNT         PIC 9(04) VALUE 0.
           05 WS-AB-ENTRY OCCURS 500 TIMES.
              10 WS-AB-NUMBER     PIC 9(07).
              10 WS-AB-COMPANY    PIC X(16).
              10 WS-AB-SEC        PIC X(03).
              10 WS-AB-ENTRIES    PIC 9(07).
              10 WS-AB-DEBIT      PIC 9(11)V99.
              10 WS-AB-CREDIT     PIC 9(11)V99.
              10 WS-AB-RESULT     PIC X(01).
                 88 WS-AB-PROVED  VALUE "Y".
              10 WS-AB-REASON     PIC X(20).
       01  WS-AB-IDX              PIC 9(04) VALUE 0.

      *> ACH debits already accepted in this file, per account,
      *> so two debits against the same account are tested
      *> against what the first one leaves. TRANSACT re-tests
      *> available funds at posting, so an account that misses
      *> the table once it is full is still protected there.
       01  WS-AD-TABLE.
           05 WS-AD-COUNT         PIC 9(04) VALUE 0.
           05 WS-AD-ENTRY OCCURS 1000 TIMES
                                  INDEXED BY WS-AD-IDX.
              10 WS-AD-ACCT       PIC 9(10).
              10 WS-AD-AMOUNT     PIC S9(11)V99 COMP-3.
       01  WS-AD-DROPPED          PIC 9(05) VALUE 0.
       01  WS-AD-FOUND            PIC X(01).
           88 ACH-DEBITS-FOUND    VALUE "Y".
       01  WS-AD-PRIOR            PIC S9(11)V99 COMP-3.

       01  WS-HOLDS-OPEN          PIC X(01) VALUE "N".
           88 HOLDS-FILE-OPEN     VALUE "Y".
       01  WS-HOLD-EOF            PIC X(01).
           88 WS-HOLD-AT-EOF      VALUE "Y".
       01  WS-ACTIVE-HOLDS        PIC S9(11)V99 COMP-3.
       01  WS-AVAIL-BALANCE       PIC S9(11)V99 COMP-3.

      *> DFI account number as it arrives (left-justified
      *> text) and as a number once proved.
       01  WS-ACCT-LEAD           PIC 9(02).
       01  WS-ACCT-TEXT           PIC X(17).
       01  WS-ACCT-LEN            PIC 9(02).
       01  WS-ACCT-WIDE           PIC 9(17).
       01  WS-ENTRY-ACCT          PIC 9(10).

       01  WS-ENTRY-RESULT        PIC X(01).
           88 ENTRY-ACCEPTED      VALUE "A".
           88 ENTRY-RETURNED      VALUE "R".
           88 ENTRY-REJECTED      VALUE "X".
           88 ENTRY-PRENOTE       VALUE "P".
       01  WS-RETURN-CODE         PIC X(03).
       01  WS-RETURN-TEXT         PIC X(20).
       01  WS-EFFECTIVE-DATE      PIC 9(08).

      *> Returns file state. The file header goes out with the
      *> first return and a returns batch opens with the first
      *> return inside an incoming batch, so a clean file
      *> produces an empty returns file.
       01  WS-RTN-HEADER-DONE     PIC X(01) VALUE "N".
           88 RTN-HEADER-WRITTEN  VALUE "Y".
       01  WS-RTN-BATCH-OPEN      PIC X(01) VALUE "N".
           88 RTN-BATCH-IS-OPEN   VALUE "Y".
       01  WS-RTN-TRACE-SEQ       PIC 9(07) VALUE 0.
       01  WS-RTN-BATCH-NO        PIC 9(07) VALUE 0.
       01  WS-RTN-RDFI            PIC 9(08) VALUE 0.

      *> The return travels back to the originating bank, whose
      *> routing number leads the original trace number; the
      *> ninth digit is the ABA check digit over it (weights
      *> 3, 7, 1 repeating).
       01  WS-ODFI                PIC 9(08).
       01  WS-ODFI-DIGITS REDEFINES WS-ODFI.
           05 WS-ODFI-DIGIT       PIC 9(01) OCCURS 8 TIMES.
       01  WS-ODFI-CHECK          PIC 9(01).
       01  WS-CD-SUM              PIC 9(04).
       01  WS-CD-QUOTIENT         PIC 9(04).
       01  WS-CD-REMAINDER        PIC 9(01).
       01  WS-RTN-BATCH.
           05 WS-RB-COUNT         PIC 9(06) VALUE 0.
           05 WS-RB-HASH          PIC 9(15) VALUE 0.
           05 WS-RB-DEBIT         PIC 9(10)V99 VALUE 0.
           05 WS-RB-CREDIT        PIC 9(10)V99 VALUE 0.
       01  WS-RTN-FILE.
           05 WS-RF-BATCHES       PIC 9(06) VALUE 0.
           05 WS-RF-COUNT         PIC 9(08) VALUE 0.
           05 WS-RF-HASH          PIC 9(15) VALUE 0.
           05 WS-RF-DEBIT         PIC 9(10)V99 VALUE 0.
           05 WS-RF-CREDIT        PIC 9(10)V99 VALUE 0.
           05 WS-RF-RECORDS       PIC 9(09) VALUE 0.

       01  WS-COUNTERS.
           05 WS-ACCEPT-COUNT     PIC 9(07) VALUE 0.
           05 WS-ACCEPT-DEBIT     PIC 9(11)V99 VALUE 0.
           05 WS-ACCEPT-CREDIT    PIC 9(11)V99 VALUE 0.
           05 WS-RETURN-COUNT     PIC 9(07) VALUE 0.
           05 WS-RETURN-DEBIT     PIC 9(11)V99 VALUE 0.
           05 WS-RETURN-CREDIT    PIC 9(11)V99 VALUE 0.
           05 WS-HELD-COUNT       PIC 9(07) VALUE 0.
           05 WS-HELD-DEBIT       PIC 9(11)V99 VALUE 0.
           05 WS-HELD-CREDIT      PIC 9(11)V99 VALUE 0.
           05 WS-PRENOTE-COUNT    PIC 9(07) VALUE 0.

       01  WS-CHECK-COUNT         PIC 9(07).
       01  WS-CHECK-DEBIT         PIC 9(11)V99.
       01  WS-CHECK-CREDIT        PIC 9(11)V99.

       01  WS-DISP-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-DEBIT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-CREDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-COUNT          PIC Z,ZZZ,ZZ9.

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
           PERFORM LOAD-SEQUENCE
           PERFORM PROVE-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-BATCH-HEADER
           IF FILE-PROVED
               PERFORM POST-FILE
           ELSE
               MOVE WS-FP-ENTRIES TO WS-HELD-COUNT
               MOVE WS-FP-DEBIT   TO WS-HELD-DEBIT
               MOVE WS-FP-CREDIT  TO WS-HELD-CREDIT
           END-IF
           PERFORM WRITE-BATCH-TRAILER
           PERFORM FINISH-RETURNS-FILE
           PERFORM SAVE-SEQUENCE
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       GET-BUSINESS-DATE.
      *>     The batch is dated with the RUNCTL.DAT business
      *>     date, as INTAKE's is; the wall clock is only the
      *>     fallback when no business date has been set.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
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
           OPEN INPUT ACH-FILE
           IF WS-ACH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACH FILE: " WS-ACH-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           PERFORM OPEN-XREF
      *>     HOLDS.DAT may not exist yet; with no holds file the
      *>     available balance is the ledger balance.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF
           OPEN OUTPUT TRANS-OUT-FILE
           OPEN OUTPUT RETURN-FILE
           OPEN OUTPUT REPORT-FILE.

       LOAD-SEQUENCE.
      *>     ACHSEQ.DAT carries the next TXN-ID across runs; if
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

       READ-ACH.
           READ ACH-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

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

      *>****************************************************
      *> First pass: prove the file's structure and controls.
      *>****************************************************
       PROVE-FILE.
           MOVE "N" TO WS-EOF
           PERFORM READ-ACH
           PERFORM UNTIL WS-AT-EOF OR FILE-CONTROL-SEEN
               ADD 1 TO WS-FP-RECORDS
               EVALUATE TRUE
                   WHEN ACH-FILE-HEADER
                       PERFORM PROVE-FILE-HEADER
                   WHEN ACH-BATCH-HEADER
                       PERFORM PROVE-BATCH-HEADER
                   WHEN ACH-ENTRY-DETAIL
                       PERFORM PROVE-ENTRY
                   WHEN ACH-ADDENDA
                       IF NOT BATCH-IS-OPEN
                           PERFORM FAIL-STRUCTURE
                       ELSE
                           ADD 1 TO WS-BP-ENTRY-COUNT
                           ADD 1 TO WS-FP-ENTRY-COUNT
                       END-IF
                   WHEN ACH-BATCH-CONTROL
                       PERFORM PROVE-BATCH-CONTROL
                   WHEN ACH-FILE-CONTROL
                       PERFORM PROVE-FILE-CONTROL
                   WHEN OTHER
                       PERFORM FAIL-STRUCTURE
               END-EVALUATE
               IF NOT FILE-CONTROL-SEEN
                   PERFORM READ-ACH
               END-IF
           END-PERFORM
           IF NOT FILE-CONTROL-SEEN AND FILE-PROVED
               MOVE "N" TO WS-FILE-RESULT
               MOVE "FILE CONTROL MISSING" TO WS-FILE-REASON
           END-IF
      *>     Records after the file control may only be the
      *>     all-nines padding that fills out the last block.
           PERFORM READ-ACH
           PERFORM UNTIL WS-AT-EOF
               ADD 1 TO WS-FP-RECORDS
               IF ACH-RECORD NOT = ALL "9" AND FILE-PROVED
                   MOVE "N" TO WS-FILE-RESULT
                   MOVE "DATA AFTER FILE CONTROL" TO WS-FILE-REASON
               END-IF
               PERFORM READ-ACH
           END-PERFORM
           CLOSE ACH-FILE.

       FAIL-STRUCTURE.
           IF FILE-PROVED
               MOVE "N" TO WS-FILE-RESULT
               STRING "RECORD " WS-FP-RECORDS " OUT OF PLACE"
                      DELIMITED BY SIZE INTO WS-FILE-REASON
           END-IF.

       PROVE-FILE-HEADER.
           IF FILE-HEADER-SEEN OR WS-FP-RECORDS NOT = 1
               PERFORM FAIL-STRUCTURE
           ELSE
               MOVE "Y" TO WS-HEADER-SEEN
               MOVE ACH-RECORD TO WS-SAVED-FILE-HEADER
           END-IF.

       PROVE-BATCH-HEADER.
           IF NOT FILE-HEADER-SEEN OR BATCH-IS-OPEN
               PERFORM FAIL-STRUCTURE
           ELSE
               IF WS-AB-COUNT >= 500
                   IF FILE-PROVED
                       MOVE "N" TO WS-FILE-RESULT
                       MOVE "TOO MANY BATCHES" TO WS-FILE-REASON
                   END-IF
               ELSE
                   MOVE "Y" TO WS-IN-BATCH
                   ADD 1 TO WS-AB-COUNT
                   ADD 1 TO WS-FP-BATCHES
                   MOVE WS-AB-COUNT TO WS-AB-IDX
                   MOVE ABH-BATCH-NUMBER TO WS-AB-NUMBER(WS-AB-IDX)
                   MOVE ABH-COMPANY-NAME
                       TO WS-AB-COMPANY(WS-AB-IDX)
                   MOVE ABH-SEC-CODE     TO WS-AB-SEC(WS-AB-IDX)
                   MOVE 0 TO WS-BP-ENTRY-COUNT
                   MOVE 0 TO WS-BP-HASH
                   MOVE 0 TO WS-BP-DEBIT
                   MOVE 0 TO WS-BP-CREDIT
                   MOVE 0 TO WS-AB-ENTRIES(WS-AB-IDX)
                   MOVE SPACES TO WS-BP-REASON
               END-IF
           END-IF.

       PROVE-ENTRY.
      *>     An entry whose routing or amount is not numeric
      *>     cannot be summed, so its batch cannot prove.
           IF NOT BATCH-IS-OPEN
               PERFORM FAIL-STRUCTURE
           ELSE
               ADD 1 TO WS-BP-ENTRY-COUNT
               ADD 1 TO WS-FP-ENTRY-COUNT
               ADD 1 TO WS-FP-ENTRIES
               ADD 1 TO WS-AB-ENTRIES(WS-AB-IDX)
               IF AED-RDFI NOT NUMERIC OR AED-AMOUNT NOT NUMERIC
                   IF WS-BP-REASON = SPACES
                       MOVE "ENTRY NOT NUMERIC" TO WS-BP-REASON
                   END-IF
               ELSE
                   ADD AED-RDFI TO WS-BP-HASH
                   ADD AED-RDFI TO WS-FP-HASH
                   IF AED-DEBIT-SIDE
                       ADD AED-AMOUNT TO WS-BP-DEBIT
                       ADD AED-AMOUNT TO WS-FP-DEBIT
                   ELSE
                       ADD AED-AMOUNT TO WS-BP-CREDIT
                       ADD AED-AMOUNT TO WS-FP-CREDIT
                   END-IF
               END-IF
           END-IF.

       PROVE-BATCH-CONTROL.
           IF NOT BATCH-IS-OPEN
               PERFORM FAIL-STRUCTURE
           ELSE
               MOVE "N" TO WS-IN-BATCH
               MOVE WS-BP-DEBIT  TO WS-AB-DEBIT(WS-AB-IDX)
               MOVE WS-BP-CREDIT TO WS-AB-CREDIT(WS-AB-IDX)
               DIVIDE WS-BP-HASH BY 10000000000
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-10
               EVALUATE TRUE
                   WHEN WS-BP-REASON NOT = SPACES
                       CONTINUE
                   WHEN ABC-ENTRY-COUNT NOT NUMERIC
                     OR ABC-ENTRY-HASH NOT NUMERIC
                     OR ABC-TOTAL-DEBIT NOT NUMERIC
                     OR ABC-TOTAL-CREDIT NOT NUMERIC
                       MOVE "CONTROL NOT NUMERIC" TO WS-BP-REASON
                   WHEN ABC-BATCH-NUMBER NOT =
                        WS-AB-NUMBER(WS-AB-IDX)
                       MOVE "BATCH NUMBER MISMATCH" TO WS-BP-REASON
                   WHEN ABC-ENTRY-COUNT NOT = WS-BP-ENTRY-COUNT
                       MOVE "ENTRY COUNT MISMATCH" TO WS-BP-REASON
                   WHEN ABC-ENTRY-HASH NOT = WS-HASH-10
                       MOVE "ENTRY HASH MISMATCH" TO WS-BP-REASON
                   WHEN ABC-TOTAL-DEBIT NOT = WS-BP-DEBIT
                       MOVE "DEBIT TOTAL MISMATCH" TO WS-BP-REASON
                   WHEN ABC-TOTAL-CREDIT NOT = WS-BP-CREDIT
                       MOVE "CREDIT TOTAL MISMATCH" TO WS-BP-REASON
               END-EVALUATE
               IF WS-BP-REASON = SPACES
                   MOVE "Y" TO WS-AB-RESULT(WS-AB-IDX)
               ELSE
                   MOVE "N" TO WS-AB-RESULT(WS-AB-IDX)
               END-IF
               MOVE WS-BP-REASON TO WS-AB-REASON(WS-AB-IDX)
           END-IF.

       PROVE-FILE-CONTROL.
           MOVE "Y" TO WS-CONTROL-SEEN
           IF NOT FILE-HEADER-SEEN OR BATCH-IS-OPEN
               PERFORM FAIL-STRUCTURE
           END-IF
           IF FILE-PROVED
               IF AFC-BATCH-COUNT NOT NUMERIC
                   OR AFC-BLOCK-COUNT NOT NUMERIC
                   OR AFC-ENTRY-COUNT NOT NUMERIC
                   OR AFC-ENTRY-HASH NOT NUMERIC
                   OR AFC-TOTAL-DEBIT NOT NUMERIC
                   OR AFC-TOTAL-CREDIT NOT NUMERIC
                   MOVE "N" TO WS-FILE-RESULT
                   MOVE "FILE CONTROL NOT NUMERIC" TO WS-FILE-REASON
               ELSE
                   MOVE AFC-BATCH-COUNT  TO WS-FC-BATCHES
                   MOVE AFC-BLOCK-COUNT  TO WS-FC-BLOCKS
                   MOVE AFC-ENTRY-COUNT  TO WS-FC-ENTRY-COUNT
                   MOVE AFC-ENTRY-HASH   TO WS-FC-HASH
                   MOVE AFC-TOTAL-DEBIT  TO WS-FC-DEBIT
                   MOVE AFC-TOTAL-CREDIT TO WS-FC-CREDIT
                   DIVIDE WS-FP-HASH BY 10000000000
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-10
                   EVALUATE TRUE
                       WHEN WS-FC-BATCHES NOT = WS-FP-BATCHES
                           MOVE "N" TO WS-FILE-RESULT
                           MOVE "FILE BATCH COUNT MISMATCH"
                               TO WS-FILE-REASON
                       WHEN WS-FC-ENTRY-COUNT NOT = WS-FP-ENTRY-COUNT
                           MOVE "N" TO WS-FILE-RESULT
                           MOVE "FILE ENTRY COUNT MISMATCH"
                               TO WS-FILE-REASON
                       WHEN WS-FC-HASH NOT = WS-HASH-10
                           MOVE "N" TO WS-FILE-RESULT
                           MOVE "FILE ENTRY HASH MISMATCH"
                               TO WS-FILE-REASON
                       WHEN WS-FC-DEBIT NOT = WS-FP-DEBIT
                           MOVE "N" TO WS-FILE-RESULT
                           MOVE "FILE DEBIT TOTAL MISMATCH"
                               TO WS-FILE-REASON
                       WHEN WS-FC-CREDIT NOT = WS-FP-CREDIT
                           MOVE "N" TO WS-FILE-RESULT
                           MOVE "FILE CREDIT TOTAL MISMATCH"
                               TO WS-FILE-REASON
                   END-EVALUATE
               END-IF
           END-IF.

      *>****************************************************
      *> Second pass: map the entries of every proved batch.
      *>****************************************************
       POST-FILE.
           OPEN INPUT ACH-FILE
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-AB-IDX
           PERFORM READ-ACH
           PERFORM UNTIL WS-AT-EOF OR ACH-FILE-CONTROL
               EVALUATE TRUE
                   WHEN ACH-BATCH-HEADER
                       ADD 1 TO WS-AB-IDX
                       MOVE ACH-RECORD TO WS-SAVED-BATCH-HEADER
                       PERFORM SET-EFFECTIVE-DATE
                       PERFORM WRITE-BATCH-PROOF-LINE
                   WHEN ACH-ENTRY-DETAIL
                       IF WS-AB-PROVED(WS-AB-IDX)
                           PERFORM PROCESS-ENTRY
                       ELSE
                           PERFORM HOLD-BACK-ENTRY
                       END-IF
                   WHEN ACH-BATCH-CONTROL
                       IF RTN-BATCH-IS-OPEN
                           PERFORM CLOSE-RETURN-BATCH
                       END-IF
               END-EVALUATE
               PERFORM READ-ACH
           END-PERFORM
           CLOSE ACH-FILE.

       SET-EFFECTIVE-DATE.
      *>     Entries post on the batch's effective entry date
      *>     when it is still ahead of the business date, and on
      *>     the business date otherwise -- a file that arrives
      *>     after its effective date must not back-date lines
      *>     into a day that has already been sealed.
           MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           IF ABH-EFFECTIVE-DATE IS NUMERIC
               AND ABH-EFFECTIVE-DATE > 0
               COMPUTE WS-EFFECTIVE-DATE =
                   20000000 + ABH-EFFECTIVE-DATE
               IF WS-EFFECTIVE-DATE < WS-BUSINESS-DATE
                   MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.

       HOLD-BACK-ENTRY.
           ADD 1 TO WS-HELD-COUNT
           IF AED-AMOUNT IS NUMERIC
               IF AED-DEBIT-SIDE
                   ADD AED-AMOUNT TO WS-HELD-DEBIT
               ELSE
                   ADD AED-AMOUNT TO WS-HELD-CREDIT
               END-IF
           END-IF.

       PROCESS-ENTRY.
           MOVE SPACES TO WS-RETURN-CODE
           MOVE SPACES TO WS-RETURN-TEXT
           EVALUATE TRUE
               WHEN AED-PRENOTE
                   MOVE "P" TO WS-ENTRY-RESULT
               WHEN AED-CREDIT OR AED-DEBIT
                   PERFORM VALIDATE-ENTRY
               WHEN OTHER
                   MOVE "X" TO WS-ENTRY-RESULT
                   MOVE "UNSUPPORTED TRAN CODE" TO WS-RETURN-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN ENTRY-ACCEPTED
                   PERFORM EMIT-TRANSACTION
               WHEN ENTRY-RETURNED
                   PERFORM RETURN-ENTRY
               WHEN ENTRY-PRENOTE
                   ADD 1 TO WS-PRENOTE-COUNT
               WHEN ENTRY-REJECTED
                   PERFORM HOLD-BACK-ENTRY
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE.

       VALIDATE-ENTRY.
      *>     The first failed test names the return reason.
           MOVE "A" TO WS-ENTRY-RESULT
           PERFORM PARSE-DFI-ACCOUNT
           IF ENTRY-ACCEPTED
               MOVE WS-ENTRY-ACCT TO WS-ACD-NUMBER
               PERFORM CHECK-ACCOUNT-NUMBER
               IF NOT ACCT-NUMBER-OK
                   MOVE "R"   TO WS-ENTRY-RESULT
                   MOVE "R04" TO WS-RETURN-CODE
                   MOVE "BAD CHECK DIGIT" TO WS-RETURN-TEXT
               END-IF
           END-IF
           IF ENTRY-ACCEPTED
               MOVE WS-ENTRY-ACCT TO ACC-NUMBER
               READ ACCOUNT-FILE
               EVALUATE TRUE
                   WHEN WS-ACCT-STATUS NOT = "00"
                       MOVE "R"   TO WS-ENTRY-RESULT
                       MOVE "R03" TO WS-RETURN-CODE
                       MOVE "NO ACCOUNT" TO WS-RETURN-TEXT
                   WHEN ACC-CLOSED
                       MOVE "R"   TO WS-ENTRY-RESULT
                       MOVE "R02" TO WS-RETURN-CODE
                       MOVE "ACCOUNT CLOSED" TO WS-RETURN-TEXT
                   WHEN ACC-DORMANT
                       MOVE "R"   TO WS-ENTRY-RESULT
                       MOVE "R16" TO WS-RETURN-CODE
                       MOVE "ACCOUNT DORMANT" TO WS-RETURN-TEXT
                   WHEN AED-DEBIT
                       PERFORM CHECK-AVAILABLE-FUNDS
               END-EVALUATE
           END-IF.

       PARSE-DFI-ACCOUNT.
      *>     The DFI account field is 17 characters of text. It
      *>     must hold one run of digits, optionally surrounded
      *>     by spaces, whose value fits an account number.
           MOVE 0      TO WS-ACCT-LEAD
           MOVE 0      TO WS-ACCT-LEN
           MOVE SPACES TO WS-ACCT-TEXT
           INSPECT AED-DFI-ACCOUNT
               TALLYING WS-ACCT-LEAD FOR LEADING SPACES
           IF WS-ACCT-LEAD < 17
               UNSTRING AED-DFI-ACCOUNT(WS-ACCT-LEAD + 1:)
                   DELIMITED BY SPACE
                   INTO WS-ACCT-TEXT COUNT IN WS-ACCT-LEN
               END-UNSTRING
           END-IF
           IF WS-ACCT-LEN = 0
               MOVE "R" TO WS-ENTRY-RESULT
           ELSE
               IF WS-ACCT-LEAD + WS-ACCT-LEN < 17
                   IF AED-DFI-ACCOUNT(WS-ACCT-LEAD + WS-ACCT-LEN + 1:)
                       NOT = SPACES
                       MOVE "R" TO WS-ENTRY-RESULT
                   END-IF
               END-IF
               IF WS-ACCT-TEXT(1:WS-ACCT-LEN) NOT NUMERIC
                   MOVE "R" TO WS-ENTRY-RESULT
               END-IF
               IF ENTRY-ACCEPTED
                   MOVE WS-ACCT-TEXT(1:WS-ACCT-LEN) TO WS-ACCT-WIDE
                   IF WS-ACCT-WIDE > 9999999999
                       OR WS-ACCT-WIDE = 0
                       MOVE "R" TO WS-ENTRY-RESULT
                   ELSE
                       MOVE WS-ACCT-WIDE TO WS-ENTRY-ACCT
                   END-IF
               END-IF
           END-IF
           IF ENTRY-RETURNED
               MOVE "R04" TO WS-RETURN-CODE
               MOVE "INVALID ACCOUNT NO" TO WS-RETURN-TEXT
           END-IF.

       CHECK-AVAILABLE-FUNDS.
      *>     Available funds are the balance less active holds
      *>     less the ACH debits this file has already accepted
      *>     against the account. An ACH debit never draws on
      *>     the overdraft limit.
           PERFORM SUM-ACTIVE-HOLDS
           PERFORM FIND-ACH-DEBITS
           COMPUTE WS-AVAIL-BALANCE =
               ACC-BALANCE - WS-ACTIVE-HOLDS - WS-AD-PRIOR
           IF WS-AVAIL-BALANCE < AED-AMOUNT
               MOVE "R"   TO WS-ENTRY-RESULT
               MOVE "R01" TO WS-RETURN-CODE
               MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-TEXT
           END-IF.

       SUM-ACTIVE-HOLDS.
      *>     Totals the active, unexpired holds against the
      *>     account; the composite key clusters an account's
      *>     holds, so a keyed START at hold id 0 walks just
      *>     that account's records.
           MOVE 0 TO WS-ACTIVE-HOLDS
           IF HOLDS-FILE-OPEN
               MOVE WS-ENTRY-ACCT TO HLD-ACCT
               MOVE 0             TO HLD-ID
               START HOLDS-FILE KEY IS >= HLD-KEY
                   INVALID KEY MOVE "10" TO WS-HOLD-STATUS
               END-START
               MOVE "N" TO WS-HOLD-EOF
               IF WS-HOLD-STATUS NOT = "00"
                   MOVE "Y" TO WS-HOLD-EOF
               END-IF
               PERFORM UNTIL WS-HOLD-AT-EOF
                   READ HOLDS-FILE NEXT
                       AT END MOVE "Y" TO WS-HOLD-EOF
                       NOT AT END
                           IF HLD-ACCT NOT = WS-ENTRY-ACCT
                               MOVE "Y" TO WS-HOLD-EOF
                           ELSE
                               IF HLD-ACTIVE
                                   AND (HLD-EXPIRY-DATE = 0
                                   OR HLD-EXPIRY-DATE >=
                                      WS-BUSINESS-DATE)
                                   ADD HLD-AMOUNT TO WS-ACTIVE-HOLDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HOLD-STATUS
           END-IF.

       FIND-ACH-DEBITS.
           MOVE 0   TO WS-AD-PRIOR
           MOVE "N" TO WS-AD-FOUND
           IF WS-AD-COUNT > 0
               SET WS-AD-IDX TO 1
               SEARCH WS-AD-ENTRY
                   AT END CONTINUE
                   WHEN WS-AD-IDX > WS-AD-COUNT
                       CONTINUE
                   WHEN WS-AD-ACCT(WS-AD-IDX) = WS-ENTRY-ACCT
                       MOVE "Y" TO WS-AD-FOUND
                       MOVE WS-AD-AMOUNT(WS-AD-IDX) TO WS-AD-PRIOR
               END-SEARCH
           END-IF.

       NOTE-ACH-DEBIT.
      *>     FIND-ACH-DEBITS has just run for this account and
      *>     left WS-AD-IDX on its slot when it found one.
           IF ACH-DEBITS-FOUND
               ADD AED-AMOUNT TO WS-AD-AMOUNT(WS-AD-IDX)
           ELSE
               IF WS-AD-COUNT < 1000
                   ADD 1 TO WS-AD-COUNT
                   SET WS-AD-IDX TO WS-AD-COUNT
                   MOVE WS-ENTRY-ACCT TO WS-AD-ACCT(WS-AD-IDX)
                   MOVE AED-AMOUNT    TO WS-AD-AMOUNT(WS-AD-IDX)
               ELSE
                   ADD 1 TO WS-AD-DROPPED
               END-IF
           END-IF.

       EMIT-TRANSACTION.
           MOVE WS-NEXT-TXN-ID TO TR-TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           IF AED-CREDIT
               MOVE "DP"          TO TR-TYPE
               MOVE 0             TO TR-FROM-ACCT
               MOVE WS-ENTRY-ACCT TO TR-TO-ACCT
               ADD AED-AMOUNT     TO WS-ACCEPT-CREDIT
           ELSE
               MOVE "WD"          TO TR-TYPE
               MOVE WS-ENTRY-ACCT TO TR-FROM-ACCT
               MOVE 0             TO TR-TO-ACCT
               ADD AED-AMOUNT     TO WS-ACCEPT-DEBIT
               PERFORM NOTE-ACH-DEBIT
           END-IF
           MOVE AED-AMOUNT        TO TR-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO TR-TIMESTAMP(1:8)
           MOVE 0                 TO TR-TIMESTAMP(9:6)
           MOVE 0                 TO TR-CHECK-NO
           WRITE TRANS-RECORD
           ADD 1         TO WS-OUT-DETAILS
           ADD TR-AMOUNT TO WS-OUT-HASH
           ADD 1         TO WS-ACCEPT-COUNT.

      *>****************************************************
      *> Outbound returns file.
      *>****************************************************
       RETURN-ENTRY.
           IF NOT RTN-HEADER-WRITTEN
               PERFORM WRITE-RETURN-FILE-HEADER
           END-IF
           IF NOT RTN-BATCH-IS-OPEN
               PERFORM OPEN-RETURN-BATCH
           END-IF
      *>     The return entry is the original with the return
      *>     transaction code (one below the original: 22 goes
      *>     back as 21, 27 as 26), addressed to the originating
      *>     bank, with the addenda indicator set and a trace
      *>     number of our own.
           PERFORM SET-ORIGINATING-DFI
           ADD 1 TO WS-RTN-TRACE-SEQ
           MOVE ACH-ENTRY-REC TO RTN-ENTRY-REC
           MOVE AED-TRAN-CODE TO RTE-TRAN-CODE
           SUBTRACT 1 FROM RTE-TRAN-CODE
           MOVE WS-ODFI       TO RTE-RDFI
           MOVE WS-ODFI-CHECK TO RTE-CHECK-DIGIT
           MOVE "1"              TO RTE-ADDENDA-IND
           MOVE AED-RDFI         TO RTE-TRACE-RDFI
           MOVE WS-RTN-TRACE-SEQ TO RTE-TRACE-SEQ
           WRITE RTN-ENTRY-REC
           MOVE SPACES           TO RTN-ADDENDA-REC
           MOVE "7"              TO RTA-RECORD-TYPE
           MOVE "99"             TO RTA-TYPE-CODE
           MOVE WS-RETURN-CODE   TO RTA-REASON
           MOVE AED-TRACE-NUMBER TO RTA-ORIG-TRACE
           MOVE AED-RDFI         TO RTA-ORIG-RDFI
           MOVE WS-RETURN-TEXT   TO RTA-INFO
           MOVE RTE-TRACE-NUMBER TO RTA-TRACE-NUMBER
           WRITE RTN-ADDENDA-REC
           ADD 2       TO WS-RB-COUNT
           ADD WS-ODFI TO WS-RB-HASH
           ADD 2       TO WS-RF-RECORDS
           ADD 1       TO WS-RETURN-COUNT
           IF AED-DEBIT-SIDE
               ADD AED-AMOUNT TO WS-RB-DEBIT
               ADD AED-AMOUNT TO WS-RETURN-DEBIT
           ELSE
               ADD AED-AMOUNT TO WS-RB-CREDIT
               ADD AED-AMOUNT TO WS-RETURN-CREDIT
           END-IF
           PERFORM WRITE-EXCEPTION-LINE.

       SET-ORIGINATING-DFI.
           MOVE 0 TO WS-ODFI
           IF AED-TRACE-NUMBER(1:8) IS NUMERIC
               MOVE AED-TRACE-NUMBER(1:8) TO WS-ODFI
           END-IF
           COMPUTE WS-CD-SUM =
               3 * WS-ODFI-DIGIT(1) + 7 * WS-ODFI-DIGIT(2)
                 + WS-ODFI-DIGIT(3) + 3 * WS-ODFI-DIGIT(4)
                 + 7 * WS-ODFI-DIGIT(5) + WS-ODFI-DIGIT(6)
                 + 3 * WS-ODFI-DIGIT(7) + 7 * WS-ODFI-DIGIT(8)
           DIVIDE WS-CD-SUM BY 10
               GIVING WS-CD-QUOTIENT REMAINDER WS-CD-REMAINDER
           IF WS-CD-REMAINDER = 0
               MOVE 0 TO WS-ODFI-CHECK
           ELSE
               COMPUTE WS-ODFI-CHECK = 10 - WS-CD-REMAINDER
           END-IF.

       WRITE-RETURN-FILE-HEADER.
      *>     The returns file goes back the way the original
      *>     came, so destination and origin swap.
           MOVE "Y" TO WS-RTN-HEADER-DONE
           MOVE WS-SAVED-FILE-HEADER TO RTN-FILE-HEADER-REC
           MOVE WSH-ORIGIN       TO RFH-DESTINATION
           MOVE WSH-DESTINATION  TO RFH-ORIGIN
           MOVE WSH-ORIGIN-NAME  TO RFH-DEST-NAME
           MOVE WSH-DEST-NAME    TO RFH-ORIGIN-NAME
           MOVE WS-BUSINESS-DATE(3:6) TO RFH-CREATE-DATE
           MOVE WS-CURRENT-DATE(9:4)  TO RFH-CREATE-TIME
           WRITE RTN-FILE-HEADER-REC
           ADD 1 TO WS-RF-RECORDS.

       OPEN-RETURN-BATCH.
           MOVE "Y" TO WS-RTN-BATCH-OPEN
           ADD 1 TO WS-RTN-BATCH-NO
           ADD 1 TO WS-RF-BATCHES
           MOVE 0 TO WS-RB-COUNT
           MOVE 0 TO WS-RB-HASH
           MOVE 0 TO WS-RB-DEBIT
           MOVE 0 TO WS-RB-CREDIT
           MOVE AED-RDFI TO WS-RTN-RDFI
           MOVE WS-SAVED-BATCH-HEADER TO RTN-BATCH-HEADER-REC
           MOVE "200"           TO RBH-SERVICE-CLASS
           MOVE AED-RDFI        TO RBH-ORIG-DFI
           MOVE WS-RTN-BATCH-NO TO RBH-BATCH-NUMBER
           WRITE RTN-BATCH-HEADER-REC
           ADD 1 TO WS-RF-RECORDS.

       CLOSE-RETURN-BATCH.
           MOVE "N" TO WS-RTN-BATCH-OPEN
           MOVE SPACES TO RTN-BATCH-CONTROL-REC
           MOVE WS-SAVED-BATCH-HEADER(41:10) TO RBC-COMPANY-ID
           MOVE "8"             TO RBC-RECORD-TYPE
           MOVE "200"           TO RBC-SERVICE-CLASS
           MOVE WS-RB-COUNT     TO RBC-ENTRY-COUNT
           DIVIDE WS-RB-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-10
           MOVE WS-HASH-10      TO RBC-ENTRY-HASH
           MOVE WS-RB-DEBIT     TO RBC-TOTAL-DEBIT
           MOVE WS-RB-CREDIT    TO RBC-TOTAL-CREDIT
           MOVE SPACES          TO RBC-AUTH-CODE
           MOVE WS-RTN-RDFI     TO RBC-ORIG-DFI
           MOVE WS-RTN-BATCH-NO TO RBC-BATCH-NUMBER
           WRITE RTN-BATCH-CONTROL-REC
           ADD 1 TO WS-RF-RECORDS
           ADD WS-RB-COUNT  TO WS-RF-COUNT
           ADD WS-RB-HASH   TO WS-RF-HASH
           ADD WS-RB-DEBIT  TO WS-RF-DEBIT
           ADD WS-RB-CREDIT TO WS-RF-CREDIT.

       FINISH-RETURNS-FILE.
           IF RTN-BATCH-IS-OPEN
               PERFORM CLOSE-RETURN-BATCH
           END-IF
           IF RTN-HEADER-WRITTEN
               ADD 1 TO WS-RF-RECORDS
               MOVE SPACES         TO RTN-FILE-CONTROL-REC
               MOVE "9"            TO RFC-RECORD-TYPE
               MOVE WS-RF-BATCHES  TO RFC-BATCH-COUNT
               DIVIDE WS-RF-RECORDS BY 10
                   GIVING RFC-BLOCK-COUNT REMAINDER WS-HASH-10
               IF WS-HASH-10 > 0
                   ADD 1 TO RFC-BLOCK-COUNT
               END-IF
               MOVE WS-RF-COUNT    TO RFC-ENTRY-COUNT
               DIVIDE WS-RF-HASH BY 10000000000
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-10
               MOVE WS-HASH-10     TO RFC-ENTRY-HASH
               MOVE WS-RF-DEBIT    TO RFC-TOTAL-DEBIT
               MOVE WS-RF-CREDIT   TO RFC-TOTAL-CREDIT
               WRITE RTN-FILE-CONTROL-REC
           END-IF.

      *>****************************************************
      *> Control report.
      *>****************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACH INTAKE CONTROL REPORT   BUSINESS DATE: "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FILE FROM: " WSH-ORIGIN-NAME
                  " CREATED: " WSH-CREATE-DATE " " WSH-CREATE-TIME
                  " ID: " WSH-FILE-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF FILE-PROVED
               MOVE "FILE CONTROLS PROVED" TO WS-REPORT-LINE
           ELSE
               STRING "FILE REJECTED -- NOTHING POSTED: "
                      WS-FILE-REASON
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BATCH-PROOF-LINE.
           MOVE WS-AB-DEBIT(WS-AB-IDX)  TO WS-DISP-DEBIT
           MOVE WS-AB-CREDIT(WS-AB-IDX) TO WS-DISP-CREDIT
           MOVE WS-AB-ENTRIES(WS-AB-IDX) TO WS-DISP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BATCH " WS-AB-NUMBER(WS-AB-IDX)
                  " " WS-AB-COMPANY(WS-AB-IDX)
                  " " WS-AB-SEC(WS-AB-IDX)
                  " ENTRIES " WS-DISP-COUNT
                  " DR " WS-DISP-DEBIT
                  " CR " WS-DISP-CREDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-AB-PROVED(WS-AB-IDX)
               MOVE "PROVED" TO WS-REPORT-LINE(100:6)
           ELSE
               STRING "HELD: " WS-AB-REASON(WS-AB-IDX)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE(100:26)
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE AED-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF ENTRY-RETURNED
               STRING "  RETURNED " WS-RETURN-CODE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "  HELD BACK" TO WS-REPORT-LINE
           END-IF
           STRING "TRACE " AED-TRACE-NUMBER
                  " CODE " AED-TRAN-CODE
                  " ACCT " AED-DFI-ACCOUNT
                  " " WS-DISP-AMOUNT
                  " " WS-RETURN-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE(17:)
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES           TO WS-REPORT-LINE
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE(1:14)
           MOVE "ENTRIES"        TO WS-REPORT-LINE(32:7)
           MOVE "DEBITS"         TO WS-REPORT-LINE(52:6)
           MOVE "CREDITS"        TO WS-REPORT-LINE(70:7)
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-FP-ENTRIES TO WS-DISP-COUNT
           MOVE WS-FC-DEBIT   TO WS-DISP-DEBIT
           MOVE WS-FC-CREDIT  TO WS-DISP-CREDIT
           IF NOT FILE-PROVED
               MOVE WS-FP-DEBIT  TO WS-DISP-DEBIT
               MOVE WS-FP-CREDIT TO WS-DISP-CREDIT
           END-IF
           MOVE "  PER ACH FILE" TO WS-REPORT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-ACCEPT-COUNT  TO WS-DISP-COUNT
           MOVE WS-ACCEPT-DEBIT  TO WS-DISP-DEBIT
           MOVE WS-ACCEPT-CREDIT TO WS-DISP-CREDIT
           MOVE "  ACCEPTED" TO WS-REPORT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-RETURN-COUNT  TO WS-DISP-COUNT
           MOVE WS-RETURN-DEBIT  TO WS-DISP-DEBIT
           MOVE WS-RETURN-CREDIT TO WS-DISP-CREDIT
           MOVE "  RETURNED" TO WS-REPORT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-HELD-COUNT    TO WS-DISP-COUNT
           MOVE WS-HELD-DEBIT    TO WS-DISP-DEBIT
           MOVE WS-HELD-CREDIT   TO WS-DISP-CREDIT
           MOVE "  HELD BACK" TO WS-REPORT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-PRENOTE-COUNT TO WS-DISP-COUNT
           MOVE 0 TO WS-DISP-DEBIT
           MOVE 0 TO WS-DISP-CREDIT
           MOVE "  PRENOTES" TO WS-REPORT-LINE
           PERFORM WRITE-TOTAL-LINE
      *>     Every entry in the file must be accounted for as
      *>     accepted, returned, held back or a prenote, and the
      *>     money as accepted, returned or held back.
           COMPUTE WS-CHECK-COUNT = WS-ACCEPT-COUNT
               + WS-RETURN-COUNT + WS-HELD-COUNT + WS-PRENOTE-COUNT
           COMPUTE WS-CHECK-DEBIT = WS-ACCEPT-DEBIT
               + WS-RETURN-DEBIT + WS-HELD-DEBIT
           COMPUTE WS-CHECK-CREDIT = WS-ACCEPT-CREDIT
               + WS-RETURN-CREDIT + WS-HELD-CREDIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CHECK-COUNT = WS-FP-ENTRIES
               AND WS-CHECK-DEBIT = WS-FP-DEBIT
               AND WS-CHECK-CREDIT = WS-FP-CREDIT
               MOVE "FILE TOTALS AGREE WITH ACCEPTED+RETURNED+HELD"
                   TO REPORT-LINE
           ELSE
               MOVE "*** FILE TOTALS DO NOT AGREE -- INVESTIGATE ***"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-AD-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACH DEBIT TABLE FULL; ACCOUNTS NOT TRACKED: "
                      WS-AD-DROPPED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           DISPLAY "ACHINTK: ACCEPTED " WS-ACCEPT-COUNT
                   " RETURNED " WS-RETURN-COUNT
                   " HELD BACK " WS-HELD-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-DISP-COUNT  TO WS-REPORT-LINE(30:9)
           MOVE WS-DISP-DEBIT  TO WS-REPORT-LINE(42:16)
           MOVE WS-DISP-CREDIT TO WS-REPORT-LINE(61:16)
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           IF XREF-FILE-OPEN
               CLOSE XREF-FILE
           END-IF
           IF HOLDS-FILE-OPEN
               CLOSE HOLDS-FILE
           END-IF
           CLOSE TRANS-OUT-FILE
           CLOSE RETURN-FILE
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
