      *>****************************************************
      *> ACH-RECORD layouts for ACHIN.DAT, the NACHA file the
      *> ACH operator delivers. Every record is 94 bytes and
      *> the first byte says which view applies:
      *>   1 file header      5 batch header
      *>   6 entry detail     7 addenda
      *>   8 batch control    9 file control
      *> Amounts are unsigned with two implied decimals. The
      *> entry hash is the sum of the 8-digit receiving DFI
      *> routing numbers, keeping the low ten digits. Numeric
      *> fields are left as they arrive; ACHINTK proves them
      *> NUMERIC before it trusts them.
      *>****************************************************
       01  ACH-RECORD.
           05 ACH-RECORD-TYPE     PIC X(01).
              88 ACH-FILE-HEADER  VALUE "1".
              88 ACH-BATCH-HEADER VALUE "5".
              88 ACH-ENTRY-DETAIL VALUE "6".
              88 ACH-ADDENDA      VALUE "7".
              88 ACH-BATCH-CONTROL VALUE "8".
              88 ACH-FILE-CONTROL VALUE "9".
           05 FILLER              PIC X(93).

       01  ACH-FILE-HEADER-REC.
           05 FILLER              PIC X(01).
           05 AFH-PRIORITY        PIC X(02).
           05 AFH-DESTINATION     PIC X(10).
           05 AFH-ORIGIN          PIC X(10).
           05 AFH-CREATE-DATE     PIC 9(06).
           05 AFH-CREATE-TIME     PIC 9(04).
           05 AFH-FILE-ID         PIC X(01).
           05 AFH-RECORD-SIZE     PIC X(03).
           05 AFH-BLOCKING        PIC X(02).
           05 AFH-FORMAT          PIC X(01).
           05 AFH-DEST-NAME       PIC X(23).
           05 AFH-ORIGIN-NAME     PIC X(23).
           05 AFH-REFERENCE       PIC X(08).

       01  ACH-BATCH-HEADER-REC.
           05 FILLER              PIC X(01).
           05 ABH-SERVICE-CLASS   PIC X(03).
           05 ABH-COMPANY-NAME    PIC X(16).
           05 ABH-DISCRETIONARY   PIC X(20).
           05 ABH-COMPANY-ID      PIC X(10).
           05 ABH-SEC-CODE        PIC X(03).
           05 ABH-ENTRY-DESC      PIC X(10).
           05 ABH-DESCRIPTIVE-DATE PIC X(06).
           05 ABH-EFFECTIVE-DATE  PIC 9(06).
           05 ABH-SETTLE-DATE     PIC X(03).
           05 ABH-ORIG-STATUS     PIC X(01).
           05 ABH-ORIG-DFI        PIC X(08).
           05 ABH-BATCH-NUMBER    PIC 9(07).

       01  ACH-ENTRY-REC.
           05 FILLER              PIC X(01).
           05 AED-TRAN-CODE       PIC X(02).
              88 AED-CREDIT       VALUE "22" "32".
              88 AED-DEBIT        VALUE "27" "37".
              88 AED-PRENOTE      VALUE "23" "28" "33" "38".
      *> The second digit of any transaction code says which
      *> side it is on: 1-4 credit, 6-9 debit.
           05 AED-TRAN-CODE-R REDEFINES AED-TRAN-CODE.
              10 FILLER           PIC X(01).
              10 AED-TRAN-SIDE    PIC X(01).
                 88 AED-DEBIT-SIDE VALUE "5" THRU "9".
           05 AED-RDFI            PIC 9(08).
           05 AED-CHECK-DIGIT     PIC X(01).
           05 AED-DFI-ACCOUNT     PIC X(17).
           05 AED-AMOUNT          PIC 9(08)V99.
           05 AED-INDIVIDUAL-ID   PIC X(15).
           05 AED-INDIVIDUAL-NAME PIC X(22).
           05 AED-DISCRETIONARY   PIC X(02).
           05 AED-ADDENDA-IND     PIC X(01).
           05 AED-TRACE-NUMBER    PIC X(15).

       01  ACH-ADDENDA-REC.
           05 FILLER              PIC X(01).
           05 AAD-TYPE-CODE       PIC X(02).
           05 AAD-PAYMENT-INFO    PIC X(80).
           05 AAD-SEQUENCE        PIC X(04).
           05 AAD-ENTRY-SEQUENCE  PIC X(07).

       01  ACH-BATCH-CONTROL-REC.
           05 FILLER              PIC X(01).
           05 ABC-SERVICE-CLASS   PIC X(03).
           05 ABC-ENTRY-COUNT     PIC 9(06).
           05 ABC-ENTRY-HASH      PIC 9(10).
           05 ABC-TOTAL-DEBIT     PIC 9(10)V99.
           05 ABC-TOTAL-CREDIT    PIC 9(10)V99.
           05 ABC-COMPANY-ID      PIC X(10).
           05 ABC-AUTH-CODE       PIC X(19).
           05 FILLER              PIC X(06).
           05 ABC-ORIG-DFI        PIC X(08).
           05 ABC-BATCH-NUMBER    PIC 9(07).

       01  ACH-FILE-CONTROL-REC.
           05 FILLER              PIC X(01).
           05 AFC-BATCH-COUNT     PIC 9(06).
           05 AFC-BLOCK-COUNT     PIC 9(06).
           05 AFC-ENTRY-COUNT     PIC 9(08).
           05 AFC-ENTRY-HASH      PIC 9(10).
           05 AFC-TOTAL-DEBIT     PIC 9(10)V99.
           05 AFC-TOTAL-CREDIT    PIC 9(10)V99.
           05 FILLER              PIC X(39).
