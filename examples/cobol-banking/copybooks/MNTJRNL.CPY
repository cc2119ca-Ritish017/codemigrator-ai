      *>****************************************************
      *> JOURNAL-RECORD layout for MNTJRNL.DAT, the shared
      *> maintenance journal. Every maintenance program that
      *> adds or changes a master record appends one record
      *> here carrying the record as it stood before the
      *> change and as it stood after, so what any record
      *> looked like on a past date can be answered from the
      *> journal (JRNLINQ). The file is appended to in the
      *> order the changes were made, so it is in time order.
      *> The images are the master records byte for byte
      *> (packed amounts included), which is why the file is
      *> record sequential rather than line sequential.
      *>
      *> Action A is a record added (blank before-image), C a
      *> record changed, D a record removed (blank
      *> after-image). On a change JNL-CHANGED carries "Y" in
      *> the position of every field that differs between the
      *> two images; on an add or removal it is blank.
      *> ACCTPURG journals every master record it purges as a
      *> removal, so a purged account's owners, holds, stops,
      *> instructions and links can still be read back here.
      *> Positions by file:
      *>   CUSTOMER  1 name     2 addr 1   3 addr 2   4 city
      *>             5 state    6 zip      7 phone    8 tax id
      *>             9 status
      *>   ACCOUNTS  1 customer 2 holder name         3 type
      *>             4 balance  5 status   6 branch
      *>   OWNERS    1 role     2 status
      *>   STANDING  1 from     2 to       3 amount
      *>             4 frequency           5 next due
      *>             6 expiry   7 status   8 holiday rule
      *>   STOPPAY   1 check hi            2 expiry   3 status
      *>   HOLDS     1 amount   2 reason   3 expiry   4 status
      *>   BRANCH    1 name     2 status
      *>   ODLINK    1 backup   2 status
      *>   FUTWHSE   1 effective date      2 amount   3 status
      *>   PPAYENR   1 default  2 status
      *>   ISSUED    1 amount   2 payee    3 status
      *>   PPAYEXC   1 decision 2 status
      *>   RUNCTL    1 business date       2 completion flag
      *>   TRANRCYC  1 from     2 to       3 amount
      *>   HOLIDAY   1 name (added and removed only)
      *> A warehoused item (FUTWHSE) is journaled under its TXN
      *> id rather than its file key, which a date move
      *> changes; a recycle item (TRANRCYC) under its original
      *> TXN id, that file having no key; a holiday under its
      *> date.
      *> The operator is the one signed on (see OPERREC.CPY);
      *> spaces from batch programs, which do not sign on.
      *>****************************************************
       01  JOURNAL-RECORD.
           05 JNL-TIMESTAMP       PIC 9(14).
           05 JNL-FILE            PIC X(08).
           05 JNL-KEY             PIC X(20).
           05 JNL-PROGRAM         PIC X(08).
           05 JNL-OPERATOR        PIC X(08).
           05 JNL-ACTION          PIC X(01).
              88 JNL-ADDED        VALUE "A".
              88 JNL-CHANGED-REC  VALUE "C".
              88 JNL-REMOVED      VALUE "D".
           05 JNL-CHANGED         PIC X(12).
           05 JNL-CHANGED-FLAGS REDEFINES JNL-CHANGED.
              10 JNL-FIELD-CHANGED PIC X(01) OCCURS 12 TIMES.
           05 JNL-BEFORE-IMAGE    PIC X(200).
           05 JNL-AFTER-IMAGE     PIC X(200).
