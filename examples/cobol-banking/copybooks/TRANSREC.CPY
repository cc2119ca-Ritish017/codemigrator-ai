      *> header (TB-BATCH-DATE set), "BT" the trailer
      *> (TB-RECORD-COUNT and TB-HASH-TOTAL set, covering the
      *> detail records only).
      *>
      *> A reversal detail (TR-TYPE "RV") backs out an earlier
      *> posting: it carries the TR-TXN-ID of the posting being
      *> reversed in the TR-TO-ACCT slot (TR-REV-ORIG-ID), the
      *> original amount in TR-AMOUNT, and zero in
      *> TR-FROM-ACCT. TRANSACT finds the accounts it touched
      *> on AUDIT.LOG.
      *>****************************************************
       01  TRANS-RECORD.
           05 TR-TXN-ID           PIC 9(10).
              88 TR-WITHDRAW      VALUE "WD".
              88 TR-TRANSFER      VALUE "TF".
              88 TR-CHECK         VALUE "CK".
              88 TR-REVERSAL      VALUE "RV".
              88 TR-BATCH-HEADER  VALUE "BH".
              88 TR-BATCH-TRAILER VALUE "BT".
           05 TR-FROM-ACCT        PIC 9(10).
           05 TR-TO-ACCT          PIC 9(10).
           05 TR-REV-ORIG-ID REDEFINES TR-TO-ACCT
                                  PIC 9(10).
           05 TR-AMOUNT           PIC S9(11)V99 COMP-3.
           05 TR-TIMESTAMP        PIC 9(14).
      *> Check number cleared, for TR-CHECK records only; zero
