      *>****************************************************
      *> ISSUED-RECORD layout for ISSUED.DAT, the positive pay
      *> issued-check file. One record per check an enrolled
      *> business account has told us it wrote, keyed by
      *> account plus check number so an account's checks
      *> cluster for a keyed START. Added by PPAYMNT or the
      *> customer's issue file through PPAYRUN; TRANSACT marks
      *> a record paid when the matching check clears. Shared
      *> by PPAYMNT, PPAYRUN and TRANSACT.
      *>****************************************************
       01  ISSUED-RECORD.
           05 ISS-KEY.
              10 ISS-ACCT         PIC 9(10).
              10 ISS-CHECK-NO     PIC 9(06).
           05 ISS-AMOUNT          PIC S9(11)V99 COMP-3.
           05 ISS-ISSUE-DATE      PIC 9(08).
           05 ISS-PAYEE           PIC X(30).
           05 ISS-STATUS          PIC X(01).
              88 ISS-OUTSTANDING  VALUE "O".
              88 ISS-PAID         VALUE "P".
              88 ISS-VOIDED       VALUE "V".
      *> Business date the check was paid or voided, and the
      *> TR-TXN-ID it cleared under; zero while outstanding.
           05 ISS-STATUS-DATE     PIC 9(08).
           05 ISS-PAID-TXN-ID     PIC 9(10).
