      *>****************************************************
      *> PPAY-ENROLL-RECORD layout for PPAYENR.DAT, the
      *> positive pay enrollment file. One record per business
      *> account enrolled in positive pay, keyed by account.
      *> Checks presented against an active enrollment must
      *> match the account's issued-check file (ISSUED.DAT)
      *> before TRANSACT pays them. PPE-DEFAULT is the decision
      *> PPAYRUN applies to an exception the customer has not
      *> decided by the next business day. Shared by PPAYMNT
      *> (maintenance), TRANSACT and PPAYRUN.
      *>****************************************************
       01  PPAY-ENROLL-RECORD.
           05 PPE-ACCT            PIC 9(10).
           05 PPE-DEFAULT         PIC X(01).
              88 PPE-DEFAULT-PAY  VALUE "P".
              88 PPE-DEFAULT-RETURN VALUE "R".
           05 PPE-ENROLL-DATE     PIC 9(08).
           05 PPE-STATUS          PIC X(01).
              88 PPE-ACTIVE       VALUE "A".
              88 PPE-INACTIVE     VALUE "I".
