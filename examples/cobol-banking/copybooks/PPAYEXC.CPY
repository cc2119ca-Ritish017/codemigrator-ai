      *>****************************************************
      *> PPAY-EXCEPTION-RECORD layout for PPAYEXC.DAT, the
      *> positive pay exception file. TRANSACT writes one
      *> record, keyed by the presented item's TR-TXN-ID, for
      *> every check on an enrolled account that does not
      *> match ISSUED.DAT; the check is held, not posted. The
      *> customer decides pay or return through PPAYMNT and
      *> PPAYRUN acts on the decision: a pay re-presents the
      *> check in a new batch, a return sends it back. Shared
      *> by TRANSACT, PPAYMNT and PPAYRUN.
      *>****************************************************
       01  PPAY-EXCEPTION-RECORD.
           05 PPX-TXN-ID          PIC 9(10).
           05 PPX-ACCT            PIC 9(10).
           05 PPX-CHECK-NO        PIC 9(06).
           05 PPX-AMOUNT          PIC S9(11)V99 COMP-3.
      *> Amount on the issued record when there was one,
      *> otherwise zero.
           05 PPX-ISSUED-AMT      PIC S9(11)V99 COMP-3.
           05 PPX-TIMESTAMP       PIC 9(14).
           05 PPX-DATE            PIC 9(08).
           05 PPX-BRANCH          PIC 9(03).
           05 PPX-REASON          PIC X(20).
           05 PPX-DECISION        PIC X(01).
              88 PPX-UNDECIDED    VALUE SPACE.
              88 PPX-DECIDE-PAY   VALUE "P".
              88 PPX-DECIDE-RETURN VALUE "R".
           05 PPX-STATUS          PIC X(01).
              88 PPX-OPEN         VALUE "O".
              88 PPX-REPRESENTED  VALUE "P".
              88 PPX-RETURNED     VALUE "R".
      *> Business date PPAYRUN acted on the item and, for a
      *> pay, the TR-TXN-ID it was re-presented under.
           05 PPX-CLOSED-DATE     PIC 9(08).
           05 PPX-NEW-TXN-ID      PIC 9(10).
