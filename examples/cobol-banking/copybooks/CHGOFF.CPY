      *>****************************************************
      *> CHGOFF-RECORD layout for CHGOFF.DAT, the charged-off
      *> account register, keyed by account number. ODAGING
      *> writes one record when it charges off an account's
      *> negative balance to loss and closes it; the record is
      *> the marker TRANSACT checks when a deposit arrives for
      *> a closed account, so money paid against the old debt
      *> posts as a RECOVERY (credited back against the loss)
      *> instead of being refused. CHG-RECOVERED accumulates
      *> what has come back; a recovery never exceeds the
      *> amount still outstanding.
      *>****************************************************
       01  CHGOFF-RECORD.
           05 CHG-ACCT            PIC 9(10).
           05 CHG-DATE            PIC 9(08).
           05 CHG-NEG-SINCE       PIC 9(08).
           05 CHG-AMOUNT          PIC S9(11)V99 COMP-3.
           05 CHG-RECOVERED       PIC S9(11)V99 COMP-3.
           05 CHG-BRANCH          PIC 9(03).
