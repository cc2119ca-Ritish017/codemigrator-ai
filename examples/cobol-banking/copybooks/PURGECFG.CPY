      *>****************************************************
      *> PURGECFG-RECORD layout for ACCTPURG.CFG. Holds the
      *> number of months an account must have been closed
      *> before ACCTPURG may move it to the account history
      *> file. A control-file setting so the retention period
      *> can follow the records-retention schedule instead of
      *> a recompile. Same pattern as DORMANT.CFG.
      *>****************************************************
       01  PURGECFG-RECORD.
           05 PRG-RETAIN-MONTHS   PIC 9(03).
