      *>****************************************************
      *> BALANCE-HISTORY-RECORD layout for BALHIST.DAT, the
      *> daily balance history. BALHIST adds one record per
      *> account per business date once the night's postings
      *> are done: the closing ledger balance, the available
      *> balance (ledger less the active, unexpired holds on
      *> HOLDS.DAT, the figure TRANSACT posts against) and
      *> the account status. Holds only use up the ledger:
      *> available never goes below zero because of a hold
      *> (a sanctions freeze holds more than any balance),
      *> and an overdrawn account shows its ledger figure.
      *> The record also carries the type and branch the
      *> account carried that night so the history still
      *> reads after the account is purged. Keyed date first
      *> so a month is one keyed START and a READ NEXT walk,
      *> in date order. A balance holds until the next
      *> business date's record, so weekends and holidays
      *> carry the business day before them. PORTRPT builds
      *> the month-end portfolio report from it.
      *>****************************************************
       01  BALANCE-HISTORY-RECORD.
           05 BAL-KEY.
              10 BAL-DATE         PIC 9(08).
              10 BAL-ACCT         PIC 9(10).
           05 BAL-TYPE            PIC X(02).
           05 BAL-BRANCH          PIC 9(03).
           05 BAL-STATUS          PIC X(01).
           05 BAL-LEDGER          PIC S9(11)V99 COMP-3.
           05 BAL-AVAILABLE       PIC S9(11)V99 COMP-3.
