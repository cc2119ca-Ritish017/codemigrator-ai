      *>****************************************************
      *> FEE-SCHEDULE-RECORD layout for FEESCHED.CFG, the
      *> tariff for event-based fees that FEEASSES charges at
      *> month end. One entry per account type and fee event:
      *>   EXCESSWD  withdrawals and transfers out of the
      *>             account past the monthly free count
      *>   STOPPAY   stop-payment orders placed in STOPMNT
      *>   RETURNED  checks returned unpaid for insufficient
      *>             available funds
      *> FSC-FEE-AMOUNT is charged for every qualifying event
      *> past FSC-FREE-COUNT in the month. Two waiver rules,
      *> each off when zero: the whole month's fee is waived
      *> when the customer's combined balance across every
      *> account they hold (stamped ACC-CUSTOMER-ID or linked
      *> through OWNERS.DAT) is at least FSC-WAIVE-COMBINED,
      *> or when the account was opened fewer than
      *> FSC-WAIVE-NEW-DAYS days before the business date. A
      *> type with no entry for an event is never charged for
      *> it. The older fixed charges (MAINTFEE.CFG, the
      *> OVERDRAFT.CFG fee, CDPENLTY.CFG) are not on this file.
      *>****************************************************
       01  FEE-SCHEDULE-RECORD.
           05 FSC-ACC-TYPE          PIC X(02).
           05 FSC-EVENT             PIC X(08).
              88 FSC-EXCESS-WD      VALUE "EXCESSWD".
              88 FSC-STOP-PAY       VALUE "STOPPAY".
              88 FSC-RETURNED       VALUE "RETURNED".
           05 FSC-FEE-AMOUNT        PIC 9(05)V99.
           05 FSC-FREE-COUNT        PIC 9(03).
           05 FSC-WAIVE-COMBINED    PIC 9(11)V99.
           05 FSC-WAIVE-NEW-DAYS    PIC 9(03).
