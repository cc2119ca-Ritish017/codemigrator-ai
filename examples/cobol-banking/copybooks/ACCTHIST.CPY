      *>****************************************************
      *> ACCT-HISTORY-RECORD layout for ACCTHIST.DAT, the
      *> purged-account history file, keyed by account number.
      *> ACCTPURG moves each closed account past its retention
      *> period off ACCOUNTS.DAT and writes it here, so the
      *> nightly sweeps stop reading it while ACCOUNT's query
      *> can still say when a purged number was closed. The
      *> identifying fields are broken out for the query;
      *> AHS-ACCOUNT-IMAGE carries the account record as it
      *> stood at purge byte for byte (ACCTREC.CPY, packed
      *> amounts included), so nothing on it is lost.
      *> AHS-CLOSE-DATE is the date of the account's CLOSE
      *> audit line; AHS-LAST-ACCRUED the last day its
      *> ACCRUAL.DAT bucket accrued (zero when it had none).
      *>****************************************************
       01  ACCT-HISTORY-RECORD.
           05 AHS-NUMBER          PIC 9(10).
           05 AHS-CUSTOMER-ID     PIC 9(08).
           05 AHS-HOLDER-NAME     PIC X(40).
           05 AHS-TYPE            PIC X(02).
           05 AHS-BRANCH          PIC 9(03).
           05 AHS-OPEN-DATE       PIC 9(08).
           05 AHS-CLOSE-DATE      PIC 9(08).
           05 AHS-PURGE-DATE      PIC 9(08).
           05 AHS-LAST-ACCRUED    PIC 9(08).
           05 AHS-ACCOUNT-IMAGE   PIC X(104).
