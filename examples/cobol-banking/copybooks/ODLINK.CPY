      *>****************************************************
      *> ODLINK-RECORD layout for ODLINK.DAT, the overdraft
      *> protection link file. One record per backup account
      *> linked to a checking account, keyed by the checking
      *> account plus a priority so a checking account's links
      *> cluster, lowest priority first, for a keyed START.
      *> When a withdrawal or check would overdraw the checking
      *> account, TRANSACT pulls the shortfall from the active
      *> links in priority order before the overdraft limit
      *> comes into play. Backups are savings or money market
      *> accounts of the same customer. Shared by ODLMNT
      *> (maintenance) and TRANSACT so the layout only has to
      *> change in one place. A checking account with no
      *> records here simply has no protection, the prior
      *> behavior.
      *>****************************************************
       01  ODLINK-RECORD.
           05 ODL-KEY.
              10 ODL-CHK-ACCT     PIC 9(10).
              10 ODL-PRIORITY     PIC 9(02).
           05 ODL-BACKUP-ACCT     PIC 9(10).
           05 ODL-STATUS          PIC X(01).
              88 ODL-ACTIVE       VALUE "A".
              88 ODL-REMOVED      VALUE "R".
