      *>****************************************************
      *> JRNLRISK-RECORD layout for JRNLRISK.CFG. Drives the
      *> next-day review JRNLINQ prints from the maintenance
      *> journal: a customer whose address or phone changed
      *> within the last RSK-WINDOW-DAYS days and whose
      *> accounts then pay out RSK-LARGE-AMOUNT or more in a
      *> single withdrawal, transfer or check is flagged --
      *> the classic account-takeover pattern. Lives in a
      *> control file so compliance can tune it without a
      *> recompile. Same control-file pattern as CASHTHLD.CFG.
      *>****************************************************
       01  JRNLRISK-RECORD.
           05 RSK-WINDOW-DAYS     PIC 9(03).
           05 RSK-LARGE-AMOUNT    PIC 9(09)V99.
