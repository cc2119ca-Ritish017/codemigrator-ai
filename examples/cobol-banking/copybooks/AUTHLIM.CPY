      *>****************************************************
      *> AUTHLIM-RECORD layout for AUTHLIM.CFG. Holds the
      *> largest hold a clerk-level operator may place or
      *> release on their own authority in ACCOUNT; anything
      *> over it needs a supervisor. A missing file means every
      *> hold needs a supervisor. Lives in a control file so
      *> the limit can change by policy instead of recompiling.
      *> Same control-file pattern as CASHTHLD.CFG.
      *>****************************************************
       01  AUTHLIM-RECORD.
           05 ALM-HOLD-LIMIT      PIC 9(09)V99.
