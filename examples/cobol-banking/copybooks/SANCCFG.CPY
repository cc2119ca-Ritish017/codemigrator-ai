      *>****************************************************
      *> SANCCFG-RECORD layout for SANCTION.CFG. Holds the
      *> match score (0-100) at or above which a customer's
      *> match against a watch-list name is written to the
      *> review file for compliance to confirm or clear. A
      *> control-file setting so compliance can tune the
      *> screen without recompiling. Same pattern as
      *> DORMANT.CFG/ODAGING.CFG.
      *>****************************************************
       01  SANCCFG-RECORD.
           05 SNC-THRESHOLD       PIC 9(03).
