      *>****************************************************
      *> CALPOLCY-RECORD layout for CALPOLCY.CFG, the business
      *> day policy. Each rule says whether a date that lands
      *> on a weekend or a HOLIDAY.DAT date stands as it is
      *> (C, calendar days) or is carried to a business day:
      *>   CPL-CD-RULE    CD maturity date (CDMATURE)
      *>                  N next business day, P previous
      *>   CPL-HOLD-RULE  hold expiry date (HOLDSWP)
      *>                  N next business day
      *> A missing file leaves both rules at C, which is how
      *> the programs behaved before the calendar existed.
      *>****************************************************
       01  CALPOLCY-RECORD.
           05 CPL-CD-RULE         PIC X(01).
           05 CPL-HOLD-RULE       PIC X(01).
