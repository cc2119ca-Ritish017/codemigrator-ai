      *>****************************************************
      *> HOLIDAY-RECORD layout for HOLIDAY.DAT, the bank
      *> holiday calendar. One record per date the bank is
      *> closed, in date order; Saturdays and Sundays are never
      *> business days and are not listed. Maintained through
      *> RUNCTLM and read by every program that has to know
      *> whether a date is a business day (RUNCTLM's date roll,
      *> INTACCR, STINSGEN, CDMATURE, HOLDSWP). A missing file
      *> means weekends are the only non-business days.
      *>****************************************************
       01  HOLIDAY-RECORD.
           05 HOL-DATE            PIC 9(08).
           05 HOL-NAME            PIC X(30).
