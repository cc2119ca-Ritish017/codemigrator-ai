      *>****************************************************
      *> ODAGECFG-RECORD layout for ODAGING.CFG. Holds the
      *> number of days an account may stay continuously
      *> overdrawn before ODAGING charges the negative balance
      *> off to loss and closes it. A control-file setting so
      *> the charge-off policy can change without recompiling.
      *> Same pattern as DORMANT.CFG/MAINTFEE.CFG.
      *>****************************************************
       01  ODAGECFG-RECORD.
           05 OAC-CHARGEOFF-DAYS  PIC 9(03).
