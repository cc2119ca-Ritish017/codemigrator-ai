              88 SI-ACTIVE        VALUE "A".
              88 SI-SUSPENDED     VALUE "S".
              88 SI-EXPIRED       VALUE "E".
      *> Operator who last created or changed the instruction
      *> (see OPERREC.CPY); spaces on instructions predating
      *> sign-on.
           05 SI-OPERATOR         PIC X(08).
      *> What STINSGEN does when the next due date falls on a
      *> weekend or a HOLIDAY.DAT date: generate on the next
      *> business day (space, the default) or on the business
      *> day before. A daily instruction only ever falls due
      *> on business days.
           05 SI-HOLIDAY-RULE     PIC X(01).
              88 SI-ROLL-NEXT     VALUE "N" " ".
              88 SI-ROLL-PREVIOUS VALUE "P".
