           05 CUS-STATUS          PIC X(01).
              88 CUS-ACTIVE       VALUE "A".
              88 CUS-INACTIVE     VALUE "I".
      *> Operator who last created or changed the record (see
      *> OPERREC.CPY); spaces on records predating sign-on.
           05 CUS-OPERATOR        PIC X(08).
