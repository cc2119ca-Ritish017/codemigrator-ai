           05 OWN-STATUS          PIC X(01).
              88 OWN-ACTIVE       VALUE "A".
              88 OWN-REMOVED      VALUE "R".
      *> Operator who last added or changed the record (see
      *> OPERREC.CPY); spaces on records predating sign-on.
           05 OWN-OPERATOR        PIC X(08).
