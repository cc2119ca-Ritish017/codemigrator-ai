              88 HLD-ACTIVE       VALUE "A".
              88 HLD-RELEASED     VALUE "R".
              88 HLD-EXPIRED      VALUE "E".
      *> Operator who placed the hold, or released it once
      *> released (see OPERREC.CPY); spaces on holds placed
      *> by the nightly batch and on holds predating sign-on.
           05 HLD-OPERATOR        PIC X(08).
