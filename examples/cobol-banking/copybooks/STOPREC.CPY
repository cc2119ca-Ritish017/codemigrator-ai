              88 SPY-ACTIVE       VALUE "A".
              88 SPY-RELEASED     VALUE "R".
              88 SPY-EXPIRED      VALUE "E".
      *> Operator who placed the stop, or released it once
      *> released (see OPERREC.CPY); spaces on stops
      *> predating sign-on.
           05 SPY-OPERATOR        PIC X(08).
