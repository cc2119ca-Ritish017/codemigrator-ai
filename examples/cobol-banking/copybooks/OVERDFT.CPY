      *> lower than -ODF-LIMIT; going negative also assesses
      *> ODF-FEE-AMOUNT. Read once at startup by TRANSACT, same
      *> control-file pattern as INTPARM/INTRATE/MAINTCFG.
      *> ODF-PROT-FEE is charged to a backup account for each
      *> overdraft protection transfer drawn from it (see
      *> ODLINK.CPY); zero charges nothing. A file written
      *> before the field existed leaves it blank, and the
      *> compiled-in default stands.
      *>****************************************************
       01  OVERDFT-RECORD.
           05 ODF-LIMIT             PIC 9(09)V99.
           05 ODF-FEE-AMOUNT        PIC 9(07)V99.
           05 ODF-PROT-FEE          PIC 9(07)V99.
