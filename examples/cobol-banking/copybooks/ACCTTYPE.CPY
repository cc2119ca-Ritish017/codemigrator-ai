      *> maintainable list of account type codes valid for
      *> CREATE-ACCOUNT (in place of hardcoded CK/SV checks).
      *> One line per valid type code.
      *> The range is the block of account numbers the type
      *> draws from, as the first nine digits (the tenth is
      *> the check digit, see ACCTSEQ.CPY). Ranges must not
      *> overlap.
      *>****************************************************
       01  ACCTTYPE-RECORD.
           05 ATY-CODE            PIC X(02).
           05 ATY-DESC            PIC X(20).
           05 ATY-RANGE-LOW       PIC 9(09).
           05 ATY-RANGE-HIGH      PIC 9(09).
