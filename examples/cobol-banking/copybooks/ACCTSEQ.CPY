      *>****************************************************
      *> ACCTSEQ-RECORD layout for ACCTSEQ.DAT, the account
      *> number sequence. One line per account type carrying
      *> the last nine-digit base issued from that type's
      *> ACCTTYPE.CFG range; a type with no line yet starts at
      *> the bottom of its range. CREATE-ACCOUNT and ACCTCONV
      *> issue base plus one and rewrite the file.
      *> The account number is the base followed by a check
      *> digit (Luhn, mod 10): working right to left from the
      *> last base digit, every other digit is doubled (less
      *> nine when over nine), and the check digit brings the
      *> sum up to a multiple of ten. A single mistyped digit
      *> or two adjacent digits transposed fails the check.
      *>****************************************************
       01  ACCTSEQ-RECORD.
           05 ASQ-TYPE            PIC X(02).
           05 ASQ-LAST-BASE       PIC 9(09).
