      *>****************************************************
      *> OPERATOR-RECORD layout for OPERATOR.DAT, the operator
      *> master file. One record per console operator, keyed by
      *> OPR-ID. Every maintenance program signs the operator
      *> on against this file before it does anything, stamps
      *> OPR-ID on the audit lines and records it writes, and
      *> checks OPR-AUTHORITY before supervisor-level work
      *> (large holds and releases, closing accounts, clearing
      *> run-control flags, purging recycled items). Three
      *> wrong passwords in a row lock the operator until an
      *> administrator resets it with OPERMNT. Shared by
      *> OPERMNT (maintenance) and every program that signs on
      *> so the layout only has to change in one place.
      *>****************************************************
       01  OPERATOR-RECORD.
           05 OPR-ID              PIC X(08).
           05 OPR-NAME            PIC X(30).
           05 OPR-PASSWORD        PIC X(08).
           05 OPR-BRANCH          PIC 9(03).
           05 OPR-AUTHORITY       PIC X(01).
              88 OPR-CLERK        VALUE "C".
              88 OPR-SUPERVISOR   VALUE "S".
              88 OPR-ADMIN        VALUE "A".
      *> Administrators carry supervisor authority as well.
              88 OPR-HAS-SUPV-AUTH VALUE "S" "A".
           05 OPR-STATUS          PIC X(01).
              88 OPR-ACTIVE       VALUE "A".
              88 OPR-LOCKED       VALUE "L".
              88 OPR-INACTIVE     VALUE "I".
           05 OPR-FAILED-COUNT    PIC 9(01).
           05 OPR-LAST-SIGNON     PIC 9(14).
