      *>****************************************************
      *> OPERLOG-RECORD layout for OPERLOG.DAT, the operator
      *> activity log. Every maintenance program appends one
      *> line per sign-on (good or refused) and one per
      *> operation it carries out or refuses for want of
      *> authority, so OPERRPT can print the day's activity by
      *> operator. The key is the record the operation touched
      *> (account, customer, program name...); on a refused
      *> sign-on it carries the refusal reason instead. The
      *> approver is the supervisor who authorized
      *> supervisor-level work (the operator itself when
      *> signed on at that level), spaces otherwise.
      *>****************************************************
       01  OPERLOG-RECORD.
           05 OPL-TIMESTAMP       PIC 9(14).
           05 OPL-OPERATOR        PIC X(08).
           05 OPL-BRANCH          PIC 9(03).
           05 OPL-PROGRAM         PIC X(08).
           05 OPL-ACTION          PIC X(12).
           05 OPL-KEY             PIC X(20).
           05 OPL-AMOUNT          PIC 9(11)V99.
           05 OPL-APPROVER        PIC X(08).
           05 OPL-RESULT          PIC X(01).
              88 OPL-DONE         VALUE "A".
              88 OPL-DENIED       VALUE "D".
              88 OPL-SIGNON-FAILED VALUE "F".
