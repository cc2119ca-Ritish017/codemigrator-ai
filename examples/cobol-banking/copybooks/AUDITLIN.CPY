              88 AUD-IS-CHECK      VALUE "CHECK".
              88 AUD-IS-REJECTED   VALUE "REJECTED".
              88 AUD-IS-DAYSEAL    VALUE "DAYSEAL".
              88 AUD-IS-REVERSAL   VALUE "REVERSAL".
              88 AUD-IS-ODXFER     VALUE "ODXFER".
              88 AUD-IS-ODPFEE     VALUE "ODPFEE".
              88 AUD-IS-CHGOFF     VALUE "CHGOFF".
              88 AUD-IS-RECOVERY   VALUE "RECOVERY".
              88 AUD-IS-OFFCHECK   VALUE "OFFCHECK".
              88 AUD-IS-STOPORD    VALUE "STOPORD".
      *> Fee schedule charges (see FEESCHED.CPY), one type per
      *> fee event so each maps to its own GLMAP.CFG entry.
              88 AUD-IS-XSWDFEE    VALUE "XSWDFEE".
              88 AUD-IS-STOPFEE    VALUE "STOPFEE".
              88 AUD-IS-RTNFEE     VALUE "RTNFEE".
              88 AUD-IS-SCHEDFEE   VALUE "XSWDFEE" "STOPFEE"
                                         "RTNFEE".
           05 AUD-FROM-ACCT        PIC 9(10).
           05 AUD-TO-ACCT          PIC 9(10).
           05 AUD-AMOUNT           PIC 9(11)V99.
              88 AUD-WAS-FAILED    VALUE "FAILED".
              88 AUD-WAS-SEALED    VALUE "SEAL".
           05 AUD-REASON           PIC X(20).
      *> On a REVERSAL line the reason carries the type and
      *> TXN-ID of the line it backs out. The reversal's
      *> from/to are the original's to/from, so replays treat
      *> it as money leaving AUD-FROM-ACCT (when nonzero) and
      *> landing on AUD-TO-ACCT (when nonzero).
           05 AUD-REV-ORIGINAL REDEFINES AUD-REASON.
              10 AUD-REV-ORIG-TYPE PIC X(08).
              10 AUD-REV-ORIG-TXN  PIC 9(10).
              10 FILLER            PIC X(02).
      *> Check number cleared, for CHECK postings (and their
      *> rejects) only; zero on every other line, so statements
      *> can show which check cleared.
      *> before AUDARCH bakes the log into SNAPSHOT.DAT. Zero
      *> on lines predating day sequencing.
           05 AUD-DAY-SEQ          PIC 9(07).
      *> Operator signed on to the maintenance program that
      *> wrote the line (see OPERREC.CPY); spaces on lines the
      *> nightly batch writes and on lines predating sign-on.
           05 AUD-OPERATOR         PIC X(08).
