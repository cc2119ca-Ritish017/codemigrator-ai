      *>****************************************************
      *> XREF-RECORD layout for ACCTXREF.DAT, the
      *> cross-reference from an account number without a
      *> valid check digit (opened before numbers were
      *> issued from ACCTSEQ.DAT) to the number reserved for
      *> it. Written once per account by ACCTCONV. While the
      *> account is pending renumbering its old number is
      *> still accepted by the entry edits (TRANEDIT, INTAKE,
      *> ACHINTK, STINSMNT, STOPMNT, RCYCMNT); any other
      *> number that fails the check digit is refused.
      *>****************************************************
       01  XREF-RECORD.
           05 XRF-OLD-NUMBER      PIC 9(10).
           05 XRF-NEW-NUMBER      PIC 9(10).
           05 XRF-TYPE            PIC X(02).
           05 XRF-CUSTOMER-ID     PIC 9(08).
           05 XRF-ACC-STATUS      PIC X(01).
           05 XRF-CONVERT-DATE    PIC 9(08).
           05 XRF-STATUS          PIC X(01).
              88 XRF-PENDING      VALUE "P".
              88 XRF-RENUMBERED   VALUE "R".
