      *>****************************************************
      *> SANCREV-RECORD layout for SANCREV.DAT, the sanctions
      *> review file. One record per customer per watch-list
      *> entry that scored at or above the SANCTION.CFG
      *> threshold, keyed by customer number plus entry id so
      *> a customer's reviews cluster together for a keyed
      *> START. The match flags say which of name, address and
      *> tax id agreed. Compliance works the pending reviews
      *> in SANCMNT: a confirmed match freezes every account
      *> the customer owns with a legal hold and bars the
      *> customer from new accounts; a cleared (false
      *> positive) review is not raised again unless a later
      *> screen scores the pair higher. SRV-OPERATOR is the
      *> operator who decided the review (spaces while it is
      *> pending). Shared by SANCSCRN,
      *> SANCMNT, CUSTOMER and ACCOUNT so the layout only has
      *> to change in one place.
      *>****************************************************
       01  SANCREV-RECORD.
           05 SRV-KEY.
              10 SRV-CUST         PIC 9(08).
              10 SRV-ENTRY-ID     PIC X(10).
           05 SRV-SCORE           PIC 9(03).
           05 SRV-NAME-MATCH      PIC X(01).
              88 SRV-NAME-HIT     VALUE "Y".
           05 SRV-ADDR-MATCH      PIC X(01).
              88 SRV-ADDR-HIT     VALUE "Y".
           05 SRV-TAX-MATCH       PIC X(01).
              88 SRV-TAX-HIT      VALUE "Y".
           05 SRV-WL-NAME         PIC X(40).
           05 SRV-SCREEN-DATE     PIC 9(08).
           05 SRV-STATUS          PIC X(01).
              88 SRV-PENDING      VALUE "P".
              88 SRV-CONFIRMED    VALUE "C".
              88 SRV-CLEARED      VALUE "F".
           05 SRV-DECIDED-DATE    PIC 9(08).
           05 SRV-HOLDS-PLACED    PIC 9(03).
           05 SRV-OPERATOR        PIC X(08).
