      *>****************************************************
      *> WAREHOUSE-RECORD layout for FUTWHSE.DAT, the
      *> future-dated transaction warehouse. TRANEDIT diverts
      *> every clean deposit, withdrawal or transfer whose
      *> effective date (the date half of TR-TIMESTAMP) is
      *> after the business date here instead of passing it to
      *> TRANSACT; WHSEREL releases the items due on each
      *> business date as a batch of their own. Keyed by
      *> effective date plus the item's original TR-TXN-ID, so
      *> the file reads in due-date order. Shared by TRANEDIT,
      *> WHSEREL, WHSEMNT (list/change/cancel) and WHSERPT
      *> (cash forecast).
      *>
      *> Released and cancelled items stay on file as the
      *> record of what happened to them: a released item
      *> carries the business date it went out and its new id
      *> from the WHSESEQ.DAT range.
      *>****************************************************
       01  WAREHOUSE-RECORD.
           05 WHS-KEY.
              10 WHS-EFF-DATE     PIC 9(08).
              10 WHS-ORIG-TXN-ID  PIC 9(10).
           05 WHS-TYPE            PIC X(02).
           05 WHS-FROM-ACCT       PIC 9(10).
           05 WHS-TO-ACCT         PIC 9(10).
           05 WHS-AMOUNT          PIC S9(11)V99 COMP-3.
           05 WHS-ORIG-TIMESTAMP  PIC 9(14).
           05 WHS-CHECK-NO        PIC 9(06).
           05 WHS-STATUS          PIC X(01).
              88 WHS-WAREHOUSED   VALUE "W".
              88 WHS-RELEASED     VALUE "R".
              88 WHS-CANCELLED    VALUE "C".
      *> Business date the item arrived on TRANS.DAT.
           05 WHS-RECEIVED-DATE   PIC 9(08).
           05 WHS-RELEASE-DATE    PIC 9(08).
           05 WHS-RELEASE-TXN-ID  PIC 9(10).
      *> Operator who last changed or cancelled the item (see
      *> OPERREC.CPY); spaces while it is as received.
           05 WHS-OPERATOR        PIC X(08).
