      *
      *  MMCPLMR.cbl
      *
      *  Money-market counterparty limit record.  One row per bank
      *  treasury deals with, keyed on the counterparty code: its
      *  name, the most we may have placed with it at once (VND,
      *  principal of active placements at book rate) and whether
      *  new deals may be struck with it (ACTIVE) or not
      *  (SUSPENDED).  Borrowings carry no credit risk on the
      *  counterparty and use no limit, but still need an active
      *  row.  Maintained through MMCPMNT1 under maker-checker
      *  (APPRMNT1 target MMCPLMR); checked by MMDEAL01.
      *
	05 MMCPL-BANK-CODE		PIC X(8).
	05 MMCPL-BANK-NAME		PIC X(30).
	05 MMCPL-LIMIT-AMOUNT		PIC S9(13)V99 COMP-3.
	05 MMCPL-STATUS-FLAG		PIC X.
		88  MMCPL-ACTIVE	VALUE "A".
		88  MMCPL-SUSPENDED	VALUE "S".
      *
