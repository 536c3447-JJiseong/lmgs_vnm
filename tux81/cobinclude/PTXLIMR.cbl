      *
      *  PTXLIMR.cbl
      *
      *  Portal transfer limits.  One row per customer allowed to
      *  move money from the self-service portal (PTXFR01), keyed on
      *  the CIF number: the most one transfer may carry, the most
      *  the customer may send in one business day and how many
      *  transfers a day, plus a status that lets the fraud desk
      *  suspend a customer's portal transfers without touching the
      *  accounts themselves.  A customer with no row, or a zero in
      *  any limit, gets the bank-wide default from the system
      *  parameters (PTXTXNL, PTXDAYL, PTXDAYN).  Maintained through
      *  PTXLMT1 under maker-checker - a limit raised is money that
      *  can leave - and applied by APPRMNT1 (target PTXLIMR).
      *
	05 PTXLIM-CUSTOMER-NO		PIC X(12).
	05 PTXLIM-PER-TXN-LIMIT		PIC S9(11)V99 COMP-3.
	05 PTXLIM-DAILY-LIMIT		PIC S9(11)V99 COMP-3.
	05 PTXLIM-DAILY-COUNT		PIC 9(3).
	05 PTXLIM-STATUS-FLAG		PIC X.
		88  PTXLIM-ENABLED	VALUE "A".
		88  PTXLIM-SUSPENDED	VALUE "S".
      *
