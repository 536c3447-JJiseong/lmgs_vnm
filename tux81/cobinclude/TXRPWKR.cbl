      *
      *  TXRPWKR.cbl
      *
      *  TXRPBT1 work file: one row per account of a reportable
      *  customer, keyed customer + account so the final pass reads
      *  each customer's accounts together.  Built afresh on every
      *  run from the deposit files, the withholding-tax register
      *  and the transaction history; nothing else reads it.
      *
	05 TXRPW-KEY.
		10  TXRPW-CUSTOMER-NO	PIC X(12).
		10  TXRPW-ACCOUNT-NO	PIC X(12).
	05 TXRPW-ACCOUNT-TYPE		PIC X(2).
	05 TXRPW-CURRENCY-CODE		PIC X(3).
	05 TXRPW-BALANCE		PIC S9(13)V99 COMP-3.
	05 TXRPW-INTEREST-PAID		PIC S9(13)V99 COMP-3.
	05 TXRPW-CLOSED-FLAG		PIC X.
      *
