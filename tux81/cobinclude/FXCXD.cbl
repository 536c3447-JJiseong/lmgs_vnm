      *
      *  FXCXD.cbl
      *
      *  FXCX01 service buffer.  FXCXD-FUNCTION-CODE says which way
      *  the foreign cash moves: BUY - the bank buys the
      *  customer's foreign notes at the day's buy rate, SELL - the
      *  bank sells foreign notes at the sell rate.  The VND side
      *  is counter cash for a walk-in, or the customer's
      *  demand-deposit account when FXCXD-ACCOUNT-NO is given.  A
      *  walk-in keys the identity document number and name; at or
      *  above the regulated threshold the exchange is refused
      *  without one.  The rate dealt, the VND settled, the TRANID
      *  and the teller's remaining holding in the currency come
      *  back for the receipt.  On a SELL paid from an account the
      *  CIF numbers of the parties who signed the slip go in with
      *  it, checked against the account's signing mandate as on a
      *  counter withdrawal.
      *
	05 FXCXD-FUNCTION-CODE		PIC X.
		88  FXCXD-BUY		VALUE "B".
		88  FXCXD-SELL		VALUE "S".
	05 FXCXD-CURRENCY-CODE		PIC X(3).
	05 FXCXD-FCY-AMOUNT		PIC S9(11)V99 COMP-3.
	05 FXCXD-ACCOUNT-NO		PIC X(12).
	05 FXCXD-ID-NUMBER		PIC X(20).
	05 FXCXD-CUSTOMER-NAME		PIC X(30).
	05 FXCXD-DEAL-RATE		PIC S9(7)V9(4) COMP-3.
	05 FXCXD-VND-AMOUNT		PIC S9(13)V99 COMP-3.
	05 FXCXD-TRANID			PIC S9(9) COMP-5.
	05 FXCXD-TILL-HOLDING		PIC S9(13)V99 COMP-3.
	05 FXCXD-NEW-BALANCE		PIC S9(11)V99 COMP-3.
	05 FXCXD-REJECT-REASON		PIC X(40).
	05 FXCXD-SIGNERS.
		10  FXCXD-SIGNER-NO	PIC X(12) OCCURS 4 TIMES.
      *
