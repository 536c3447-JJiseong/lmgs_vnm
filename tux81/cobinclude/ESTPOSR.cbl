      *
      *  ESTPOSR.cbl
      *
      *  Estate settlement position inventory.  One row per deposit
      *  or loan position a deceased customer held, written by the
      *  inventory step of ESTSBT1 and keyed on the case (the
      *  deceased's CIF number), the position type and the account
      *  number, so the whole estate reads back in one browse.
      *  ESTP-BALANCE is the balance or principal found at
      *  inventory; the close and offset steps record what each
      *  position actually brought into, or took out of, the pool
      *  in ESTP-SETTLED-AMT.
      *
      *  A position the run cannot settle by itself is left for the
      *  desk with the reason in ESTP-NOTE: a joint account passes
      *  to its surviving holders, and a deposit under a hold or a
      *  pledge for somebody else's loan, an overdrawn account or
      *  a foreign-currency position is settled by hand.
      *
	05 ESTP-KEY.
		10  ESTP-CUSTOMER-NO	PIC X(12).
		10  ESTP-POSITION-TYPE	PIC X.
			88  ESTP-DEMAND		VALUE "D".
			88  ESTP-FIXED		VALUE "F".
			88  ESTP-LOAN		VALUE "L".
		10  ESTP-ACCOUNT-NO	PIC X(12).
	05 ESTP-CURRENCY-CODE		PIC X(3).
	05 ESTP-BALANCE			PIC S9(11)V99 COMP-3.
	05 ESTP-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	05 ESTP-TAX-AMT			PIC S9(11)V99 COMP-3.
	05 ESTP-SETTLED-AMT		PIC S9(11)V99 COMP-3.
	05 ESTP-STATUS-FLAG		PIC X.
		88  ESTP-INVENTORIED	VALUE "I".
		88  ESTP-SETTLED	VALUE "S".
		88  ESTP-PART-OFFSET	VALUE "U".
		88  ESTP-SURVIVORSHIP	VALUE "J".
		88  ESTP-BLOCKED	VALUE "B".
	05 ESTP-STATUS-DATE		PIC X(8).
	05 ESTP-NOTE			PIC X(20).
      *
