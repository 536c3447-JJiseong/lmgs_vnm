      *
      *  SWPDEPR.cbl
      *
      *  Swept-deposit register.  One row per fixed deposit SWPBT1
      *  opened from a sweep account's surplus, keyed on the
      *  account and the deposit number - deposit numbers are
      *  issued in ascending order ("SW" plus the sweep's TRANID),
      *  so the last rows of an account are its youngest deposits,
      *  the ones SWPCOV1 breaks first.  The deposit itself lives
      *  on FXDEPR like any other; a row is marked BROKEN once
      *  SWPCOV1 has paid it back into the account, and a deposit
      *  closed by any other path is simply passed over.
      *
	05 SWPDEP-KEY.
		10  SWPDEP-ACCOUNT-NO	PIC X(12).
		10  SWPDEP-DEPOSIT-NO	PIC X(12).
	05 SWPDEP-SWEEP-DATE		PIC X(8).
	05 SWPDEP-AMOUNT		PIC S9(11)V99 COMP-3.
	05 SWPDEP-STATUS-FLAG		PIC X.
		88  SWPDEP-ACTIVE	VALUE "A".
		88  SWPDEP-BROKEN	VALUE "B".
	05 SWPDEP-BROKEN-DATE		PIC X(8).
      *
