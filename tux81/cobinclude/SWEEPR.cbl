      *
      *  SWEEPR.cbl
      *
      *  Savings-to-deposit sweep arrangement.  One row per demand-
      *  deposit account (DDACCTR) under a sweep, keyed on the
      *  account: the target balance the account is kept at, the
      *  sweep unit surplus moves in, and the tenor of the fixed
      *  deposits it moves into.  Nightly SWPBT1 sweeps whole units
      *  of any free balance above the target into a new fixed
      *  deposit (FXDEPR) at the rate board's FD rate; SWPCOV1
      *  breaks the youngest of those deposits back into the
      *  account when a withdrawal, cheque or auto-debit would
      *  otherwise overdraw it.  A suspended row sweeps nothing
      *  out but still covers from deposits already swept.
      *  Maintained through SWPMNT1 under maker-checker (APPRMNT1
      *  target SWEEPR).
      *
	05 SWEEP-ACCOUNT-NO		PIC X(12).
	05 SWEEP-TARGET-BALANCE		PIC S9(11)V99 COMP-3.
	05 SWEEP-UNIT			PIC S9(11)V99 COMP-3.
	05 SWEEP-TENOR-MONTHS		PIC S9(5) COMP-3.
	05 SWEEP-STATUS-FLAG		PIC X.
		88  SWEEP-ACTIVE	VALUE "A".
		88  SWEEP-SUSPENDED	VALUE "S".
      *
