	05 FXDEP-INT-PAYOUT-ACCOUNT	PIC X(12).
	05 FXDEP-INT-PAID-MONTHS	PIC S9(5) COMP-3.
      *
      *
      *  FXDEP-HOME-BRANCH is the branch whose books carry the
      *  deposit - keyed at booking on FXDEPMT1, the swept savings
      *  account's home branch for a sweep deposit (SWPBT1) - and
      *  moved only by the branch-transfer engine (BRXFRP1) with
      *  its GL transfer legs.  Every FD-side leg posts on it.
      *  Spaces (rows from before the field) post and reconcile
      *  (SLRCNBT1) on head office 000000 until a transfer homes
      *  them; the branch merger (BRMGBT1) lists them.
      *
	05 FXDEP-HOME-BRANCH		PIC X(6).
      *
      *  Interest-expense accrual (FDACRBT1).  FXDEP-DAYCOUNT-BASIS
      *  is the convention the deposit earns under - ACT/365 (and
      *  spaces, rows from before the field), ACT/360 or 30/360 -
      *  turned into a daily rate by DAYCNT1.  Each night the batch
      *  adds the days since FXDEP-ACCRUAL-DATE (spaces read as the
      *  open date) to FXDEP-ACCRUED-INT, in the deposit's own
      *  currency, and posts the same amount to interest expense
      *  against FD interest payable.  Whatever pays the interest
      *  out - FXINTBT1, FXDEPBAT1, FXDPWD01, SWPCOV1 or ESTSBT1 -
      *  releases the accrued balance from the payable, sends only
      *  the difference to expense, and zeroes the balance.
      *
	05 FXDEP-DAYCOUNT-BASIS	PIC X.
		88  FXDEP-ACT-365	VALUES "5", " ".
		88  FXDEP-ACT-360	VALUE "0".
		88  FXDEP-30-360	VALUE "3".
	05 FXDEP-ACCRUED-INT		PIC S9(11)V99 COMP-3.
	05 FXDEP-ACCRUAL-DATE		PIC X(8).
      *
