      *
      *  DFEEREGR.cbl
      *
      *  Deferred origination-fee register record.  One row per
      *  loan account and fee code, keyed on DFEE-KEY, carrying an
      *  origination fee (LOANCRT arrangement, DISBURSE draw fee)
      *  that FEEASS01 credited to deferred income instead of
      *  straight to income: the branch that booked it, the
      *  deferred-income account it sits in, the income account it
      *  is recognised to, the amount deferred, the amount released
      *  so far and the balance still deferred.  DFRREL01 releases
      *  it over the loan's REPAYSCH life (monthly through DFAMBT1,
      *  at once on settlement, write-off or restructure), and the
      *  balances summed per branch are what DFAMBT1 ties to the
      *  deferred-income account on the shadow GL.
      *
	05 DFEE-KEY.
		10  DFEE-ACCOUNT-NO	PIC X(12).
		10  DFEE-FEE-CODE	PIC X(4).
	05 DFEE-BRANCH-CODE		PIC X(6).
	05 DFEE-DEFERRED-GL-ACCOUNT	PIC X(10).
	05 DFEE-INCOME-GL-ACCOUNT	PIC X(10).
	05 DFEE-ORIGINAL-AMOUNT		PIC S9(11)V99 COMP-3.
	05 DFEE-RELEASED-AMOUNT		PIC S9(11)V99 COMP-3.
	05 DFEE-BALANCE			PIC S9(11)V99 COMP-3.
	05 DFEE-DEFERRED-DATE		PIC X(8).
	05 DFEE-LAST-RELEASE-DATE	PIC X(8).
	05 DFEE-STATUS-FLAG		PIC X.
		88  DFEE-DEFERRING	VALUE "D".
		88  DFEE-RELEASED	VALUE "R".
      *
