      *
      *  RCDEPR.cbl
      *
      *  Recurring-deposit file.  One row per recurring (target)
      *  deposit, keyed on deposit number: the customer commits to
      *  a fixed monthly installment for six to thirty-six months,
      *  collected from a linked demand-deposit account (DDACCTR),
      *  and receives the installments plus interest at maturity -
      *  the product FXDEPR's single lump-sum principal cannot
      *  carry.  Opened through RCDEP01 at a rate priced off the
      *  deposit rate board (RATEBDR product type "RD").
      *
      *  RCDCBT1 collects each installment on its due date
      *  (RCDEP-NEXT-DUE-DATE, always on RCDEP-SCHEDULE-DAY of the
      *  month, rolled to a working day when collected) and counts
      *  it paid or missed; once RCDEP-MISSED-COUNT reaches the
      *  RDMISSMX parameter the deposit is marked PENALIZED and
      *  matures at its rate less the RDPENRT penalty.  Interest is
      *  earned per installment for the months it actually sat with
      *  the bank - RCDEP-MONEY-MONTHS sums each collected amount
      *  times the months from its due date to maturity - and
      *  RCDMBT1 settles it at maturity net of withholding tax
      *  (TAXREGR), paying out to the linked account or rolling the
      *  whole balance into a new cycle of installments, as the
      *  maturity instruction says.
      *
	05 RCDEP-DEPOSIT-NO		PIC X(12).
	05 RCDEP-CUSTOMER-NO		PIC X(12).
	05 RCDEP-LINKED-ACCOUNT		PIC X(12).
	05 RCDEP-BRANCH-CODE		PIC X(6).
	05 RCDEP-INSTALLMENT-AMT	PIC S9(11)V99 COMP-3.
	05 RCDEP-TENOR-MONTHS		PIC S9(5) COMP-3.
	05 RCDEP-INTEREST-RATE		PIC S9(3)V9(4) COMP-3.
	05 RCDEP-OPEN-DATE		PIC X(8).
	05 RCDEP-MATURITY-DATE		PIC X(8).
	05 RCDEP-SCHEDULE-DAY		PIC 9(2).
	05 RCDEP-NEXT-DUE-DATE		PIC X(8).
	05 RCDEP-SCHEDULED-COUNT	PIC S9(5) COMP-3.
	05 RCDEP-PAID-COUNT		PIC S9(5) COMP-3.
	05 RCDEP-MISSED-COUNT		PIC S9(5) COMP-3.
	05 RCDEP-BALANCE		PIC S9(11)V99 COMP-3.
	05 RCDEP-MONEY-MONTHS		PIC S9(13)V99 COMP-3.
	05 RCDEP-MATURITY-INSTR		PIC X.
		88  RCDEP-ROLLOVER	VALUE "R".
		88  RCDEP-PAYOUT	VALUE "P".
	05 RCDEP-PENALTY-FLAG		PIC X.
		88  RCDEP-PENALIZED	VALUE "Y".
		88  RCDEP-NOT-PENALIZED	VALUE "N".
	05 RCDEP-STATUS-FLAG		PIC X.
		88  RCDEP-ACTIVE	VALUE "A".
		88  RCDEP-CLOSED	VALUE "C".
      *
