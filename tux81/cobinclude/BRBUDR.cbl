      *
      *  BRBUDR.cbl
      *
      *  Branch budget record.  One row per branch per month
      *  (YYYYMM) per budget line item, carrying the target the
      *  branch is measured against: the month-end loan book and
      *  deposit book, and the month's interest income, fee income
      *  and provisions charged.  Keyed and amended under
      *  maker-checker (BRBDMNT1 parks the figure, APPRMNT1 target
      *  BRBUDR puts it on file under a second user) and read by
      *  the month-end budget-versus-actual report (BRBVBT1).
      *
	05 BRBUD-KEY.
		10  BRBUD-BRANCH-CODE	PIC X(6).
		10  BRBUD-PERIOD	PIC X(6).
		10  BRBUD-LINE-ITEM	PIC X(8).
			88  BRBUD-LOAN-BOOK	VALUE "LOANBOOK".
			88  BRBUD-DEPOSIT-BOOK	VALUE "DEPBOOK".
			88  BRBUD-INTEREST-INCOME
						VALUE "INTINC".
			88  BRBUD-FEE-INCOME	VALUE "FEEINC".
			88  BRBUD-PROVISIONS	VALUE "PROVSN".
			88  BRBUD-VALID-ITEM	VALUES "LOANBOOK"
						"DEPBOOK" "INTINC"
						"FEEINC" "PROVSN".
	05 BRBUD-AMOUNT			PIC S9(15)V99 COMP-3.
      *
