      *
      *  TILLFXR.cbl
      *
      *  Teller foreign-currency till record - TILLR's sibling for
      *  the drawer's foreign cash.  One row per teller per branch
      *  per business day per currency, keyed branch + teller +
      *  date + currency: TILLR stays the VND drawer, this carries
      *  the foreign notes the teller bought from and sold to
      *  customers at the exchange counter (FXCX01) and the notes
      *  drawn from or returned to the branch vault (VAULT01 with a
      *  currency).  The drawer's holding in the currency is bought
      *  minus sold plus vault issues minus vault returns - what
      *  TILLBAT1 and VAULTBT1 prove by currency at end of day.
      *
	05 TILLFX-KEY.
		10  TILLFX-BRANCH-CODE	PIC X(6).
		10  TILLFX-TELLER-ID	PIC X(10).
		10  TILLFX-DATE		PIC X(8).
		10  TILLFX-CURRENCY-CODE
					PIC X(3).
	05 TILLFX-BOUGHT		PIC S9(13)V99 COMP-3.
	05 TILLFX-SOLD			PIC S9(13)V99 COMP-3.
	05 TILLFX-VAULT-IN		PIC S9(13)V99 COMP-3.
	05 TILLFX-VAULT-OUT		PIC S9(13)V99 COMP-3.
	05 TILLFX-EXCHANGE-COUNT	PIC S9(7) COMP-3.
      *
