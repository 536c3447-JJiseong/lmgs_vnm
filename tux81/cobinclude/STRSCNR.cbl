      *
      *  STRSCNR.cbl
      *
      *  Stress-test scenario table.  One row per shock of a named
      *  scenario, keyed on the scenario code, the shock type and
      *  what the shock applies to:
      *
      *   - type R, a base-rate index (BASRATR index code): the
      *     shift in percentage points added to the index, so every
      *     floating-rate loan priced off it reprices by as much;
      *   - type F, a currency (FXRATER currency code): the
      *     percentage by which the dong depreciates against it,
      *     applied to the bank's open position in the currency;
      *   - type M, a delinquency bucket (LOANM-DELINQ-CODE as
      *     000, 030, 060 or 090): the percentage of the bucket's
      *     loans that migrate to the next bucket and take its
      *     provision percentage.
      *
      *  STRSBT1 runs every scenario with at least one active row
      *  against the book and prints it beside the base case.
      *  Maintained through STRSMNT1 under maker-checker dual
      *  control (APPRMNT1 target STRSCNR).
      *
	05 STRS-KEY.
		10  STRS-SCENARIO-CODE	PIC X(8).
		10  STRS-SHOCK-TYPE	PIC X.
			88  STRS-RATE-SHIFT	VALUE "R".
			88  STRS-FX-SHOCK	VALUE "F".
			88  STRS-MIGRATION	VALUE "M".
		10  STRS-SHOCK-KEY	PIC X(6).
	05 STRS-SHOCK-PCT		PIC S9(3)V9(4) COMP-3.
	05 STRS-DESCRIPTION		PIC X(30).
	05 STRS-STATUS-FLAG		PIC X.
		88  STRS-ACTIVE		VALUE "A".
		88  STRS-INACTIVE	VALUE "I".
      *
