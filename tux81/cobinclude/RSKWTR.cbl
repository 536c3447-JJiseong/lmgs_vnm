      *
      *  RSKWTR.cbl
      *
      *  Regulatory risk-weight table.  One row per combination of
      *  exposure class, collateral type (COLLAT-TYPE), delinquency
      *  bucket (LOANM-DELINQ-CODE) and currency, carrying the
      *  percentage of the exposure that counts as risk-weighted
      *  assets for the capital adequacy return (CARBT1).  The
      *  exposure classes are:
      *
      *   - LOAN - open loan principal not covered by a pledged
      *     deposit;
      *   - FDPL - the part of a loan secured by a fixed deposit
      *     pledged through FDPLDG01;
      *   - ODLN - an approved demand-deposit overdraft line;
      *   - GUAR - an active bank guarantee (BGREGR).
      *
      *  Spaces in the collateral type or the currency make the row
      *  a fall-back for any value; CARBT1 tries the exact row
      *  first, then the any-currency row, then the uncollateralised
      *  row for the currency, then the uncollateralised
      *  any-currency row, and weights at 100 percent when none is
      *  set up.  The delinquency bucket is always exact - a
      *  non-performing loan must never pick up a performing
      *  weight.  Maintained through RSKWMNT1 under maker-checker
      *  dual control (APPRMNT1 target RSKWTR).
      *
	05 RSKWT-KEY.
		10  RSKWT-EXPOSURE-CLASS
					PIC X(4).
			88  RSKWT-CLASS-LOAN
					VALUE "LOAN".
			88  RSKWT-CLASS-PLEDGE
					VALUE "FDPL".
			88  RSKWT-CLASS-OVERDRAFT
					VALUE "ODLN".
			88  RSKWT-CLASS-GUARANTEE
					VALUE "GUAR".
			88  RSKWT-VALID-CLASS
					VALUE "LOAN" "FDPL"
						"ODLN" "GUAR".
		10  RSKWT-COLLAT-TYPE	PIC X(15).
		10  RSKWT-DELINQ-CODE	PIC 9(3).
		10  RSKWT-CURRENCY-CODE	PIC X(3).
	05 RSKWT-WEIGHT-PCT		PIC S9(3)V99 COMP-3.
	05 RSKWT-DESCRIPTION		PIC X(30).
      *
