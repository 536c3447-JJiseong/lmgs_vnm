      *
      *  MORPGMR.cbl
      *
      *  Payment-moratorium program definition.  One row per relief
      *  program the bank runs for borrowers hit by a disaster,
      *  epidemic or market shock, keyed on MORPGM-CODE and
      *  maintained through MORMNT1 under maker-checker (APPRMNT1,
      *  target MORPGMR).  Eligibility is the borrower's economic
      *  sector (CUSTM-SECTOR-CODE), the loan's booking branch and
      *  product - spaces in any of the three meaning every value -
      *  and the worst debt group the loan may have stood in on the
      *  cut-off date (0 current, 30/60/90 days past due, 999 NPL).
      *  MORPGM-DEFER-MONTHS is how far the unpaid schedule moves,
      *  and MORPGM-INT-TREATMENT what happens to the interest the
      *  principal runs up over those months: CAPITALISED onto the
      *  principal, DEFERRED to the first installment after the
      *  moratorium, or WAIVED.  MORSBT1 selects candidates only
      *  while the program is ACTIVE.
      *
	05 MORPGM-CODE			PIC X(8).
	05 MORPGM-DESCRIPTION		PIC X(30).
	05 MORPGM-SECTOR-CODE		PIC X(4).
	05 MORPGM-BRANCH-CODE		PIC X(6).
	05 MORPGM-PRODUCT-CODE		PIC X(4).
	05 MORPGM-MAX-DELINQ-CODE	PIC S9(9) COMP-5.
	05 MORPGM-CUTOFF-DATE		PIC X(8).
	05 MORPGM-DEFER-MONTHS		PIC S9(3) COMP-3.
	05 MORPGM-INT-TREATMENT		PIC X.
		88  MORPGM-CAPITALISE	VALUE "C".
		88  MORPGM-DEFER	VALUE "D".
		88  MORPGM-WAIVE	VALUE "W".
	05 MORPGM-STATUS-FLAG		PIC X.
		88  MORPGM-ACTIVE	VALUE "A".
		88  MORPGM-CLOSED	VALUE "C".
      *
