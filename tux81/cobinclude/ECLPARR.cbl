      *
      *  ECLPARR.cbl
      *
      *  IFRS 9 expected-credit-loss parameter table.  One row per
      *  loan product (LOANM-PRODUCT-CODE) and stage, carrying the
      *  annual probability of default and the loss given default
      *  the quarterly ECL batch (ECLBT1) applies to a loan of that
      *  product in that stage.  Stage 1 takes the PD over the next
      *  twelve months of the loan's schedule, stages 2 and 3 over
      *  its remaining life.  Spaces in the product make the row the
      *  fall-back for any product in the stage; with neither row
      *  set up ECLBT1 keeps its coded defaults.  Maintained
      *  through ECLPMNT1 under maker-checker dual control
      *  (APPRMNT1 target ECLPARR).
      *
	05 ECLP-KEY.
		10  ECLP-PRODUCT-CODE	PIC X(4).
		10  ECLP-STAGE		PIC 9.
			88  ECLP-VALID-STAGE
					VALUES 1 THRU 3.
	05 ECLP-PD-PCT			PIC S9(3)V9(4) COMP-3.
	05 ECLP-LGD-PCT			PIC S9(3)V99 COMP-3.
	05 ECLP-DESCRIPTION		PIC X(30).
      *
