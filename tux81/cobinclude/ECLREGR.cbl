      *
      *  ECLREGR.cbl
      *
      *  IFRS 9 expected-credit-loss register record.  One row per
      *  open loan, keyed on ECLR-ACCOUNT-NO, carrying the quarterly
      *  computation ECLBT1 made for it - the stage and the reasons
      *  that drove it (days past due, restructure, non-accrual,
      *  score deterioration since origination), the exposure, the
      *  horizon and PD/LGD applied and the resulting loss
      *  allowance - kept alongside the local-GAAP provision
      *  register (PROVREGR) for the group reporting pack.  Nothing
      *  here is posted to the GL.
      *
	05 ECLR-ACCOUNT-NO		PIC X(12).
	05 ECLR-PERIOD			PIC X(6).
	05 ECLR-PRODUCT-CODE		PIC X(4).
	05 ECLR-STAGE			PIC 9.
	05 ECLR-DAYS-PAST-DUE		PIC S9(5) COMP-3.
	05 ECLR-RESTRUCT-FLAG		PIC X.
		88  ECLR-RESTRUCTURED	VALUE "Y".
	05 ECLR-NON-ACCRUAL-FLAG	PIC X.
		88  ECLR-NON-ACCRUAL	VALUE "Y".
	05 ECLR-SICR-FLAG		PIC X.
		88  ECLR-SICR		VALUE "Y".
	05 ECLR-ORIG-SCORE		PIC S9(5) COMP-3.
	05 ECLR-CURRENT-SCORE		PIC S9(5) COMP-3.
	05 ECLR-EXPOSURE		PIC S9(11)V99 COMP-3.
	05 ECLR-HORIZON-MONTHS		PIC S9(5) COMP-3.
	05 ECLR-PD-PCT			PIC S9(3)V9(4) COMP-3.
	05 ECLR-LGD-PCT			PIC S9(3)V99 COMP-3.
	05 ECLR-ECL-AMOUNT		PIC S9(11)V99 COMP-3.
	05 ECLR-VAS-PROVISION		PIC S9(11)V99 COMP-3.
      *
