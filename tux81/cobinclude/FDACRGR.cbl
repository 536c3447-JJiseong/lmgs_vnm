      *
      *  FDACRGR.cbl
      *
      *  Fixed-deposit accrual register record.  One row appended by
      *  the nightly fixed-deposit interest accrual (FDACRBT1) for
      *  every deposit it accrues, carrying the amount accrued in
      *  the deposit's own currency, the days it covers, the branch
      *  the GL legs were written under and the run date, so
      *  FDACPBT1 can prove the night's accrual against the credit
      *  legs that reached FD interest payable on the GL interface,
      *  the way ACCPRBT1 proves the loan accrual.
      *
	05 FDACRG-DEPOSIT-NO		PIC X(12).
	05 FDACRG-BRANCH-CODE		PIC X(6).
	05 FDACRG-CURRENCY-CODE		PIC X(3).
	05 FDACRG-ACCRUAL-AMT		PIC S9(11)V99 COMP-3.
	05 FDACRG-DAYS			PIC S9(5) COMP-3.
	05 FDACRG-DATE			PIC X(8).
      *
