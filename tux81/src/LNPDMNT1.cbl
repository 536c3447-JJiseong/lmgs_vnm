      *  screen pattern.  Lets the product desk define a lending
      *  product's allowed rate band, term range, default GL
      *  accounts and amortization method once, so LNMAST01 has a
      *  product to validate every create against.  The method is
      *  equal principal (E), annuity (A), bullet (B) or balloon
      *  (L), the last with the balloon percentage of principal
      *  left for the final installment.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNPDMNT1.
		05  LINE 10 COLUMN 1  VALUE "CASH GL ACCT   : ".
		05  LINE 10 COLUMN 20
			PIC X(10) USING LNPROD-CASH-GL-ACCOUNT.
		05  LINE 11 COLUMN 1  VALUE "AMORT(E/A/B/L) : ".
		05  LINE 11 COLUMN 20
			PIC X USING LNPROD-AMORT-METHOD.
		05  LINE 12 COLUMN 1  VALUE "GRACE (MTH)    : ".
		05  LINE 14 COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 14 COLUMN 20
			PIC X USING LNPROD-STATUS-FLAG.
		05  LINE 15 COLUMN 1  VALUE "PREPAY FEE (Y) : ".
		05  LINE 15 COLUMN 20
			PIC X USING LNPROD-PREPAY-FEE-FLAG.
		05  LINE 16 COLUMN 1  VALUE "BALLOON PCT    : ".
		05  LINE 16 COLUMN 20
			PIC ZZ9.99 USING LNPROD-BALLOON-PCT.
		05  LINE 17 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 17 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 18 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
