      *  against a customer and set its rollover instruction at
      *  account-opening time, so FXDEPBAT1 has an instruction to act
      *  on at maturity instead of the branch having to be chased for
      *  one.  The home branch keyed at booking is the branch whose
      *  books carry the deposit; it moves afterwards only through
      *  a branch transfer (BRXFR01/BRMGBT1).  The day-count basis
      *  (5 = actual/365, the default; 0 = actual/360; 3 = 30/360)
      *  is the convention the nightly accrual (FDACRBT1) earns the
      *  deposit's interest under; a new deposit starts with
      *  nothing accrued.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FXDEPMT1.
		05  LINE 14 COLUMN 1  VALUE "CURRENCY       : ".
		05  LINE 14 COLUMN 20
			PIC X(3) USING FXDEP-CURRENCY-CODE.
		05  LINE 15 COLUMN 1  VALUE "HOME BRANCH    : ".
		05  LINE 15 COLUMN 20
			PIC X(6) USING FXDEP-HOME-BRANCH.
		05  LINE 16 COLUMN 1  VALUE "DAY BASIS(5/0/3): ".
		05  LINE 16 COLUMN 20
			PIC X USING FXDEP-DAYCOUNT-BASIS.
		05  LINE 17 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 17 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 19 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
				AND FXDEP-CURRENCY-CODE NOT = "VND"
				AND FXDEP-CURRENCY-CODE NOT = SPACES
				MOVE "NO FX MONTHLY OPT" TO WS-MSG
			WHEN NOT FXDEP-ACT-365
				AND NOT FXDEP-ACT-360
				AND NOT FXDEP-30-360
				MOVE "DAY BASIS 5/0/3" TO WS-MSG
		END-EVALUATE.
      *
	1050-CHECK-RATE-BOARD.
					TO FXDEP-BOOK-RATE
			END-IF
		END-IF
		IF FXDEP-HOME-BRANCH = SPACES
			MOVE "NEED HOME BRANCH" TO WS-MSG
		END-IF
		IF WS-MSG = SPACES
			SET FXDEP-ACTIVE TO TRUE
			SET FXDEP-FREE TO TRUE
			MOVE SPACES TO FXDEP-PLEDGED-LOAN-NO
			MOVE ZERO TO FXDEP-INT-PAID-MONTHS
			MOVE ZERO TO FXDEP-ACCRUED-INT
			MOVE SPACES TO FXDEP-ACCRUAL-DATE
			WRITE FX-DEPOSIT-RECORD
			MOVE "ADDED" TO WS-MSG
		END-IF.
