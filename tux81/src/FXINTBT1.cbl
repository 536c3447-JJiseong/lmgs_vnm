      *  a tax register row (TAXREGR) per month settled, the same
      *  way the maturity batch registers its withholding.
      *
      *  The month's gross interest is first released from the FD
      *  interest payable the nightly accrual (FDACRBT1) has built up
      *  on the deposit (FXDEP-ACCRUED-INT), up to the balance
      *  standing; only what the accrual had not yet reached is
      *  debited to interest expense.  Any accrued balance beyond
      *  the month stays for the next settlement.
      *
      *  The deposit's legs - payable release, expense, tax and
      *  capitalized principal - post on its home branch
      *  (FXDEP-HOME-BRANCH) and the payout credit on the payout
      *  account's (DDACC-HOME-BRANCH), each falling back to the
      *  head-office branch 000000 on a row from before home
      *  branches were kept; the GL release settles the two
      *  branches between them.
      *
      *  Foreign-currency deposits are out of scope here - FXDEPMT1
      *  refuses the monthly options on them, and any row that
      *  slipped through before that check existed is skipped to
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TAXREG-STATUS.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TAX-REGISTER-FILE.
	01  TAX-REGISTER-RECORD.
		COPY TAXREGR.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-TAXREG-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-WHTAX-RATE		PIC S9(3)V99 COMP-3.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FD-BRANCH		PIC X(6).
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-LIABILITY-ACCT		PIC X(10) VALUE "2000000001".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-TAX-PAYABLE-ACCT	PIC X(10) VALUE "2000000098".
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-RELEASE-AMT		PIC S9(11)V99 COMP-3.
	01  WS-EXPENSE-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TAXREG-EVENT		PIC X(8).
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
      *
	0100-LOAD-WHTAX-RATE.
		MOVE 5.00 TO WS-WHTAX-RATE
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "WHTAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-WHTAX-RATE
		END-IF.
      *
	1000-READ-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
		END-IF.
      *
	2300-POST-MONTH-INTEREST.
		MOVE FXDEP-HOME-BRANCH TO WS-FD-BRANCH
		IF WS-FD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-FD-BRANCH
		END-IF
		COMPUTE WS-INTEREST-AMT ROUNDED =
			FXDEP-PRINCIPAL-AMT * FXDEP-INTEREST-RATE
			/ 1200
			WS-INTEREST-AMT * WS-WHTAX-RATE / 100
		COMPUTE WS-NET-INTEREST =
			WS-INTEREST-AMT - WS-TAX-AMT
		MOVE WS-INTEREST-AMT TO WS-RELEASE-AMT
		IF FXDEP-ACCRUED-INT < WS-RELEASE-AMT
			MOVE FXDEP-ACCRUED-INT TO WS-RELEASE-AMT
		END-IF
		IF WS-RELEASE-AMT < ZERO
			MOVE ZERO TO WS-RELEASE-AMT
		END-IF
		COMPUTE WS-EXPENSE-AMT =
			WS-INTEREST-AMT - WS-RELEASE-AMT
		IF FXDEP-INT-MONTHLY-PAYOUT
			PERFORM 2400-PAY-TO-DD-ACCOUNT
		ELSE
			MOVE "PAYOUT ACCT CLOSED" TO DTL-RESULT
			PERFORM 3100-SKIP-DEPOSIT
		ELSE
			MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
			IF WS-DD-BRANCH = SPACES
				MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
			END-IF
			ADD WS-NET-INTEREST TO DDACC-BALANCE
			REWRITE DD-ACCOUNT-RECORD
			CALL "TRNIDGN1" USING WS-TRANID
			PERFORM 2420-WRITE-PAYOUT-GL-LEGS
			PERFORM 2430-WRITE-HISTORY
			ADD 1 TO FXDEP-INT-PAID-MONTHS
			SUBTRACT WS-RELEASE-AMT FROM FXDEP-ACCRUED-INT
			REWRITE FX-DEPOSIT-RECORD
			MOVE "MINTPAY" TO WS-TAXREG-EVENT
			PERFORM 2600-WRITE-TAX-REGISTER
      *
	2420-WRITE-PAYOUT-GL-LEGS.
		PERFORM 7000-OPEN-GL-FILE
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		PERFORM 2440-WRITE-INTEREST-DEBITS
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-NET-INTEREST TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-TAX-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-TAX-AMT TO GLINTF-AMOUNT
		MOVE FXDEP-INT-PAYOUT-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "FDINTPAY" TO TRNH-EVENT-CODE
		MOVE WS-NET-INTEREST TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-INT-EXPENSE-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
      *  The gross interest side of a settlement: the accrued
      *  payable released first, interest expense for the rest.
	2440-WRITE-INTEREST-DEBITS.
		IF WS-RELEASE-AMT > ZERO
			MOVE WS-FD-INT-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-RELEASE-AMT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-EXPENSE-AMT > ZERO
			MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-EXPENSE-AMT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF.
      *
	2500-CAPITALIZE-MONTH.
		ADD WS-NET-INTEREST TO FXDEP-PRINCIPAL-AMT
		ADD 1 TO FXDEP-INT-PAID-MONTHS
		SUBTRACT WS-RELEASE-AMT FROM FXDEP-ACCRUED-INT
		REWRITE FX-DEPOSIT-RECORD
		PERFORM 7000-OPEN-GL-FILE
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		PERFORM 2440-WRITE-INTEREST-DEBITS
		MOVE WS-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-NET-INTEREST TO GLINTF-AMOUNT
