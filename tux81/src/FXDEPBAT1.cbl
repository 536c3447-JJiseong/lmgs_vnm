      *  monthly tax return comes from the system - rollovers no
      *  longer slip through untaxed.
      *
      *  Interest accrual: the interest settled here is first
      *  released from the FD interest payable the nightly accrual
      *  (FDACRBT1) built up on the deposit (FXDEP-ACCRUED-INT);
      *  only the difference between the interest settled and the
      *  amount accrued goes to interest expense - a debit for
      *  days the accrual had not reached, a credit back where it
      *  ran ahead - and the accrued balance is zeroed.  A
      *  rollover restarts the accrual from the new open date.
      *  Settlement debits the deposit liability for the principal
      *  only; the interest is carried by the payable and expense.
      *
      *  Every leg posts on the deposit's home branch
      *  (FXDEP-HOME-BRANCH), where its liability and accrued
      *  payable sit; a deposit from before home branches were kept
      *  (spaces) posts on the head-office branch 000000.
      *
      *  NOTE: TRANSFER is posted to the same settlement
      *  clearing GL account as PAYOUT pending a real core-banking
      *  account file to credit the customer against.
      *
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
	01  WS-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	01  WS-PAYOUT-AMT		PIC S9(11)V99 COMP-3.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FD-BRANCH		PIC X(6).
	01  WS-LIABILITY-ACCT		PIC X(10) VALUE "2000000001".
	01  WS-SETTLE-ACCT		PIC X(10) VALUE "2000000099".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-RAW-MATURITY-DATE	PIC X(8).
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-TAXREG-STATUS		PIC XX.
	01  WS-WHTAX-RATE		PIC S9(3)V99 COMP-3.
	01  WS-TAX-AMT			PIC S9(11)V99 COMP-3.
	01  WS-NET-INTEREST		PIC S9(11)V99 COMP-3.
	01  WS-TAX-PAYABLE-ACCT	PIC X(10) VALUE "2000000098".
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-TRUEUP-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TAXREG-EVENT		PIC X(8).
	01  WS-LOOKUP-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
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
      *  loan closure.
	2000-PROCESS-DEPOSIT.
		IF FXDEP-ACTIVE AND FXDEP-MATURITY-DATE <= WS-TODAY
			MOVE FXDEP-HOME-BRANCH TO WS-FD-BRANCH
			IF WS-FD-BRANCH = SPACES
				MOVE WS-BRANCH-CODE TO WS-FD-BRANCH
			END-IF
			PERFORM 2100-COMPUTE-INTEREST
			EVALUATE TRUE
				WHEN FXDEP-ROLLOVER
		CALL "BUSDTRL1" USING WS-RAW-MATURITY-DATE
			FXDEP-MATURITY-DATE
		MOVE ZERO TO FXDEP-INT-PAID-MONTHS
		MOVE FXDEP-OPEN-DATE TO FXDEP-ACCRUAL-DATE
		REWRITE FX-DEPOSIT-RECORD.
      *
      *  The rollover books its interest at capitalization time: the
      *  gross interest out of the accrued payable and expense, the
      *  net capitalized onto the deposit liability, and the
      *  withholding split off to tax payable - the leg rollovers
      *  used to slip through without.
	2250-POST-ROLLOVER-TAX.
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		PERFORM 2800-RELEASE-ACCRUAL
		MOVE WS-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-NET-INTEREST TO GLINTF-AMOUNT
		END-IF
		COMPUTE WS-PAYOUT-AMT =
			FXDEP-PRINCIPAL-AMT + WS-INTEREST-AMT
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE FXDEP-PRINCIPAL-AMT TO GLINTF-AMOUNT
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		PERFORM 2800-RELEASE-ACCRUAL
		MOVE WS-SETTLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		COMPUTE GLINTF-AMOUNT =
		END-IF.
      *
	2760-FILL-AND-WRITE-LEG.
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-ABS-MOVEMENT TO GLINTF-AMOUNT
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD.
      *
      *
      *  The gross interest side of a settlement or rollover: the
      *  whole accrued payable released, the difference from the
      *  interest settled trued up to expense.  The caller has set
      *  the branch, value date and TRANID on the leg.
	2800-RELEASE-ACCRUAL.
		IF FXDEP-ACCRUED-INT > ZERO
			MOVE WS-FD-INT-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE FXDEP-ACCRUED-INT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		COMPUTE WS-TRUEUP-AMT =
			WS-INTEREST-AMT - FXDEP-ACCRUED-INT
		IF WS-TRUEUP-AMT > ZERO
			MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-TRUEUP-AMT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-TRUEUP-AMT < ZERO
			MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			COMPUTE GLINTF-AMOUNT = ZERO - WS-TRUEUP-AMT
			WRITE GL-INTERFACE-RECORD
		END-IF
		MOVE ZERO TO FXDEP-ACCRUED-INT.
      *
