      *  with an approved overdraft line (DDACC-OVERDRAFT-LIMIT)
      *  may be drawn negative up to the line, so a salary
      *  customer's instruction no longer bounces two days before
      *  payday.  A funding account under a savings sweep (SWEEPR)
      *  has its youngest swept deposits broken back in (SWPCOVER/
      *  SWPCOV1) first when that would meet the installment.
      *
      *  The funding account's home branch (DDACC-HOME-BRANCH, head
      *  office 000000 for an account from before home branches
      *  were kept) goes to REPAYAP1 as the tender branch, so the
      *  demand-deposit leg and the account's history row post
      *  where its liability sits and the loan legs on the loan's
      *  own branch.
      *
      *  Insufficient-funds retry ladder (ADRETRYR): a debit that
      *  finds the funding account short sweeps whatever positive
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLCAS-ACCOUNT-NO
			FILE STATUS IS WS-COLCAS-STATUS.
		SELECT SMS-EXTRACT-FILE ASSIGN TO "SMSXTRR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SMSX-STATUS.
	FD  COLL-CASE-FILE.
	01  COLL-CASE-RECORD.
		COPY COLCASER.
	FD  SMS-EXTRACT-FILE.
	01  SMS-EXTRACT-RECORD.
		COPY SMSXTRR.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-COLCAS-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-SMSX-STATUS		PIC XX.
	01  WS-MAX-ATTEMPTS		PIC S9(5) COMP-3.
	01  WS-AVAILABLE		PIC S9(13)V99 COMP-3.
	01  WS-APPLY-RESULT		PIC S9(9) COMP-5.
	01  WS-APPLY-VALUE-DATE		PIC X(8) VALUE SPACES.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-SWEEP-ACCOUNT		PIC X(12).
	01  WS-SWEEP-DEBIT		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-DATE		PIC X(8).
	01  WS-SWEEP-MODE		PIC X.
	01  WS-SWEEP-SHORTFALL		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-COVER		PIC S9(11)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-DETAIL-LINE.
		CALL "DDHLDCK1" USING STNDIN-FUNDING-ACCOUNT
			WS-BUSINESS-DATE WS-HELD-AMOUNT
			WS-FULL-HOLD-FLAG
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
		END-IF
		IF DDACC-ACTIVE AND NOT WS-FULL-HOLD
			MOVE STNDIN-FUNDING-ACCOUNT TO WS-SWEEP-ACCOUNT
			MOVE WS-INSTALLMENT-AMT TO WS-SWEEP-DEBIT
			MOVE WS-BUSINESS-DATE TO WS-SWEEP-DATE
			PERFORM 2350-REVERSE-SWEEP
		END-IF
		COMPUTE WS-AVAILABLE =
			DDACC-BALANCE + DDACC-OVERDRAFT-LIMIT
			- WS-HELD-AMOUNT
			WHEN OTHER
				PERFORM 2400-APPLY-REPAYMENT
		END-EVALUATE.
      *
	2350-REVERSE-SWEEP.
		COPY SWPCOVER.
      *
      *  The funding account's balance comes down here; REPAYAP1
      *  writes the matching GL legs with the demand-deposit
		SUBTRACT WS-INSTALLMENT-AMT FROM DDACC-BALANCE
		REWRITE DD-ACCOUNT-RECORD
		CALL "REPAYAP1" USING REPAY-ACCOUNT-NO
			WS-INSTALLMENT-AMT WS-DD-BRANCH
			WS-DD-LIABILITY-ACCT
			WS-APPLY-INSTALLMENT WS-APPLY-RESULT
			WS-APPLY-VALUE-DATE
		SUBTRACT WS-SWEEP-AMT FROM DDACC-BALANCE
		REWRITE DD-ACCOUNT-RECORD
		CALL "REPAYAP1" USING REPAY-ACCOUNT-NO
			WS-SWEEP-AMT WS-DD-BRANCH
			WS-DD-LIABILITY-ACCT
			WS-APPLY-INSTALLMENT WS-APPLY-RESULT
			WS-APPLY-VALUE-DATE
      *
	0400-LOAD-RETRY-LIMIT.
		MOVE 5 TO WS-MAX-ATTEMPTS
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "ADRETRY" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-MAX-ATTEMPTS
		END-IF.
      *
      *  The funding account's own ledger row - the loan side is
      *  written inside REPAYAP1, but the demand-deposit debit
		MOVE STNDIN-FUNDING-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "DDAUTODB" TO TRNH-EVENT-CODE
		MOVE WS-INSTALLMENT-AMT TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE ZERO TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
