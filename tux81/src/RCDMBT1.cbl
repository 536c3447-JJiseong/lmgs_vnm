      *
      *  RCDMBT1.cbl
      *
      *  Daily recurring-deposit maturity batch.  Picks up every
      *  active deposit on the recurring-deposit file (RCDEPR)
      *  whose maturity date has reached the business date and
      *  whose installments have all fallen due (RCDCBT1 runs
      *  first), settles the interest earned and acts on the
      *  maturity instruction, the way FXDEPBAT1 does for fixed
      *  deposits.
      *
      *  Interest is RCDEP-MONEY-MONTHS times the booked rate over
      *  1200 - each installment earning only for the months it sat
      *  with the bank - at the booked rate less the RDPENRT
      *  penalty (PARMR, PARM-RATE, percentage points, default
      *  1.00, never below zero) when missed installments marked
      *  the deposit PENALIZED.  Personal-income-tax withholding is
      *  taken at the maintained WHTAX rate (default 5), the GL
      *  legs split gross expense, net to the deposit liability and
      *  tax payable ("2000000098"), and a tax register row
      *  (TAXREGR) is written per deposit.
      *
      *  PAYOUT credits balance plus net interest to the linked
      *  demand-deposit account (DD ledger, GL from the recurring-
      *  deposit liability to the demand-deposit liability,
      *  RDMATOUT/RDMATIN history rows) and closes the deposit; a
      *  linked account since closed or removed is reported and the
      *  deposit waits, nothing posted, for the branch to redirect
      *  it.  ROLLOVER capitalizes the net interest and starts a new
      *  cycle of the same installment and tenor from the maturity
      *  date, the rolled-over balance earning for the whole new
      *  tenor and the miss count and penalty cleared.
      *
      *  The recurring-deposit legs and rows post on the deposit's
      *  branch (RCDEP-BRANCH-CODE); the payout credit to the
      *  linked account and its row post on that account's home
      *  branch (DDACC-HOME-BRANCH, head office 000000 for an
      *  account from before home branches were kept).
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
      *  the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RCDMBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RECURRING-DEPOSIT-FILE ASSIGN TO "RCDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS RCDEP-DEPOSIT-NO
			FILE STATUS IS WS-RCDEP-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TAXREG-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "RCDMBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  RECURRING-DEPOSIT-FILE.
	01  RECURRING-DEPOSIT-RECORD.
		COPY RCDEPR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TAX-REGISTER-FILE.
	01  TAX-REGISTER-RECORD.
		COPY TAXREGR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-RCDEP-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TAXREG-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-WHTAX-RATE		PIC S9(3)V99 COMP-3.
	01  WS-PENALTY-RATE		PIC S9(3)V9(4) COMP-3.
	01  WS-EFFECTIVE-RATE		PIC S9(3)V9(4) COMP-3.
	01  WS-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TAX-AMT			PIC S9(11)V99 COMP-3.
	01  WS-NET-INTEREST		PIC S9(11)V99 COMP-3.
	01  WS-PAYOUT-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TAXREG-EVENT		PIC X(8).
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-TARGET-OK-FLAG		PIC X.
		88  WS-TARGET-OK	VALUE "Y".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-RD-LIABILITY-ACCT	PIC X(10) VALUE "2000000084".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-TAX-PAYABLE-ACCT	PIC X(10) VALUE "2000000098".
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-DUE-YEAR			PIC 9(4).
	01  WS-DUE-MONTH		PIC 9(2).
	01  WS-RAW-MATURITY-DATE	PIC X(8).
	01  WS-PAID-OUT-COUNT		PIC 9(7) VALUE 0.
	01  WS-ROLLED-COUNT		PIC 9(7) VALUE 0.
	01  WS-HELD-COUNT		PIC 9(7) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-DEPOSIT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BALANCE		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-INTEREST	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-TAX		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(24).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "RCDMBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "GLPERCK1" USING WS-BUSINESS-DATE
			WS-PERIOD-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		PERFORM 0100-LOAD-PARAMETERS
		OPEN I-O RECURRING-DEPOSIT-FILE
		OPEN I-O DD-ACCOUNT-FILE
		OPEN OUTPUT RPT-FILE
		MOVE "RECURRING DEPOSIT MATURITY RUN" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			AND WS-RCDEP-STATUS = "00"
			PERFORM 1000-READ-DEPOSIT
			PERFORM 2000-PROCESS-DEPOSIT UNTIL WS-EOF
			PERFORM 5000-WRITE-COUNTS
		END-IF
		CLOSE RECURRING-DEPOSIT-FILE
		CLOSE DD-ACCOUNT-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-LOAD-PARAMETERS.
		MOVE 5.00 TO WS-WHTAX-RATE
		MOVE 1.00 TO WS-PENALTY-RATE
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "WHTAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-WHTAX-RATE
		END-IF
		MOVE "RDPENRT" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-PENALTY-RATE
		END-IF.
      *
	1000-READ-DEPOSIT.
		READ RECURRING-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-DEPOSIT.
		IF RCDEP-ACTIVE
			AND RCDEP-MATURITY-DATE <= WS-BUSINESS-DATE
			AND RCDEP-SCHEDULED-COUNT >= RCDEP-TENOR-MONTHS
			EVALUATE TRUE
				WHEN RCDEP-ROLLOVER
					PERFORM 2100-COMPUTE-INTEREST
					PERFORM 2200-POST-INTEREST
					PERFORM 2400-ROLLOVER-DEPOSIT
				WHEN RCDEP-PAYOUT
					PERFORM 2300-CHECK-TARGET
			END-EVALUATE
		END-IF
		PERFORM 1000-READ-DEPOSIT.
      *
	2100-COMPUTE-INTEREST.
		MOVE RCDEP-INTEREST-RATE TO WS-EFFECTIVE-RATE
		IF RCDEP-PENALIZED
			SUBTRACT WS-PENALTY-RATE FROM WS-EFFECTIVE-RATE
		END-IF
		IF WS-EFFECTIVE-RATE < ZERO
			MOVE ZERO TO WS-EFFECTIVE-RATE
		END-IF
		COMPUTE WS-INTEREST-AMT ROUNDED =
			RCDEP-MONEY-MONTHS * WS-EFFECTIVE-RATE / 1200
		IF WS-INTEREST-AMT < ZERO
			MOVE ZERO TO WS-INTEREST-AMT
		END-IF
		COMPUTE WS-TAX-AMT ROUNDED =
			WS-INTEREST-AMT * WS-WHTAX-RATE / 100
		COMPUTE WS-NET-INTEREST =
			WS-INTEREST-AMT - WS-TAX-AMT.
      *
      *  Gross expense, the net onto the deposit liability and the
      *  withholding to tax payable, under one TRANID that the
      *  payout legs, if any, share.
	2200-POST-INTEREST.
		CALL "TRNIDGN1" USING WS-TRANID
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE RCDEP-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-INTEREST-AMT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-RD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-NET-INTEREST TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		MOVE WS-TAX-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-TAX-AMT TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE
		ADD WS-NET-INTEREST TO RCDEP-BALANCE
		IF RCDEP-ROLLOVER
			MOVE "RDROLL" TO WS-TAXREG-EVENT
		ELSE
			MOVE "RDMATURE" TO WS-TAXREG-EVENT
		END-IF
		PERFORM 2600-WRITE-TAX-REGISTER.
      *
	2300-CHECK-TARGET.
		MOVE "N" TO WS-TARGET-OK-FLAG
		MOVE RCDEP-LINKED-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF DDACC-ACTIVE
					MOVE "Y" TO WS-TARGET-OK-FLAG
				END-IF
		END-READ
		IF WS-TARGET-OK
			PERFORM 2100-COMPUTE-INTEREST
			PERFORM 2200-POST-INTEREST
			PERFORM 2350-PAY-OUT-DEPOSIT
		ELSE
			ADD 1 TO WS-HELD-COUNT
			MOVE ZERO TO WS-INTEREST-AMT
			MOVE ZERO TO WS-TAX-AMT
			MOVE "LINKED ACCT CLOSED" TO DTL-RESULT
			PERFORM 3900-WRITE-DETAIL
		END-IF.
      *
	2350-PAY-OUT-DEPOSIT.
		MOVE RCDEP-BALANCE TO WS-PAYOUT-AMT
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE "000000" TO WS-DD-BRANCH
		END-IF
		ADD WS-PAYOUT-AMT TO DDACC-BALANCE
		REWRITE DD-ACCOUNT-RECORD
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE RCDEP-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-RD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-PAYOUT-AMT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE
		PERFORM 2360-WRITE-HISTORY-ROWS
		MOVE ZERO TO RCDEP-BALANCE
		MOVE ZERO TO RCDEP-MONEY-MONTHS
		SET RCDEP-CLOSED TO TRUE
		REWRITE RECURRING-DEPOSIT-RECORD
		ADD 1 TO WS-PAID-OUT-COUNT
		MOVE WS-PAYOUT-AMT TO DTL-BALANCE
		MOVE "PAID OUT" TO DTL-RESULT
		PERFORM 3910-WRITE-LINE.
      *
	2360-WRITE-HISTORY-ROWS.
		MOVE RCDEP-DEPOSIT-NO TO TRNH-ACCOUNT-NO
		MOVE "RDMATOUT" TO TRNH-EVENT-CODE
		MOVE WS-PAYOUT-AMT TO TRNH-AMOUNT
		MOVE RCDEP-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-RD-LIABILITY-ACCT
			TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		MOVE RCDEP-LINKED-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "RDMATIN" TO TRNH-EVENT-CODE
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT
			TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
      *  The new cycle's first installment falls due on the old
      *  maturity's schedule day, and the capitalized balance earns
      *  for the whole new tenor.
	2400-ROLLOVER-DEPOSIT.
		MOVE RCDEP-MATURITY-DATE TO RCDEP-OPEN-DATE
		MOVE RCDEP-MATURITY-DATE TO RCDEP-NEXT-DUE-DATE
		MOVE RCDEP-SCHEDULE-DAY TO RCDEP-NEXT-DUE-DATE (7:2)
		MOVE RCDEP-NEXT-DUE-DATE (1:4) TO WS-DUE-YEAR
		MOVE RCDEP-NEXT-DUE-DATE (5:2) TO WS-DUE-MONTH
		PERFORM 2410-ADVANCE-MONTH RCDEP-TENOR-MONTHS TIMES
		MOVE RCDEP-NEXT-DUE-DATE TO WS-RAW-MATURITY-DATE
		MOVE WS-DUE-YEAR TO WS-RAW-MATURITY-DATE (1:4)
		MOVE WS-DUE-MONTH TO WS-RAW-MATURITY-DATE (5:2)
		CALL "BUSDTRL1" USING WS-RAW-MATURITY-DATE
			RCDEP-MATURITY-DATE
		MOVE ZERO TO RCDEP-SCHEDULED-COUNT
		MOVE ZERO TO RCDEP-PAID-COUNT
		MOVE ZERO TO RCDEP-MISSED-COUNT
		COMPUTE RCDEP-MONEY-MONTHS =
			RCDEP-BALANCE * RCDEP-TENOR-MONTHS
		SET RCDEP-NOT-PENALIZED TO TRUE
		REWRITE RECURRING-DEPOSIT-RECORD
		ADD 1 TO WS-ROLLED-COUNT
		MOVE "ROLLED OVER" TO DTL-RESULT
		PERFORM 3900-WRITE-DETAIL.
      *
	2410-ADVANCE-MONTH.
		ADD 1 TO WS-DUE-MONTH
		IF WS-DUE-MONTH > 12
			MOVE 1 TO WS-DUE-MONTH
			ADD 1 TO WS-DUE-YEAR
		END-IF.
      *
	2600-WRITE-TAX-REGISTER.
		OPEN EXTEND TAX-REGISTER-FILE
		IF WS-TAXREG-STATUS NOT = "00"
			CLOSE TAX-REGISTER-FILE
			OPEN OUTPUT TAX-REGISTER-FILE
		END-IF
		MOVE RCDEP-DEPOSIT-NO TO TAXREG-DEPOSIT-NO
		MOVE RCDEP-CUSTOMER-NO TO TAXREG-CUSTOMER-NO
		MOVE WS-TAXREG-EVENT TO TAXREG-EVENT
		MOVE WS-BUSINESS-DATE TO TAXREG-DATE
		MOVE WS-INTEREST-AMT TO TAXREG-GROSS-INTEREST
		MOVE WS-WHTAX-RATE TO TAXREG-TAX-RATE
		MOVE WS-TAX-AMT TO TAXREG-TAX-AMOUNT
		MOVE WS-NET-INTEREST TO TAXREG-NET-INTEREST
		WRITE TAX-REGISTER-RECORD
		CLOSE TAX-REGISTER-FILE.
      *
	3900-WRITE-DETAIL.
		MOVE RCDEP-BALANCE TO DTL-BALANCE
		PERFORM 3910-WRITE-LINE.
      *
	3910-WRITE-LINE.
		MOVE RCDEP-DEPOSIT-NO TO DTL-DEPOSIT-NO
		MOVE WS-INTEREST-AMT TO DTL-INTEREST
		MOVE WS-TAX-AMT TO DTL-TAX
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-WRITE-COUNTS.
		MOVE "DEPOSITS PAID OUT:" TO CNT-TEXT
		MOVE WS-PAID-OUT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DEPOSITS ROLLED OVER:" TO CNT-TEXT
		MOVE WS-ROLLED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "PAYOUTS HELD:" TO CNT-TEXT
		MOVE WS-HELD-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
