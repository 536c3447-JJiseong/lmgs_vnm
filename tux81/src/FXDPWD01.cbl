      *  rate (percent, default 5) and registered on TAXREGR like
      *  the maturity batch, and principal plus net interest is
      *  paid out through the GL interface legs (debit deposit
      *  liability for the principal, the gross recalculated
      *  interest out of the accrued payable and expense, credit
      *  the settlement account for the net payout, credit tax
      *  payable for the withholding).  The deposit is set
      *  FXDEP-CLOSED, and the status change is audited
      *  (AUDTRLR/AUDITLOG) like LNMAST01's close.
      *
      *  The claw-back: the nightly accrual (FDACRBT1) has built up
      *  FD interest payable on the deposit at the contract rate
      *  (FXDEP-ACCRUED-INT).  The whole balance is released, and
      *  the difference from the early-rate interest is trued up to
      *  interest expense - normally a credit, reversing the
      *  accrual the early rate no longer supports.
      *
      *  Every leg posts on the deposit's home branch
      *  (FXDEP-HOME-BRANCH), where its liability and accrued
      *  payable sit; a deposit from before home branches were kept
      *  (spaces) posts on the head-office branch 000000.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FXDPWD01.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	WORKING-STORAGE SECTION.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-TODAY			PIC X(8).
	01  WS-VALUE-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
	01  WS-TAX-PAYABLE-ACCT	PIC X(10) VALUE "2000000098".
	01  WS-OLD-STATUS-FLAG		PIC X(60).
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FD-BRANCH		PIC X(6).
	01  WS-LIABILITY-ACCT		PIC X(10) VALUE "2000000001".
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-TRUEUP-AMT		PIC S9(11)V99 COMP-3.
	01  WS-SETTLE-ACCT		PIC X(10) VALUE "2000000099".
	01  WS-LOOKUP-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
	1200-LOAD-EARLY-RATE.
		MOVE 0.50 TO WS-EARLY-RATE
		MOVE 5.00 TO WS-WHTAX-RATE
		MOVE WS-VALUE-DATE TO WS-PARM-AS-OF
		MOVE "EARLYWD" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-EARLY-RATE
		END-IF
		MOVE "WHTAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-WHTAX-RATE
		END-IF.
      *
      *  A foreign-currency deposit settles in its own currency;
      *  the realized difference against the staleness-guarded
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE FXDEP-HOME-BRANCH TO WS-FD-BRANCH
		IF WS-FD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-FD-BRANCH
		END-IF
		IF FXDEP-CURRENCY-CODE NOT = "VND"
			AND FXDEP-CURRENCY-CODE NOT = SPACES
			PERFORM 1350-REALIZE-FX-DIFFERENCE
		END-IF
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE FXDEP-PRINCIPAL-AMT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		PERFORM 1380-RELEASE-ACCRUAL
		MOVE WS-SETTLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE FXDPWD-PAYOUT-AMT TO GLINTF-AMOUNT
		END-IF.
      *
	1370-FILL-AND-WRITE-LEG.
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-ABS-MOVEMENT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD.
      *
	1380-RELEASE-ACCRUAL.
		IF FXDEP-ACCRUED-INT > ZERO
			MOVE WS-FD-INT-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE FXDEP-ACCRUED-INT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		COMPUTE WS-TRUEUP-AMT =
			FXDPWD-INTEREST-AMT - FXDEP-ACCRUED-INT
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
