      *  (LOANM-BRANCH-CODE, stamped by LNMAST01 at create), falling
      *  back to the head-office placeholder for loans created
      *  before the field existed.  GLINTF-TRANID is zero-filled,
      *  same as the other batch posters.  Each night's accrual
      *  also lands on the loan's own transaction history (TRNHSTR,
      *  event PNLTACCR), the way DDACRBT1 records its accruals, so
      *  penalty income can be traced to the account and customer
      *  that paid it (CUSTPBT1) and not only to the branch.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  DELQBAT1 must show a completed, signed-off run on the Batch
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "PNLTBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
	0100-LOAD-PENALTY-RATE.
		MOVE "N" TO WS-SIMULATE-FLAG
		MOVE 18.00 TO WS-PENALTY-RATE
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "PNLTRATE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-PENALTY-RATE
		END-IF
		MOVE "PNLTSIM" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-NUMBER = 1
				SET WS-SIMULATE TO TRUE
			END-IF
		END-IF
		COMPUTE WS-DAILY-RATE = WS-PENALTY-RATE / 36500.
      *
	1000-READ-LOAN.
					TO LOANM-PENALTY-BALANCE
				REWRITE LOAN-MASTER-RECORD
				PERFORM 2400-WRITE-GL-LEGS
				PERFORM 2450-WRITE-PENALTY-HISTORY
			END-IF
			PERFORM 2500-WRITE-REPORT-LINE
		END-IF.
		MOVE WS-PNLT-INCOME-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD.
      *
	2450-WRITE-PENALTY-HISTORY.
		MOVE LOANM-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "PNLTACCR" TO TRNH-EVENT-CODE
		MOVE WS-PENALTY-AMT TO TRNH-AMOUNT
		MOVE WS-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE ZERO TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-PNLT-RECV-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
	2500-WRITE-REPORT-LINE.
		MOVE LOANM-ACCOUNT-NO TO DTL-ACCOUNT-NO
