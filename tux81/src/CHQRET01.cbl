      *  LOANM-PRINCIPAL),
      *  penalty is reassessed over the days between the cheque's
      *  clearing date and today on the reinstated installment's
      *  principal at the PNLTRATE parameter (recorded on the
      *  loan's transaction history as PNLTACCR, as PNLTBAT1 does
      *  night by night), the return fee
      *  charges through FEEASS01 (CHQRETRN event - an unpriced
      *  event charges nothing), the cheque row is marked
      *  RETURNED, and a CHQRETRN row goes to the
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT SMS-EXTRACT-FILE ASSIGN TO "SMSXTRR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SMSX-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  SMS-EXTRACT-FILE.
	01  SMS-EXTRACT-RECORD.
		COPY SMSXTRR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-SMSX-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
	01  WS-BRANCH-CODE		PIC X(6).
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
      *
	3100-LOAD-PENALTY-RATE.
		MOVE 18.00 TO WS-PNLT-RATE
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "PNLTRATE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-PNLT-RATE
		END-IF.
      *
	3200-READ-REOPENED-ROW.
		MOVE ZERO TO WS-PENALTY-AMT
		MOVE WS-PNLT-INCOME-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE
		MOVE WS-REV-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "PNLTACCR" TO TRNH-EVENT-CODE
		MOVE WS-PENALTY-AMT TO TRNH-AMOUNT
		MOVE WS-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE ZERO TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-PNLT-RECV-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	4000-CHARGE-RETURN-FEE.
		MOVE "CHQRETRN" TO WS-FEE-EVENT
		WRITE SMS-EXTRACT-RECORD
		CLOSE SMS-EXTRACT-FILE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
