      *
      *  RCDEP01.cbl
      *
      *  Recurring-deposit service.  Built on the standard
      *  TPSVCDEF-REC/TPTYPE-REC/DATA-REC/TPSTATUS-REC linkage and
      *  the TPRETURN.cbl calling pattern, guarded against nested
      *  writes (TRXGUARD) and logging its outcome (SVCRETLG), the
      *  DDACCT01 shape.  RCDEPD-FUNCTION-CODE selects OPEN or
      *  INQUIRE against the recurring-deposit file (RCDEPR).
      *
      *  OPEN books a six-to-thirty-six month deposit for a known,
      *  unrestricted customer with current KYC (CRSTCK1, KYCCHK1)
      *  against an open demand-deposit account of the same
      *  customer, which the monthly installments are collected
      *  from.  The rate is priced off the deposit rate board
      *  (RATEBDR via RTBDLK1, product type "RD", the tenor's
      *  band): a zero rate takes the board rate, a keyed rate above
      *  board plus the negotiated allowance is refused, and with no
      *  board row loaded a rate must be keyed.  The first
      *  installment falls due on the opening date - RCDCBT1
      *  collects it that night - and the rest on the same day of
      *  each following month (days past the 28th are taken as the
      *  28th so every month has one); maturity is that day tenor
      *  months on, rolled to a working day (BUSDTRL1).  The branch
      *  resolves from the caller's CLIENTID (CLNTLK01).  Nothing
      *  posts at opening: money moves only when installments are
      *  collected.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RCDEP01.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RECURRING-DEPOSIT-FILE ASSIGN TO "RCDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RCDEP-DEPOSIT-NO
			FILE STATUS IS WS-RCDEP-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  RECURRING-DEPOSIT-FILE.
	01  RECURRING-DEPOSIT-RECORD.
		COPY RCDEPR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
      *
	WORKING-STORAGE SECTION.
	01  WS-RCDEP-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-VALUE-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-MIN-TENOR		PIC S9(5) COMP-3 VALUE 6.
	01  WS-MAX-TENOR		PIC S9(5) COMP-3 VALUE 36.
	01  WS-LAST-SCHEDULE-DAY	PIC 9(2) VALUE 28.
	01  WS-BOARD-TYPE		PIC X(2).
	01  WS-BOARD-RATE		PIC S9(3)V9(4) COMP-3.
	01  WS-BOARD-MARGIN		PIC S9(3)V9(4) COMP-3.
	01  WS-BOARD-FOUND-FLAG		PIC X.
		88  WS-BOARD-FOUND	VALUE "Y".
	01  WS-RESTRICT-FLAG		PIC X.
	01  WS-KYC-FLAG			PIC X.
		88  WS-KYC-CURRENT	VALUE "C".
		88  WS-KYC-DUE		VALUE "D".
		88  WS-KYC-STALE	VALUE "S".
	01  WS-DUE-YEAR			PIC 9(4).
	01  WS-DUE-MONTH		PIC 9(2).
	01  WS-RAW-MATURITY-DATE	PIC X(8).
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	LINKAGE SECTION.
	01  TPSVCDEF-REC.
		COPY TPSVCDEF.
	01  TPTYPE-REC.
		COPY TPTYPE.
	01  DATA-REC.
		COPY RCDEPD.
	01  TPSTATUS-REC.
		COPY TPSTATUS.
	01  TPSVCRET-REC.
		COPY TPSVCRET.
      *
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-VALUE-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "CLNTLK01" USING CLIENTID WS-BRANCH-CODE
			WS-TELLER-ID WS-FOUND-FLAG
		IF NOT WS-FOUND
			MOVE "000000" TO WS-BRANCH-CODE
		END-IF
		EVALUATE TRUE
			WHEN WS-BUSDATE-CLOSED
				MOVE 9273 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 0100-DISPATCH
		END-EVALUATE
		IF NOT TPFAIL
			SET TPSUCCESS TO TRUE
		END-IF
		COPY SVCRETLG.
      *
	0100-DISPATCH.
		OPEN I-O RECURRING-DEPOSIT-FILE
		IF WS-RCDEP-STATUS NOT = "00"
			CLOSE RECURRING-DEPOSIT-FILE
			OPEN OUTPUT RECURRING-DEPOSIT-FILE
			CLOSE RECURRING-DEPOSIT-FILE
			OPEN I-O RECURRING-DEPOSIT-FILE
		END-IF
		EVALUATE TRUE
			WHEN RCDEPD-OPEN
				PERFORM 1000-OPEN-DEPOSIT
			WHEN RCDEPD-INQUIRE
				PERFORM 4000-INQUIRE
			WHEN OTHER
				MOVE 9274 TO APPL-CODE
				SET TPFAIL TO TRUE
		END-EVALUATE
		CLOSE RECURRING-DEPOSIT-FILE.
      *
	1000-OPEN-DEPOSIT.
		CALL "CRSTCK1" USING RCDEPD-CUSTOMER-NO
			WS-RESTRICT-FLAG
		CALL "KYCCHK1" USING RCDEPD-CUSTOMER-NO
			WS-VALUE-DATE WS-KYC-FLAG
		MOVE "RD" TO WS-BOARD-TYPE
		CALL "RTBDLK1" USING WS-BOARD-TYPE
			RCDEPD-TENOR-MONTHS WS-VALUE-DATE
			WS-BOARD-RATE WS-BOARD-MARGIN
			WS-BOARD-FOUND-FLAG
		EVALUATE TRUE
			WHEN RCDEPD-TENOR-MONTHS < WS-MIN-TENOR
				OR RCDEPD-TENOR-MONTHS > WS-MAX-TENOR
				MOVE 9275 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN RCDEPD-INSTALLMENT-AMT NOT > ZERO
				MOVE 9276 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN RCDEPD-MATURITY-INSTR NOT = "R"
				AND RCDEPD-MATURITY-INSTR NOT = "P"
				MOVE 9277 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-RESTRICT-FLAG NOT = "N"
				MOVE 9278 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-KYC-STALE
				MOVE 9279 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN RCDEPD-INTEREST-RATE < ZERO
				MOVE 9287 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN RCDEPD-INTEREST-RATE = ZERO
				AND NOT WS-BOARD-FOUND
				MOVE 9280 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-BOARD-FOUND
				AND RCDEPD-INTEREST-RATE >
					WS-BOARD-RATE + WS-BOARD-MARGIN
				MOVE 9281 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1050-CHECK-CUSTOMER
		END-EVALUATE.
      *
	1050-CHECK-CUSTOMER.
		OPEN INPUT CUSTOMER-FILE
		MOVE RCDEPD-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				MOVE 9282 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 1060-CHECK-LINKED-ACCOUNT
		END-READ
		CLOSE CUSTOMER-FILE.
      *
      *  Installments may only be drawn from the customer's own
      *  open demand-deposit account.
	1060-CHECK-LINKED-ACCOUNT.
		OPEN INPUT DD-ACCOUNT-FILE
		MOVE RCDEPD-LINKED-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE 9283 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 1070-JUDGE-LINKED-ACCOUNT
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
	1070-JUDGE-LINKED-ACCOUNT.
		EVALUATE TRUE
			WHEN NOT DDACC-ACTIVE
				MOVE 9283 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN DDACC-CUSTOMER-NO NOT = RCDEPD-CUSTOMER-NO
				MOVE 9284 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1100-WRITE-DEPOSIT
		END-EVALUATE.
      *
	1100-WRITE-DEPOSIT.
		IF RCDEPD-INTEREST-RATE = ZERO
			MOVE WS-BOARD-RATE TO RCDEPD-INTEREST-RATE
		END-IF
		MOVE RCDEPD-DEPOSIT-NO TO RCDEP-DEPOSIT-NO
		MOVE RCDEPD-CUSTOMER-NO TO RCDEP-CUSTOMER-NO
		MOVE RCDEPD-LINKED-ACCOUNT TO RCDEP-LINKED-ACCOUNT
		MOVE WS-BRANCH-CODE TO RCDEP-BRANCH-CODE
		MOVE RCDEPD-INSTALLMENT-AMT TO RCDEP-INSTALLMENT-AMT
		MOVE RCDEPD-TENOR-MONTHS TO RCDEP-TENOR-MONTHS
		MOVE RCDEPD-INTEREST-RATE TO RCDEP-INTEREST-RATE
		MOVE WS-VALUE-DATE TO RCDEP-OPEN-DATE
		MOVE WS-VALUE-DATE (7:2) TO RCDEP-SCHEDULE-DAY
		IF RCDEP-SCHEDULE-DAY > WS-LAST-SCHEDULE-DAY
			MOVE WS-LAST-SCHEDULE-DAY TO RCDEP-SCHEDULE-DAY
		END-IF
		MOVE WS-VALUE-DATE TO RCDEP-NEXT-DUE-DATE
		PERFORM 1200-SET-MATURITY
		MOVE ZERO TO RCDEP-SCHEDULED-COUNT
		MOVE ZERO TO RCDEP-PAID-COUNT
		MOVE ZERO TO RCDEP-MISSED-COUNT
		MOVE ZERO TO RCDEP-BALANCE
		MOVE ZERO TO RCDEP-MONEY-MONTHS
		MOVE RCDEPD-MATURITY-INSTR TO RCDEP-MATURITY-INSTR
		SET RCDEP-NOT-PENALIZED TO TRUE
		SET RCDEP-ACTIVE TO TRUE
		WRITE RECURRING-DEPOSIT-RECORD
			INVALID KEY
				MOVE 9285 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 4100-RETURN-STATE
		END-WRITE.
      *
	1200-SET-MATURITY.
		MOVE WS-VALUE-DATE (1:4) TO WS-DUE-YEAR
		MOVE WS-VALUE-DATE (5:2) TO WS-DUE-MONTH
		PERFORM 1210-ADVANCE-MONTH RCDEP-TENOR-MONTHS TIMES
		MOVE WS-DUE-YEAR TO WS-RAW-MATURITY-DATE (1:4)
		MOVE WS-DUE-MONTH TO WS-RAW-MATURITY-DATE (5:2)
		MOVE RCDEP-SCHEDULE-DAY TO WS-RAW-MATURITY-DATE (7:2)
		CALL "BUSDTRL1" USING WS-RAW-MATURITY-DATE
			RCDEP-MATURITY-DATE.
      *
	1210-ADVANCE-MONTH.
		ADD 1 TO WS-DUE-MONTH
		IF WS-DUE-MONTH > 12
			MOVE 1 TO WS-DUE-MONTH
			ADD 1 TO WS-DUE-YEAR
		END-IF.
      *
	4000-INQUIRE.
		MOVE RCDEPD-DEPOSIT-NO TO RCDEP-DEPOSIT-NO
		READ RECURRING-DEPOSIT-FILE
			INVALID KEY
				MOVE 9286 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 4100-RETURN-STATE
		END-READ.
      *
	4100-RETURN-STATE.
		MOVE RCDEP-CUSTOMER-NO TO RCDEPD-CUSTOMER-NO
		MOVE RCDEP-LINKED-ACCOUNT TO RCDEPD-LINKED-ACCOUNT
		MOVE RCDEP-INSTALLMENT-AMT TO RCDEPD-INSTALLMENT-AMT
		MOVE RCDEP-TENOR-MONTHS TO RCDEPD-TENOR-MONTHS
		MOVE RCDEP-INTEREST-RATE TO RCDEPD-INTEREST-RATE
		MOVE RCDEP-MATURITY-INSTR TO RCDEPD-MATURITY-INSTR
		MOVE RCDEP-MATURITY-DATE TO RCDEPD-MATURITY-DATE
		MOVE RCDEP-NEXT-DUE-DATE TO RCDEPD-NEXT-DUE-DATE
		MOVE RCDEP-PAID-COUNT TO RCDEPD-PAID-COUNT
		MOVE RCDEP-MISSED-COUNT TO RCDEPD-MISSED-COUNT
		MOVE RCDEP-BALANCE TO RCDEPD-BALANCE
		MOVE RCDEP-PENALTY-FLAG TO RCDEPD-PENALTY-FLAG
		MOVE RCDEP-STATUS-FLAG TO RCDEPD-STATUS-FLAG.
      *
