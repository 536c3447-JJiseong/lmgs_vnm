      *
      *  SWPBT1.cbl
      *
      *  Nightly savings-to-deposit sweep.  Walks the sweep
      *  arrangements (SWEEPR) and, for every active one, moves
      *  whole sweep units of the demand-deposit account's surplus
      *  over its target balance into a new fixed deposit - the
      *  surplus measured on the free balance, after amount holds
      *  (DDHLDCK1), and nothing moved from a closed or frozen
      *  account.  The deposit books on FXDEPR for the arrangement's
      *  tenor at the rate board's FD rate for that tenor
      *  (RTBDLK1; no board row, no sweep), in VND, rollover at
      *  maturity so the money stays invested until the account
      *  needs it, and is numbered "SW" plus the sweep's TRANID so
      *  the swept-deposit register (SWPDEPR) lists an account's
      *  deposits oldest to youngest for SWPCOV1 to break back.
      *  Maturity falls the tenor months on, the day capped at the
      *  28th, rolled to a working day (BUSDTRL1).
      *
      *  The account is debited through the DD ledger, GL legs from
      *  the demand-deposit liability to the fixed-deposit
      *  liability under a real commit-sequence TRANID, and
      *  SWPOUTDD/SWPINFD rows on both sides' transaction history.
      *  The new deposit is homed at the account's home branch
      *  (DDACC-HOME-BRANCH) and both legs post there; an account
      *  from before home branches were kept (spaces) posts on the
      *  head-office branch 000000, and its deposit is homed there.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
      *  the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SWPBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SWEEP-FILE ASSIGN TO "SWEEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SWEEP-ACCOUNT-NO
			FILE STATUS IS WS-SWEEP-STATUS.
		SELECT SWEPT-DEPOSIT-FILE ASSIGN TO "SWPDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SWPDEP-KEY
			FILE STATUS IS WS-SWPDEP-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "SWPBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SWEEP-FILE.
	01  SWEEP-RECORD.
		COPY SWEEPR.
	FD  SWEPT-DEPOSIT-FILE.
	01  SWEPT-DEPOSIT-RECORD.
		COPY SWPDEPR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-SWEEP-STATUS		PIC XX.
	01  WS-SWPDEP-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
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
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-SURPLUS			PIC S9(13)V99 COMP-3.
	01  WS-UNITS			PIC S9(9) COMP-3.
	01  WS-SWEEP-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TENOR-MONTHS		PIC S9(5) COMP-3.
	01  WS-BOARD-TYPE		PIC X(2) VALUE "FD".
	01  WS-BOARD-RATE		PIC S9(3)V9(4) COMP-3.
	01  WS-BOARD-MARGIN		PIC S9(3)V9(4) COMP-3.
	01  WS-BOARD-FOUND-FLAG		PIC X.
		88  WS-BOARD-FOUND	VALUE "Y".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-DEPOSIT-NO.
		05  FILLER		PIC X(2) VALUE "SW".
		05  WS-DEPOSIT-SEQ	PIC 9(10).
	01  WS-DUE-YEAR			PIC 9(4).
	01  WS-DUE-MONTH		PIC 9(2).
	01  WS-DUE-DAY			PIC 9(2).
	01  WS-RAW-MATURITY-DATE	PIC X(8).
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-FD-LIABILITY-ACCT	PIC X(10) VALUE "2000000001".
	01  WS-SWEPT-COUNT		PIC 9(7) VALUE 0.
	01  WS-SKIPPED-COUNT		PIC 9(7) VALUE 0.
	01  WS-SWEPT-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-ACCOUNT		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DEPOSIT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-AMOUNT		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RATE		PIC ZZ9.9999.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-TOTAL-LINE.
		05  TOT-TEXT		PIC X(20).
		05  TOT-VALUE		PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-JOB-NAME			PIC X(9) VALUE "SWPBT1".
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
		OPEN INPUT SWEEP-FILE
		OPEN I-O DD-ACCOUNT-FILE
		OPEN I-O FX-DEPOSIT-FILE
		OPEN I-O SWEPT-DEPOSIT-FILE
		IF WS-SWPDEP-STATUS NOT = "00"
			CLOSE SWEPT-DEPOSIT-FILE
			OPEN OUTPUT SWEPT-DEPOSIT-FILE
			CLOSE SWEPT-DEPOSIT-FILE
			OPEN I-O SWEPT-DEPOSIT-FILE
		END-IF
		OPEN OUTPUT RPT-FILE
		MOVE "SAVINGS TO DEPOSIT SWEEP" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			AND WS-SWEEP-STATUS = "00"
			PERFORM 1000-READ-SWEEP
			PERFORM 2000-PROCESS-SWEEP UNTIL WS-EOF
			PERFORM 5000-WRITE-COUNTS
		END-IF
		CLOSE SWEEP-FILE
		CLOSE DD-ACCOUNT-FILE
		CLOSE FX-DEPOSIT-FILE
		CLOSE SWEPT-DEPOSIT-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-READ-SWEEP.
		READ SWEEP-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-SWEEP.
		IF SWEEP-ACTIVE AND SWEEP-UNIT > ZERO
			MOVE SWEEP-ACCOUNT-NO TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					MOVE ZERO TO WS-SWEEP-AMT
					MOVE "ACCOUNT MISSING"
						TO DTL-RESULT
					PERFORM 3900-WRITE-SKIP
				NOT INVALID KEY
					PERFORM 2100-MEASURE-SURPLUS
			END-READ
		END-IF
		PERFORM 1000-READ-SWEEP.
      *
      *  Only whole units move; a surplus short of one unit stays
      *  on the account and is not reported.
	2100-MEASURE-SURPLUS.
		CALL "DDHLDCK1" USING SWEEP-ACCOUNT-NO
			WS-BUSINESS-DATE WS-HELD-AMOUNT
			WS-FULL-HOLD-FLAG
		COMPUTE WS-SURPLUS = DDACC-BALANCE - WS-HELD-AMOUNT
			- SWEEP-TARGET-BALANCE
		MOVE ZERO TO WS-UNITS
		IF WS-SURPLUS > ZERO
			COMPUTE WS-UNITS = WS-SURPLUS / SWEEP-UNIT
		END-IF
		COMPUTE WS-SWEEP-AMT = WS-UNITS * SWEEP-UNIT
		MOVE SWEEP-TENOR-MONTHS TO WS-TENOR-MONTHS
		IF WS-TENOR-MONTHS NOT > ZERO
			MOVE 1 TO WS-TENOR-MONTHS
		END-IF
		EVALUATE TRUE
			WHEN WS-UNITS NOT > ZERO
				CONTINUE
			WHEN NOT DDACC-ACTIVE
				MOVE "ACCOUNT CLOSED" TO DTL-RESULT
				PERFORM 3900-WRITE-SKIP
			WHEN WS-FULL-HOLD
				MOVE "ACCOUNT HELD" TO DTL-RESULT
				PERFORM 3900-WRITE-SKIP
			WHEN OTHER
				PERFORM 2200-PRICE-DEPOSIT
		END-EVALUATE.
      *
	2200-PRICE-DEPOSIT.
		CALL "RTBDLK1" USING WS-BOARD-TYPE WS-TENOR-MONTHS
			WS-BUSINESS-DATE WS-BOARD-RATE
			WS-BOARD-MARGIN WS-BOARD-FOUND-FLAG
		IF WS-BOARD-FOUND
			PERFORM 3000-SWEEP-OUT
		ELSE
			MOVE "NO BOARD RATE" TO DTL-RESULT
			PERFORM 3900-WRITE-SKIP
		END-IF.
      *
	3000-SWEEP-OUT.
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
		END-IF
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE WS-TRANID TO WS-DEPOSIT-SEQ
		PERFORM 3100-BOOK-DEPOSIT
		IF WS-FXDEP-STATUS = "00"
			SUBTRACT WS-SWEEP-AMT FROM DDACC-BALANCE
			REWRITE DD-ACCOUNT-RECORD
			PERFORM 3200-REGISTER-DEPOSIT
			PERFORM 3300-WRITE-GL-LEGS
			PERFORM 3400-WRITE-HISTORY-ROWS
			ADD 1 TO WS-SWEPT-COUNT
			ADD WS-SWEEP-AMT TO WS-SWEPT-TOTAL
			MOVE "SWEPT" TO DTL-RESULT
			PERFORM 3910-WRITE-LINE
		ELSE
			MOVE "DEPOSIT NOT BOOKED" TO DTL-RESULT
			PERFORM 3900-WRITE-SKIP
		END-IF.
      *
	3100-BOOK-DEPOSIT.
		MOVE WS-DEPOSIT-NO TO FXDEP-DEPOSIT-NO
		MOVE DDACC-CUSTOMER-NO TO FXDEP-CUSTOMER-NO
		MOVE WS-SWEEP-AMT TO FXDEP-PRINCIPAL-AMT
		MOVE WS-BOARD-RATE TO FXDEP-INTEREST-RATE
		MOVE WS-TENOR-MONTHS TO FXDEP-TENOR-MONTHS
		MOVE WS-BUSINESS-DATE TO FXDEP-OPEN-DATE
		PERFORM 3110-SET-MATURITY
		SET FXDEP-ROLLOVER TO TRUE
		SET FXDEP-ACTIVE TO TRUE
		SET FXDEP-FREE TO TRUE
		MOVE SPACES TO FXDEP-PLEDGED-LOAN-NO
		MOVE "VND" TO FXDEP-CURRENCY-CODE
		MOVE 1 TO FXDEP-BOOK-RATE
		SET FXDEP-INT-AT-MATURITY TO TRUE
		MOVE SPACES TO FXDEP-INT-PAYOUT-ACCOUNT
		MOVE ZERO TO FXDEP-INT-PAID-MONTHS
		MOVE WS-DD-BRANCH TO FXDEP-HOME-BRANCH
		SET FXDEP-ACT-365 TO TRUE
		MOVE ZERO TO FXDEP-ACCRUED-INT
		MOVE SPACES TO FXDEP-ACCRUAL-DATE
		WRITE FX-DEPOSIT-RECORD
			INVALID KEY
				CONTINUE
		END-WRITE.
      *
	3110-SET-MATURITY.
		MOVE WS-BUSINESS-DATE (1:4) TO WS-DUE-YEAR
		MOVE WS-BUSINESS-DATE (5:2) TO WS-DUE-MONTH
		MOVE WS-BUSINESS-DATE (7:2) TO WS-DUE-DAY
		IF WS-DUE-DAY > 28
			MOVE 28 TO WS-DUE-DAY
		END-IF
		PERFORM 3120-ADVANCE-MONTH WS-TENOR-MONTHS TIMES
		MOVE WS-DUE-YEAR TO WS-RAW-MATURITY-DATE (1:4)
		MOVE WS-DUE-MONTH TO WS-RAW-MATURITY-DATE (5:2)
		MOVE WS-DUE-DAY TO WS-RAW-MATURITY-DATE (7:2)
		CALL "BUSDTRL1" USING WS-RAW-MATURITY-DATE
			FXDEP-MATURITY-DATE.
      *
	3120-ADVANCE-MONTH.
		ADD 1 TO WS-DUE-MONTH
		IF WS-DUE-MONTH > 12
			MOVE 1 TO WS-DUE-MONTH
			ADD 1 TO WS-DUE-YEAR
		END-IF.
      *
	3200-REGISTER-DEPOSIT.
		MOVE SWEEP-ACCOUNT-NO TO SWPDEP-ACCOUNT-NO
		MOVE WS-DEPOSIT-NO TO SWPDEP-DEPOSIT-NO
		MOVE WS-BUSINESS-DATE TO SWPDEP-SWEEP-DATE
		MOVE WS-SWEEP-AMT TO SWPDEP-AMOUNT
		SET SWPDEP-ACTIVE TO TRUE
		MOVE SPACES TO SWPDEP-BROKEN-DATE
		WRITE SWEPT-DEPOSIT-RECORD
			INVALID KEY
				CONTINUE
		END-WRITE.
      *
	3300-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-SWEEP-AMT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-FD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	3400-WRITE-HISTORY-ROWS.
		MOVE SWEEP-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "SWPOUTDD" TO TRNH-EVENT-CODE
		MOVE WS-SWEEP-AMT TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-DD-LIABILITY-ACCT
			TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		MOVE WS-DEPOSIT-NO TO TRNH-ACCOUNT-NO
		MOVE "SWPINFD" TO TRNH-EVENT-CODE
		MOVE WS-FD-LIABILITY-ACCT
			TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	3900-WRITE-SKIP.
		ADD 1 TO WS-SKIPPED-COUNT
		MOVE SPACES TO DTL-DEPOSIT-NO
		MOVE ZERO TO WS-BOARD-RATE
		PERFORM 3910-WRITE-LINE.
      *
	3910-WRITE-LINE.
		MOVE SWEEP-ACCOUNT-NO TO DTL-ACCOUNT
		IF DTL-RESULT = "SWEPT"
			MOVE WS-DEPOSIT-NO TO DTL-DEPOSIT-NO
		END-IF
		MOVE WS-SWEEP-AMT TO DTL-AMOUNT
		MOVE WS-BOARD-RATE TO DTL-RATE
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-WRITE-COUNTS.
		MOVE "ACCOUNTS SWEPT:" TO CNT-TEXT
		MOVE WS-SWEPT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SWEEPS SKIPPED:" TO CNT-TEXT
		MOVE WS-SKIPPED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "TOTAL SWEPT:" TO TOT-TEXT
		MOVE WS-SWEPT-TOTAL TO TOT-VALUE
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
