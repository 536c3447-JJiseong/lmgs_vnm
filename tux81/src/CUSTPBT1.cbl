      *
      *  CUSTPBT1.cbl
      *
      *  Monthly customer profitability report - BRPLBT1's branch
      *  P&L taken down to the relationship, so pricing decisions
      *  can see which customers the bank is subsidising.  For the
      *  run month it nets, per CIF customer (CUSTM-CUSTOMER-NO):
      *
      *   - interest earned: loan accruals from the accrual
      *     register (ACCRREGR) plus overdraft interest accrued on
      *     demand deposits (DDODIACR rows on TRNHSTR);
      *   - fee income from the fee history (FEEHSTR), charged
      *     fees less what was refunded, waived fees excluded;
      *   - penalty income from the loans' transaction history
      *     (PNLTACCR accruals less PNLTRFND refunds);
      *   - less deposit interest cost: demand-deposit accruals
      *     (DDINTACR rows on TRNHSTR), fixed-deposit accruals
      *     (FDACRGR, the interest FXDEPR accrues nightly) and the
      *     gross interest on the withholding-tax register
      *     (TAXREGR) for deposits the nightly FD accrual does not
      *     cover - a row for a deposit on FXDEPR is already in
      *     its accruals and is not counted twice;
      *   - plus or minus funds-transfer pricing: one month of the
      *     transfer rate (FTPRATR, by product and tenor band) on
      *     each open loan's principal, charged, and on each active
      *     deposit's balance, credited - an overdrawn demand
      *     deposit is charged on the drawn amount.  An account
      *     whose product has no rate prices at zero and is counted
      *     on the report;
      *   - less provisions charged for the month (PROVREGR).
      *
      *  An account resolves to its customer through the Loan
      *  Master, the demand-deposit file or the fixed-deposit
      *  file, in that order.  A customer is reported under the
      *  branch of the account carrying their largest balance and
      *  under their economic-sector code (CUSTM-SECTOR-CODE) as
      *  segment, NONE where the sector was never keyed.  Within
      *  each branch and segment customers are ranked by net
      *  contribution, best first, and a negative contribution is
      *  flagged as subsidised.  Amounts are in account currency,
      *  as on BRPLBT1.  Up to 3000 customers are ranked; any
      *  beyond are counted on the report.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other month-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CUSTPBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ACCRUAL-REG-FILE ASSIGN TO "ACCRREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-ACCRREG-STATUS.
		SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEEH-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT FD-ACCRUAL-REG-FILE ASSIGN TO "FDACRGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FDACRG-STATUS.
		SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TAXREG-STATUS.
		SELECT PROVISION-REG-FILE ASSIGN TO "PROVREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PROV-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
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
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT FTP-RATE-FILE ASSIGN TO "FTPRATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FTPR-KEY
			FILE STATUS IS WS-FTPR-STATUS.
		SELECT RPT-FILE ASSIGN TO "CUSTPBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  ACCRUAL-REG-FILE.
	01  ACCRUAL-REG-RECORD.
		COPY ACCRREGR.
	FD  FEE-HISTORY-FILE.
	01  FEE-HISTORY-RECORD.
		COPY FEEHSTR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  FD-ACCRUAL-REG-FILE.
	01  FD-ACCRUAL-REG-RECORD.
		COPY FDACRGR.
	FD  TAX-REGISTER-FILE.
	01  TAX-REGISTER-RECORD.
		COPY TAXREGR.
	FD  PROVISION-REG-FILE.
	01  PROVISION-REG-RECORD.
		COPY PROVREGR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  FTP-RATE-FILE.
	01  FTP-RATE-RECORD.
		COPY FTPRATR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-ACCRREG-STATUS		PIC XX.
	01  WS-FEEH-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-FDACRG-STATUS		PIC XX.
	01  WS-TAXREG-STATUS		PIC XX.
	01  WS-PROV-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-FTPR-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-PERIOD			PIC X(6).
	01  WS-WORK-ACCOUNT		PIC X(12).
	01  WS-WORK-CUSTOMER		PIC X(12).
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-WORK-BALANCE		PIC S9(13)V99 COMP-3.
	01  WS-ABS-BALANCE		PIC S9(13)V99 COMP-3.
	01  WS-WORK-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FTP-PRODUCT		PIC X(4).
	01  WS-FTP-TENOR		PIC S9(5) COMP-3.
	01  WS-FTP-RATE			PIC S9(3)V9(4) COMP-3.
	01  WS-FTP-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FTP-FOUND-FLAG		PIC X.
		88  WS-FTP-FOUND	VALUE "Y".
	01  WS-RESOLVED-FLAG		PIC X.
		88  WS-RESOLVED		VALUE "Y".
	01  WS-NO-FTP-COUNT		PIC 9(7) VALUE 0.
	01  WS-UNRESOLVED-COUNT		PIC 9(7) VALUE 0.
	01  WS-OVERFLOW-COUNT		PIC 9(7) VALUE 0.
      *
	01  WS-CUST-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CUST-TABLE.
		05  WS-CP-ENTRY OCCURS 3000 TIMES.
			10  WS-CP-CUSTOMER-NO
					PIC X(12).
			10  WS-CP-SORT-KEY.
				15  WS-CP-BRANCH
					PIC X(6).
				15  WS-CP-SEGMENT
					PIC X(4).
			10  WS-CP-TOP-BALANCE
					PIC S9(13)V99 COMP-3.
			10  WS-CP-INTEREST
					PIC S9(13)V99 COMP-3.
			10  WS-CP-FEES	PIC S9(13)V99 COMP-3.
			10  WS-CP-PENALTY
					PIC S9(13)V99 COMP-3.
			10  WS-CP-DEP-COST
					PIC S9(13)V99 COMP-3.
			10  WS-CP-FTP	PIC S9(13)V99 COMP-3.
			10  WS-CP-PROVISION
					PIC S9(13)V99 COMP-3.
			10  WS-CP-NET	PIC S9(13)V99 COMP-3.
	01  WS-CP-HOLD.
		05  WS-HOLD-CUSTOMER-NO	PIC X(12).
		05  WS-HOLD-SORT-KEY	PIC X(10).
		05  FILLER		PIC X(56).
		05  WS-HOLD-NET		PIC S9(13)V99 COMP-3.
	01  WS-CP-IDX			PIC S9(4) COMP-5.
	01  WS-CP-I			PIC S9(4) COMP-5.
	01  WS-CP-J			PIC S9(4) COMP-5.
	01  WS-CP-FOUND-FLAG		PIC X.
		88  WS-CP-FOUND		VALUE "Y".
	01  WS-SLOT-OK-FLAG		PIC X.
		88  WS-SLOT-OK		VALUE "Y".
	01  WS-SHIFT-FLAG		PIC X.
		88  WS-SHIFT		VALUE "Y".
      *
	01  WS-GROUP-KEY		PIC X(10).
	01  WS-RANK			PIC 9(4).
	01  WS-GROUP-NET		PIC S9(15)V99 COMP-3.
	01  WS-GROUP-SUBSIDISED		PIC 9(4).
	01  WS-TOTAL-SUBSIDISED		PIC 9(7) VALUE 0.
	01  WS-GROUP-LINE.
		05  FILLER		PIC X(7) VALUE "BRANCH ".
		05  GRP-BRANCH		PIC X(6).
		05  FILLER		PIC X(10) VALUE "  SEGMENT ".
		05  GRP-SEGMENT		PIC X(4).
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(34) VALUE
			"RANK CUSTOMER             INTEREST".
		05  FILLER		PIC X(32) VALUE
			"            FEES         PENALTY".
		05  FILLER		PIC X(32) VALUE
			"    DEPOSIT COST             FTP".
		05  FILLER		PIC X(32) VALUE
			"       PROVISION             NET".
	01  WS-DETAIL-LINE.
		05  DTL-RANK		PIC ZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-CUSTOMER	PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-INTEREST	PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-FEES		PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-PENALTY		PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-DEP-COST	PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-FTP		PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-PROVISION	PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-NET		PIC ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-FLAG		PIC X(1).
	01  WS-TOTAL-LINE.
		05  FILLER		PIC X(18) VALUE "  GROUP NET:".
		05  TOT-NET		PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(14) VALUE "   CUSTOMERS:".
		05  TOT-CUSTOMERS	PIC ZZZ9.
		05  FILLER		PIC X(15)
				VALUE "   SUBSIDISED:".
		05  TOT-SUBSIDISED	PIC ZZZ9.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "CUSTPBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:6) TO WS-PERIOD
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "MONTHLY CUSTOMER PROFITABILITY" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			OPEN INPUT LOAN-MASTER-FILE
			OPEN INPUT DD-ACCOUNT-FILE
			OPEN INPUT FX-DEPOSIT-FILE
			OPEN INPUT FTP-RATE-FILE
			PERFORM 1000-COLLECT-LOAN-BALANCES
			PERFORM 1500-COLLECT-DD-BALANCES
			PERFORM 1700-COLLECT-FD-BALANCES
			PERFORM 2000-COLLECT-INTEREST
			PERFORM 3000-COLLECT-FEES
			PERFORM 4000-COLLECT-HISTORY
			PERFORM 5000-COLLECT-FD-ACCRUALS
			PERFORM 5500-COLLECT-TAX-REGISTER
			PERFORM 6000-COLLECT-PROVISIONS
			CLOSE LOAN-MASTER-FILE
			CLOSE DD-ACCOUNT-FILE
			CLOSE FX-DEPOSIT-FILE
			CLOSE FTP-RATE-FILE
			PERFORM 7000-RESOLVE-SEGMENTS
			PERFORM 7500-RANK-CUSTOMERS
			PERFORM 8000-PRINT-CUSTOMERS
			PERFORM 8900-PRINT-COUNTS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  The balance passes decide each customer's branch (the
      *  account with the largest balance) and price the month's
      *  funds transfer on every live account.
	1000-COLLECT-LOAN-BALANCES.
		MOVE "N" TO WS-EOF-FLAG
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-LOAN UNTIL WS-EOF.
      *
	1100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN
					PERFORM 1200-PRICE-LOAN
				END-IF
		END-READ.
      *
	1200-PRICE-LOAN.
		MOVE LOANM-CUSTOMER-NO TO WS-WORK-CUSTOMER
		MOVE LOANM-BRANCH-CODE TO WS-WORK-BRANCH
		MOVE LOANM-PRINCIPAL TO WS-WORK-BALANCE
		MOVE LOANM-PRODUCT-CODE TO WS-FTP-PRODUCT
		MOVE LOANM-TERM-MONTHS TO WS-FTP-TENOR
		PERFORM 1900-PRICE-ACCOUNT
		IF WS-SLOT-OK
			SUBTRACT WS-FTP-AMOUNT
				FROM WS-CP-FTP (WS-CP-IDX)
		END-IF.
      *
	1500-COLLECT-DD-BALANCES.
		MOVE "N" TO WS-EOF-FLAG
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1600-READ-DD UNTIL WS-EOF.
      *
	1600-READ-DD.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDACC-ACTIVE
					PERFORM 1650-PRICE-DD
				END-IF
		END-READ.
      *
      *  A credit balance earns the deposit credit; an overdrawn
      *  balance is negative and so is charged on the drawn amount.
	1650-PRICE-DD.
		MOVE DDACC-CUSTOMER-NO TO WS-WORK-CUSTOMER
		MOVE DDACC-HOME-BRANCH TO WS-WORK-BRANCH
		MOVE DDACC-BALANCE TO WS-WORK-BALANCE
		MOVE "DDEP" TO WS-FTP-PRODUCT
		MOVE ZERO TO WS-FTP-TENOR
		PERFORM 1900-PRICE-ACCOUNT
		IF WS-SLOT-OK
			ADD WS-FTP-AMOUNT TO WS-CP-FTP (WS-CP-IDX)
		END-IF.
      *
	1700-COLLECT-FD-BALANCES.
		MOVE "N" TO WS-EOF-FLAG
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1800-READ-FD UNTIL WS-EOF.
      *
	1800-READ-FD.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXDEP-ACTIVE
					PERFORM 1850-PRICE-FD
				END-IF
		END-READ.
      *
	1850-PRICE-FD.
		MOVE FXDEP-CUSTOMER-NO TO WS-WORK-CUSTOMER
		MOVE FXDEP-HOME-BRANCH TO WS-WORK-BRANCH
		MOVE FXDEP-PRINCIPAL-AMT TO WS-WORK-BALANCE
		MOVE "FDEP" TO WS-FTP-PRODUCT
		MOVE FXDEP-TENOR-MONTHS TO WS-FTP-TENOR
		PERFORM 1900-PRICE-ACCOUNT
		IF WS-SLOT-OK
			ADD WS-FTP-AMOUNT TO WS-CP-FTP (WS-CP-IDX)
		END-IF.
      *
	1900-PRICE-ACCOUNT.
		IF WS-WORK-BRANCH = SPACES
			MOVE "000000" TO WS-WORK-BRANCH
		END-IF
		PERFORM 9000-FIND-CUSTOMER-SLOT
		MOVE ZERO TO WS-FTP-AMOUNT
		IF WS-SLOT-OK
			IF WS-WORK-BALANCE < ZERO
				COMPUTE WS-ABS-BALANCE =
					ZERO - WS-WORK-BALANCE
			ELSE
				MOVE WS-WORK-BALANCE TO WS-ABS-BALANCE
			END-IF
			IF WS-ABS-BALANCE >
					WS-CP-TOP-BALANCE (WS-CP-IDX)
				MOVE WS-ABS-BALANCE
					TO WS-CP-TOP-BALANCE (WS-CP-IDX)
				MOVE WS-WORK-BRANCH
					TO WS-CP-BRANCH (WS-CP-IDX)
			END-IF
			PERFORM 1950-LOOK-UP-FTP-RATE
			COMPUTE WS-FTP-AMOUNT ROUNDED =
				WS-WORK-BALANCE * WS-FTP-RATE / 1200
		END-IF.
      *
      *  The first row of the product at or above the account's
      *  tenor is its band; a tenor beyond 999 months takes the
      *  999 band.
	1950-LOOK-UP-FTP-RATE.
		MOVE ZERO TO WS-FTP-RATE
		MOVE "N" TO WS-FTP-FOUND-FLAG
		MOVE WS-FTP-PRODUCT TO FTPR-PRODUCT-CODE
		IF WS-FTP-TENOR > 999
			MOVE 999 TO FTPR-TENOR-MONTHS
		ELSE
			MOVE WS-FTP-TENOR TO FTPR-TENOR-MONTHS
		END-IF
		IF WS-FTPR-STATUS = "00"
			START FTP-RATE-FILE KEY >= FTPR-KEY
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 1960-READ-FTP-RATE
			END-START
		END-IF
		IF NOT WS-FTP-FOUND
			ADD 1 TO WS-NO-FTP-COUNT
		END-IF.
      *
	1960-READ-FTP-RATE.
		READ FTP-RATE-FILE NEXT RECORD
			AT END
				CONTINUE
			NOT AT END
				IF FTPR-PRODUCT-CODE = WS-FTP-PRODUCT
					MOVE FTPR-RATE TO WS-FTP-RATE
					SET WS-FTP-FOUND TO TRUE
				END-IF
		END-READ.
      *
	2000-COLLECT-INTEREST.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT ACCRUAL-REG-FILE
		IF WS-ACCRREG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-ACCRUAL UNTIL WS-EOF
		CLOSE ACCRUAL-REG-FILE.
      *
	2100-READ-ACCRUAL.
		READ ACCRUAL-REG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF ACCRREG-DATE (1:6) = WS-PERIOD
					PERFORM 2200-ADD-INTEREST
				END-IF
		END-READ.
      *
	2200-ADD-INTEREST.
		MOVE ACCRREG-ACCOUNT-NO TO WS-WORK-ACCOUNT
		MOVE ACCRREG-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 9200-RESOLVE-ACCOUNT
		IF WS-SLOT-OK
			ADD ACCRREG-INTEREST-AMT
				TO WS-CP-INTEREST (WS-CP-IDX)
		END-IF.
      *
	3000-COLLECT-FEES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FEE-HISTORY-FILE
		IF WS-FEEH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-FEE UNTIL WS-EOF
		CLOSE FEE-HISTORY-FILE.
      *
	3100-READ-FEE.
		READ FEE-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FEEH-DATE (1:6) = WS-PERIOD
					AND NOT FEEH-WAIVED
					PERFORM 3200-ADD-FEE
				END-IF
		END-READ.
      *
	3200-ADD-FEE.
		MOVE FEEH-ACCOUNT-NO TO WS-WORK-ACCOUNT
		MOVE FEEH-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 9200-RESOLVE-ACCOUNT
		IF WS-SLOT-OK
			ADD FEEH-AMOUNT TO WS-CP-FEES (WS-CP-IDX)
			IF FEEH-REFUNDED
				SUBTRACT FEEH-REFUNDED-AMOUNT
					FROM WS-CP-FEES (WS-CP-IDX)
			END-IF
		END-IF.
      *
      *  The transaction history carries the account-level rows
      *  the GL legs do not: deposit and overdraft interest
      *  accruals and penalty accruals and refunds.
	4000-COLLECT-HISTORY.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-HISTORY UNTIL WS-EOF
		CLOSE TRAN-HISTORY-FILE.
      *
	4100-READ-HISTORY.
		READ TRAN-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TRNH-DATE (1:6) = WS-PERIOD
					AND TRNH-NORMAL
					PERFORM 4200-CHECK-HISTORY
				END-IF
		END-READ.
      *
	4200-CHECK-HISTORY.
		EVALUATE TRNH-EVENT-CODE
			WHEN "DDINTACR"
			WHEN "DDODIACR"
			WHEN "PNLTACCR"
			WHEN "PNLTRFND"
				PERFORM 4300-ADD-HISTORY
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
      *
	4300-ADD-HISTORY.
		MOVE TRNH-ACCOUNT-NO TO WS-WORK-ACCOUNT
		MOVE TRNH-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 9200-RESOLVE-ACCOUNT
		IF WS-SLOT-OK
			EVALUATE TRNH-EVENT-CODE
				WHEN "DDINTACR"
					ADD TRNH-AMOUNT TO
					    WS-CP-DEP-COST (WS-CP-IDX)
				WHEN "DDODIACR"
					ADD TRNH-AMOUNT TO
					    WS-CP-INTEREST (WS-CP-IDX)
				WHEN "PNLTACCR"
					ADD TRNH-AMOUNT TO
					    WS-CP-PENALTY (WS-CP-IDX)
				WHEN "PNLTRFND"
					SUBTRACT TRNH-AMOUNT FROM
					    WS-CP-PENALTY (WS-CP-IDX)
			END-EVALUATE
		END-IF.
      *
	5000-COLLECT-FD-ACCRUALS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FD-ACCRUAL-REG-FILE
		IF WS-FDACRG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 5100-READ-FD-ACCRUAL UNTIL WS-EOF
		CLOSE FD-ACCRUAL-REG-FILE.
      *
	5100-READ-FD-ACCRUAL.
		READ FD-ACCRUAL-REG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FDACRG-DATE (1:6) = WS-PERIOD
					PERFORM 5200-ADD-FD-ACCRUAL
				END-IF
		END-READ.
      *
	5200-ADD-FD-ACCRUAL.
		MOVE FDACRG-DEPOSIT-NO TO WS-WORK-ACCOUNT
		MOVE FDACRG-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 9200-RESOLVE-ACCOUNT
		IF WS-SLOT-OK
			ADD FDACRG-ACCRUAL-AMT
				TO WS-CP-DEP-COST (WS-CP-IDX)
		END-IF.
      *
	5500-COLLECT-TAX-REGISTER.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TAX-REGISTER-FILE
		IF WS-TAXREG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 5600-READ-TAX-ROW UNTIL WS-EOF
		CLOSE TAX-REGISTER-FILE.
      *
	5600-READ-TAX-ROW.
		READ TAX-REGISTER-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TAXREG-DATE (1:6) = WS-PERIOD
					PERFORM 5700-CHECK-TAX-ROW
				END-IF
		END-READ.
      *
      *  A fixed deposit's interest is already in its accruals;
      *  only deposits off FXDEPR (recurring deposits) add their
      *  gross interest here.
	5700-CHECK-TAX-ROW.
		MOVE "N" TO WS-RESOLVED-FLAG
		IF WS-FXDEP-STATUS = "00"
			MOVE TAXREG-DEPOSIT-NO TO FXDEP-DEPOSIT-NO
			READ FX-DEPOSIT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-RESOLVED TO TRUE
			END-READ
		END-IF
		IF NOT WS-RESOLVED
			MOVE TAXREG-CUSTOMER-NO TO WS-WORK-CUSTOMER
			MOVE "000000" TO WS-WORK-BRANCH
			PERFORM 9000-FIND-CUSTOMER-SLOT
			IF WS-SLOT-OK
				ADD TAXREG-GROSS-INTEREST
					TO WS-CP-DEP-COST (WS-CP-IDX)
			END-IF
		END-IF.
      *
	6000-COLLECT-PROVISIONS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT PROVISION-REG-FILE
		IF WS-PROV-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 6100-READ-PROVISION UNTIL WS-EOF
		CLOSE PROVISION-REG-FILE.
      *
	6100-READ-PROVISION.
		READ PROVISION-REG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF PROV-PERIOD = WS-PERIOD
					PERFORM 6200-ADD-PROVISION
				END-IF
		END-READ.
      *
	6200-ADD-PROVISION.
		MOVE PROV-ACCOUNT-NO TO WS-WORK-ACCOUNT
		MOVE "000000" TO WS-WORK-BRANCH
		PERFORM 9200-RESOLVE-ACCOUNT
		IF WS-SLOT-OK
			ADD PROV-AMOUNT TO WS-CP-PROVISION (WS-CP-IDX)
		END-IF.
      *
	7000-RESOLVE-SEGMENTS.
		OPEN INPUT CUSTOMER-FILE
		PERFORM VARYING WS-CP-IDX FROM 1 BY 1
				UNTIL WS-CP-IDX > WS-CUST-COUNT
			PERFORM 7100-RESOLVE-ONE-SEGMENT
		END-PERFORM
		CLOSE CUSTOMER-FILE.
      *
	7100-RESOLVE-ONE-SEGMENT.
		MOVE "NONE" TO WS-CP-SEGMENT (WS-CP-IDX)
		IF WS-CUSTM-STATUS = "00"
			MOVE WS-CP-CUSTOMER-NO (WS-CP-IDX)
				TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 7200-TAKE-SECTOR
			END-READ
		END-IF
		COMPUTE WS-CP-NET (WS-CP-IDX) =
			WS-CP-INTEREST (WS-CP-IDX)
			+ WS-CP-FEES (WS-CP-IDX)
			+ WS-CP-PENALTY (WS-CP-IDX)
			- WS-CP-DEP-COST (WS-CP-IDX)
			+ WS-CP-FTP (WS-CP-IDX)
			- WS-CP-PROVISION (WS-CP-IDX).
      *
	7200-TAKE-SECTOR.
		IF CUSTM-SECTOR-CODE NOT = SPACES
			MOVE CUSTM-SECTOR-CODE
				TO WS-CP-SEGMENT (WS-CP-IDX)
		END-IF.
      *
      *  Insertion sort on branch and segment, net contribution
      *  descending within them.
	7500-RANK-CUSTOMERS.
		PERFORM VARYING WS-CP-I FROM 2 BY 1
				UNTIL WS-CP-I > WS-CUST-COUNT
			MOVE WS-CP-ENTRY (WS-CP-I) TO WS-CP-HOLD
			MOVE WS-CP-I TO WS-CP-J
			PERFORM 7600-CHECK-SHIFT
			PERFORM 7700-SHIFT-ENTRY UNTIL NOT WS-SHIFT
			MOVE WS-CP-HOLD TO WS-CP-ENTRY (WS-CP-J)
		END-PERFORM.
      *
	7600-CHECK-SHIFT.
		MOVE "N" TO WS-SHIFT-FLAG
		IF WS-CP-J > 1
			EVALUATE TRUE
				WHEN WS-CP-SORT-KEY (WS-CP-J - 1)
						> WS-HOLD-SORT-KEY
					SET WS-SHIFT TO TRUE
				WHEN WS-CP-SORT-KEY (WS-CP-J - 1)
						= WS-HOLD-SORT-KEY
					AND WS-CP-NET (WS-CP-J - 1)
						< WS-HOLD-NET
					SET WS-SHIFT TO TRUE
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		END-IF.
      *
	7700-SHIFT-ENTRY.
		MOVE WS-CP-ENTRY (WS-CP-J - 1) TO WS-CP-ENTRY (WS-CP-J)
		SUBTRACT 1 FROM WS-CP-J
		PERFORM 7600-CHECK-SHIFT.
      *
	8000-PRINT-CUSTOMERS.
		MOVE SPACES TO WS-GROUP-KEY
		PERFORM VARYING WS-CP-IDX FROM 1 BY 1
				UNTIL WS-CP-IDX > WS-CUST-COUNT
			IF WS-CP-SORT-KEY (WS-CP-IDX) NOT = WS-GROUP-KEY
				IF WS-GROUP-KEY NOT = SPACES
					PERFORM 8300-PRINT-GROUP-TOTAL
				END-IF
				PERFORM 8100-START-GROUP
			END-IF
			PERFORM 8200-PRINT-ONE-CUSTOMER
		END-PERFORM
		IF WS-GROUP-KEY NOT = SPACES
			PERFORM 8300-PRINT-GROUP-TOTAL
		END-IF.
      *
	8100-START-GROUP.
		MOVE WS-CP-SORT-KEY (WS-CP-IDX) TO WS-GROUP-KEY
		MOVE ZERO TO WS-RANK
		MOVE ZERO TO WS-GROUP-NET
		MOVE ZERO TO WS-GROUP-SUBSIDISED
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-CP-BRANCH (WS-CP-IDX) TO GRP-BRANCH
		MOVE WS-CP-SEGMENT (WS-CP-IDX) TO GRP-SEGMENT
		MOVE WS-GROUP-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8200-PRINT-ONE-CUSTOMER.
		ADD 1 TO WS-RANK
		ADD WS-CP-NET (WS-CP-IDX) TO WS-GROUP-NET
		MOVE WS-RANK TO DTL-RANK
		MOVE WS-CP-CUSTOMER-NO (WS-CP-IDX) TO DTL-CUSTOMER
		MOVE WS-CP-INTEREST (WS-CP-IDX) TO DTL-INTEREST
		MOVE WS-CP-FEES (WS-CP-IDX) TO DTL-FEES
		MOVE WS-CP-PENALTY (WS-CP-IDX) TO DTL-PENALTY
		MOVE WS-CP-DEP-COST (WS-CP-IDX) TO DTL-DEP-COST
		MOVE WS-CP-FTP (WS-CP-IDX) TO DTL-FTP
		MOVE WS-CP-PROVISION (WS-CP-IDX) TO DTL-PROVISION
		MOVE WS-CP-NET (WS-CP-IDX) TO DTL-NET
		MOVE SPACE TO DTL-FLAG
		IF WS-CP-NET (WS-CP-IDX) < ZERO
			MOVE "*" TO DTL-FLAG
			ADD 1 TO WS-GROUP-SUBSIDISED
			ADD 1 TO WS-TOTAL-SUBSIDISED
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8300-PRINT-GROUP-TOTAL.
		MOVE WS-GROUP-NET TO TOT-NET
		MOVE WS-RANK TO TOT-CUSTOMERS
		MOVE WS-GROUP-SUBSIDISED TO TOT-SUBSIDISED
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8900-PRINT-COUNTS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "* NET CONTRIBUTION NEGATIVE - SUBSIDISED"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CUSTOMERS RANKED:" TO CNT-TEXT
		MOVE WS-CUST-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CUSTOMERS SUBSIDISED:" TO CNT-TEXT
		MOVE WS-TOTAL-SUBSIDISED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ACCOUNTS WITH NO FTP RATE:" TO CNT-TEXT
		MOVE WS-NO-FTP-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "REGISTER ROWS UNRESOLVED:" TO CNT-TEXT
		MOVE WS-UNRESOLVED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CUSTOMERS NOT RANKED (FULL):" TO CNT-TEXT
		MOVE WS-OVERFLOW-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	9000-FIND-CUSTOMER-SLOT.
		MOVE "N" TO WS-CP-FOUND-FLAG
		PERFORM VARYING WS-CP-IDX FROM 1 BY 1
				UNTIL WS-CP-IDX > WS-CUST-COUNT
				OR WS-CP-FOUND
			IF WS-CP-CUSTOMER-NO (WS-CP-IDX) =
					WS-WORK-CUSTOMER
				SET WS-CP-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-SLOT-OK TO TRUE
		IF WS-CP-FOUND
			SUBTRACT 1 FROM WS-CP-IDX
		ELSE
			IF WS-CUST-COUNT < 3000
				ADD 1 TO WS-CUST-COUNT
				MOVE WS-CUST-COUNT TO WS-CP-IDX
				PERFORM 9100-INIT-SLOT
			ELSE
				ADD 1 TO WS-OVERFLOW-COUNT
				MOVE "N" TO WS-SLOT-OK-FLAG
			END-IF
		END-IF.
      *
	9100-INIT-SLOT.
		MOVE WS-WORK-CUSTOMER TO WS-CP-CUSTOMER-NO (WS-CP-IDX)
		MOVE WS-WORK-BRANCH TO WS-CP-BRANCH (WS-CP-IDX)
		MOVE SPACES TO WS-CP-SEGMENT (WS-CP-IDX)
		MOVE ZERO TO WS-CP-TOP-BALANCE (WS-CP-IDX)
		MOVE ZERO TO WS-CP-INTEREST (WS-CP-IDX)
		MOVE ZERO TO WS-CP-FEES (WS-CP-IDX)
		MOVE ZERO TO WS-CP-PENALTY (WS-CP-IDX)
		MOVE ZERO TO WS-CP-DEP-COST (WS-CP-IDX)
		MOVE ZERO TO WS-CP-FTP (WS-CP-IDX)
		MOVE ZERO TO WS-CP-PROVISION (WS-CP-IDX)
		MOVE ZERO TO WS-CP-NET (WS-CP-IDX).
      *
      *  A register row names an account; its customer comes from
      *  the Loan Master, the demand-deposit file or the
      *  fixed-deposit file, whichever holds it.
	9200-RESOLVE-ACCOUNT.
		MOVE "N" TO WS-RESOLVED-FLAG
		MOVE "N" TO WS-SLOT-OK-FLAG
		IF WS-WORK-BRANCH = SPACES
			MOVE "000000" TO WS-WORK-BRANCH
		END-IF
		IF WS-LOANM-STATUS = "00"
			MOVE WS-WORK-ACCOUNT TO LOANM-ACCOUNT-NO
			READ LOAN-MASTER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE LOANM-CUSTOMER-NO
						TO WS-WORK-CUSTOMER
					SET WS-RESOLVED TO TRUE
			END-READ
		END-IF
		IF NOT WS-RESOLVED AND WS-DDACC-STATUS = "00"
			MOVE WS-WORK-ACCOUNT TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE DDACC-CUSTOMER-NO
						TO WS-WORK-CUSTOMER
					SET WS-RESOLVED TO TRUE
			END-READ
		END-IF
		IF NOT WS-RESOLVED AND WS-FXDEP-STATUS = "00"
			MOVE WS-WORK-ACCOUNT TO FXDEP-DEPOSIT-NO
			READ FX-DEPOSIT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE FXDEP-CUSTOMER-NO
						TO WS-WORK-CUSTOMER
					SET WS-RESOLVED TO TRUE
			END-READ
		END-IF
		IF WS-RESOLVED
			PERFORM 9000-FIND-CUSTOMER-SLOT
		ELSE
			ADD 1 TO WS-UNRESOLVED-COUNT
		END-IF.
      *
