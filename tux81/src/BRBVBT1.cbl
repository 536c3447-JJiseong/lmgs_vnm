      *
      *  BRBVBT1.cbl
      *
      *  Monthly branch budget-versus-actual variance report.
      *  BRPLBT1 tells each branch what it earned; this job sets
      *  each branch's actuals for the run month against the
      *  targets on the branch budget file (BRBUDR, maintained
      *  under maker-checker through BRBDMNT1), line item by line
      *  item:
      *
      *   - LOANBOOK - open loans' principal by booking branch
      *     (LOANMSTR) at the run;
      *   - DEPBOOK  - active demand-deposit balances (DDACCTR) and
      *     live term-deposit principal (FXDEPR, a foreign-currency
      *     deposit at its book rate); the deposit files carry no
      *     branch, so the deposit book lands under the head-office
      *     placeholder exactly as the MIS snapshot (MISXBT1)
      *     places it;
      *   - INTINC   - interest earned from the accrual register
      *     (ACCRREGR);
      *   - FEEINC   - fee income from the fee history (FEEHSTR);
      *   - PROVSN   - provisions charged from the provision
      *     register (PROVREGR, branch resolved through the Loan
      *     Master);
      *
      *  the same sources BRPLBT1 reads.  Each line prints the
      *  month's budget, actual, variance (actual less budget) and
      *  variance percentage, then the same four columns year to
      *  date.  Income and provisions accumulate January through
      *  the run month; the two books are month-end positions, so
      *  their year-to-date columns are the run month's book
      *  against the run month's target.  A line with no budget
      *  prints its actual with the percentage left blank.  A
      *  bank total per line item closes the report.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other month-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BRBVBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BUDGET-FILE ASSIGN TO "BRBUDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BRBUD-KEY
			FILE STATUS IS WS-BRBUD-STATUS.
		SELECT ACCRUAL-REG-FILE ASSIGN TO "ACCRREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-ACCRREG-STATUS.
		SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEEH-STATUS.
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
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT RPT-FILE ASSIGN TO "BRBVBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  BUDGET-FILE.
	01  BUDGET-RECORD.
		COPY BRBUDR.
	FD  ACCRUAL-REG-FILE.
	01  ACCRUAL-REG-RECORD.
		COPY ACCRREGR.
	FD  FEE-HISTORY-FILE.
	01  FEE-HISTORY-RECORD.
		COPY FEEHSTR.
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
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(170).
      *
	WORKING-STORAGE SECTION.
	01  WS-BRBUD-STATUS		PIC XX.
	01  WS-ACCRREG-STATUS		PIC XX.
	01  WS-FEEH-STATUS		PIC XX.
	01  WS-PROV-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-PERIOD			PIC X(6).
	01  WS-YEAR			PIC X(4).
	01  WS-HEAD-OFFICE		PIC X(6) VALUE "000000".
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-WORK-DATE		PIC X(8).
	01  WS-WORK-AMOUNT		PIC S9(15)V99 COMP-3.
      *
      *  Line items in report order; the index into this list is
      *  the index into every branch's budget/actual lines.
	01  WS-ITEM-NAMES		PIC X(40) VALUE
		"LOANBOOKDEPBOOK INTINC  FEEINC  PROVSN  ".
	01  WS-ITEM-LIST REDEFINES WS-ITEM-NAMES.
		05  WS-ITEM-NAME OCCURS 5 TIMES
					PIC X(8).
	01  WS-ITEM-COUNT		PIC S9(4) COMP-5 VALUE 5.
	01  WS-IT-IDX			PIC S9(4) COMP-5.
	01  WS-IT-LOAN-BOOK		PIC S9(4) COMP-5 VALUE 1.
	01  WS-IT-DEPOSIT-BOOK		PIC S9(4) COMP-5 VALUE 2.
	01  WS-IT-INTEREST		PIC S9(4) COMP-5 VALUE 3.
	01  WS-IT-FEES			PIC S9(4) COMP-5 VALUE 4.
	01  WS-IT-PROVISIONS		PIC S9(4) COMP-5 VALUE 5.
	01  WS-IT-FOUND-FLAG		PIC X.
		88  WS-IT-FOUND		VALUE "Y".
	01  WS-BRANCH-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-BRANCH-TABLE.
		05  WS-BV-ENTRY OCCURS 50 TIMES.
			10  WS-BV-CODE	PIC X(6).
			10  WS-BV-LINE OCCURS 5 TIMES.
				15  WS-BV-MTD-BUDGET
					PIC S9(15)V99 COMP-3.
				15  WS-BV-MTD-ACTUAL
					PIC S9(15)V99 COMP-3.
				15  WS-BV-YTD-BUDGET
					PIC S9(15)V99 COMP-3.
				15  WS-BV-YTD-ACTUAL
					PIC S9(15)V99 COMP-3.
	01  WS-BR-IDX			PIC S9(4) COMP-5.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-SLOT-OK-FLAG		PIC X.
		88  WS-SLOT-OK		VALUE "Y".
	01  WS-TOTAL-TABLE.
		05  WS-TOT-LINE OCCURS 5 TIMES.
			10  WS-TOT-MTD-BUDGET
					PIC S9(15)V99 COMP-3.
			10  WS-TOT-MTD-ACTUAL
					PIC S9(15)V99 COMP-3.
			10  WS-TOT-YTD-BUDGET
					PIC S9(15)V99 COMP-3.
			10  WS-TOT-YTD-ACTUAL
					PIC S9(15)V99 COMP-3.
	01  WS-PRT-BRANCH		PIC X(6).
	01  WS-PRT-MTD-BUDGET		PIC S9(15)V99 COMP-3.
	01  WS-PRT-MTD-ACTUAL		PIC S9(15)V99 COMP-3.
	01  WS-PRT-YTD-BUDGET		PIC S9(15)V99 COMP-3.
	01  WS-PRT-YTD-ACTUAL		PIC S9(15)V99 COMP-3.
	01  WS-VARIANCE			PIC S9(15)V99 COMP-3.
	01  WS-VARIANCE-PCT		PIC S9(5)V99 COMP-3.
	01  WS-PCT-BASE			PIC S9(15)V99 COMP-3.
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(16) VALUE
			"BRANCH ITEM".
		05  FILLER		PIC X(22) VALUE
			"          MTD BUDGET".
		05  FILLER		PIC X(22) VALUE
			"          MTD ACTUAL".
		05  FILLER		PIC X(22) VALUE
			"        MTD VARIANCE".
		05  FILLER		PIC X(10) VALUE "    VAR%".
		05  FILLER		PIC X(22) VALUE
			"          YTD BUDGET".
		05  FILLER		PIC X(22) VALUE
			"          YTD ACTUAL".
		05  FILLER		PIC X(22) VALUE
			"        YTD VARIANCE".
		05  FILLER		PIC X(10) VALUE "    VAR%".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-ITEM		PIC X(8).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-MTD-BUDGET	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-MTD-ACTUAL	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-MTD-VARIANCE	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-MTD-PCT		PIC ZZZZ9.99-.
		05  DTL-MTD-PCT-X REDEFINES DTL-MTD-PCT
					PIC X(9).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-YTD-BUDGET	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-YTD-ACTUAL	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-YTD-VARIANCE	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-YTD-PCT		PIC ZZZZ9.99-.
		05  DTL-YTD-PCT-X REDEFINES DTL-YTD-PCT
					PIC X(9).
	01  WS-JOB-NAME			PIC X(9) VALUE "BRBVBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:6) TO WS-PERIOD
		MOVE WS-NOW (1:4) TO WS-YEAR
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "BRANCH BUDGET VERSUS ACTUAL - MONTH "
			WS-PERIOD DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			INITIALIZE WS-TOTAL-TABLE
			PERFORM 1000-LOAD-BUDGETS
			PERFORM 2000-COLLECT-INTEREST
			PERFORM 3000-COLLECT-FEES
			PERFORM 4000-COLLECT-PROVISIONS
			PERFORM 5000-COLLECT-LOAN-BOOK
			PERFORM 6000-COLLECT-DEPOSIT-BOOK
			PERFORM 7000-PRINT-REPORT
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  Every budget row for the run year up to the run month is
      *  read once: the run month's row sets the month column, and
      *  the income and provision rows accumulate the year to date
      *  while a book row's target simply is the run month's.
	1000-LOAD-BUDGETS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT BUDGET-FILE
		IF WS-BRBUD-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-BUDGET UNTIL WS-EOF
		CLOSE BUDGET-FILE.
      *
	1100-READ-BUDGET.
		READ BUDGET-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF BRBUD-PERIOD (1:4) = WS-YEAR
					AND BRBUD-PERIOD <= WS-PERIOD
					PERFORM 1200-TAKE-BUDGET
				END-IF
		END-READ.
      *
	1200-TAKE-BUDGET.
		PERFORM 8100-FIND-ITEM
		MOVE BRBUD-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 8000-FIND-BRANCH-SLOT
		IF WS-SLOT-OK AND WS-IT-FOUND
			IF BRBUD-PERIOD = WS-PERIOD
				ADD BRBUD-AMOUNT TO
					WS-BV-MTD-BUDGET
						(WS-BR-IDX WS-IT-IDX)
			END-IF
			IF WS-IT-IDX > WS-IT-DEPOSIT-BOOK
				OR BRBUD-PERIOD = WS-PERIOD
				ADD BRBUD-AMOUNT TO
					WS-BV-YTD-BUDGET
						(WS-BR-IDX WS-IT-IDX)
			END-IF
		END-IF.
      *
	2000-COLLECT-INTEREST.
		MOVE "N" TO WS-EOF-FLAG
		MOVE WS-IT-INTEREST TO WS-IT-IDX
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
				MOVE ACCRREG-BRANCH-CODE
					TO WS-WORK-BRANCH
				MOVE ACCRREG-DATE TO WS-WORK-DATE
				MOVE ACCRREG-INTEREST-AMT
					TO WS-WORK-AMOUNT
				PERFORM 8200-ADD-FLOW-ACTUAL
		END-READ.
      *
	3000-COLLECT-FEES.
		MOVE "N" TO WS-EOF-FLAG
		MOVE WS-IT-FEES TO WS-IT-IDX
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
				MOVE FEEH-BRANCH-CODE TO WS-WORK-BRANCH
				MOVE FEEH-DATE TO WS-WORK-DATE
				MOVE FEEH-AMOUNT TO WS-WORK-AMOUNT
				PERFORM 8200-ADD-FLOW-ACTUAL
		END-READ.
      *
      *  PROVREGR carries no branch, so each row's loan resolves
      *  its booking branch through the Loan Master; a loan no
      *  longer on file lands under the head-office placeholder.
	4000-COLLECT-PROVISIONS.
		MOVE "N" TO WS-EOF-FLAG
		MOVE WS-IT-PROVISIONS TO WS-IT-IDX
		OPEN INPUT PROVISION-REG-FILE
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-PROV-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-PROVISION UNTIL WS-EOF
		CLOSE PROVISION-REG-FILE
		CLOSE LOAN-MASTER-FILE.
      *
	4100-READ-PROVISION.
		READ PROVISION-REG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 4200-ADD-PROVISION
		END-READ.
      *
	4200-ADD-PROVISION.
		MOVE WS-HEAD-OFFICE TO WS-WORK-BRANCH
		MOVE PROV-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE LOANM-BRANCH-CODE
					TO WS-WORK-BRANCH
		END-READ
		MOVE SPACES TO WS-WORK-DATE
		MOVE PROV-PERIOD TO WS-WORK-DATE
		MOVE PROV-AMOUNT TO WS-WORK-AMOUNT
		PERFORM 8200-ADD-FLOW-ACTUAL.
      *
	5000-COLLECT-LOAN-BOOK.
		MOVE "N" TO WS-EOF-FLAG
		MOVE WS-IT-LOAN-BOOK TO WS-IT-IDX
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 5100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE.
      *
	5100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN
					MOVE LOANM-BRANCH-CODE
						TO WS-WORK-BRANCH
					MOVE LOANM-PRINCIPAL
						TO WS-WORK-AMOUNT
					PERFORM 8300-ADD-BOOK-ACTUAL
				END-IF
		END-READ.
      *
	6000-COLLECT-DEPOSIT-BOOK.
		MOVE WS-IT-DEPOSIT-BOOK TO WS-IT-IDX
		MOVE WS-HEAD-OFFICE TO WS-WORK-BRANCH
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 6100-READ-DD-ACCOUNT UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 6200-READ-FX-DEPOSIT UNTIL WS-EOF
		CLOSE FX-DEPOSIT-FILE.
      *
      *  An overdrawn account is lending, not deposit - only a
      *  credit balance counts toward the deposit book.
	6100-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDACC-ACTIVE AND DDACC-BALANCE > ZERO
					MOVE DDACC-BALANCE
						TO WS-WORK-AMOUNT
					PERFORM 8300-ADD-BOOK-ACTUAL
				END-IF
		END-READ.
      *
	6200-READ-FX-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXDEP-ACTIVE OR FXDEP-DORMANT
					PERFORM 6300-ADD-TERM-DEPOSIT
				END-IF
		END-READ.
      *
	6300-ADD-TERM-DEPOSIT.
		IF FXDEP-CURRENCY-CODE = SPACES
			OR FXDEP-CURRENCY-CODE = "VND"
			MOVE FXDEP-PRINCIPAL-AMT TO WS-WORK-AMOUNT
		ELSE
			COMPUTE WS-WORK-AMOUNT ROUNDED =
				FXDEP-PRINCIPAL-AMT * FXDEP-BOOK-RATE
		END-IF
		PERFORM 8300-ADD-BOOK-ACTUAL.
      *
	7000-PRINT-REPORT.
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 7100-PRINT-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BRANCH-COUNT
		MOVE "BANK TOTAL" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "TOTAL" TO WS-PRT-BRANCH
		PERFORM 7300-PRINT-TOTAL-LINE
			VARYING WS-IT-IDX FROM 1 BY 1
			UNTIL WS-IT-IDX > WS-ITEM-COUNT.
      *
	7100-PRINT-BRANCH.
		MOVE WS-BV-CODE (WS-BR-IDX) TO WS-PRT-BRANCH
		PERFORM 7200-PRINT-BRANCH-LINE
			VARYING WS-IT-IDX FROM 1 BY 1
			UNTIL WS-IT-IDX > WS-ITEM-COUNT.
      *
	7200-PRINT-BRANCH-LINE.
		MOVE WS-BV-MTD-BUDGET (WS-BR-IDX WS-IT-IDX)
			TO WS-PRT-MTD-BUDGET
		MOVE WS-BV-MTD-ACTUAL (WS-BR-IDX WS-IT-IDX)
			TO WS-PRT-MTD-ACTUAL
		MOVE WS-BV-YTD-BUDGET (WS-BR-IDX WS-IT-IDX)
			TO WS-PRT-YTD-BUDGET
		MOVE WS-BV-YTD-ACTUAL (WS-BR-IDX WS-IT-IDX)
			TO WS-PRT-YTD-ACTUAL
		ADD WS-PRT-MTD-BUDGET
			TO WS-TOT-MTD-BUDGET (WS-IT-IDX)
		ADD WS-PRT-MTD-ACTUAL
			TO WS-TOT-MTD-ACTUAL (WS-IT-IDX)
		ADD WS-PRT-YTD-BUDGET
			TO WS-TOT-YTD-BUDGET (WS-IT-IDX)
		ADD WS-PRT-YTD-ACTUAL
			TO WS-TOT-YTD-ACTUAL (WS-IT-IDX)
		PERFORM 7400-WRITE-VARIANCE-LINE.
      *
	7300-PRINT-TOTAL-LINE.
		MOVE WS-TOT-MTD-BUDGET (WS-IT-IDX) TO WS-PRT-MTD-BUDGET
		MOVE WS-TOT-MTD-ACTUAL (WS-IT-IDX) TO WS-PRT-MTD-ACTUAL
		MOVE WS-TOT-YTD-BUDGET (WS-IT-IDX) TO WS-PRT-YTD-BUDGET
		MOVE WS-TOT-YTD-ACTUAL (WS-IT-IDX) TO WS-PRT-YTD-ACTUAL
		PERFORM 7400-WRITE-VARIANCE-LINE.
      *
	7400-WRITE-VARIANCE-LINE.
		MOVE WS-PRT-BRANCH TO DTL-BRANCH
		MOVE WS-ITEM-NAME (WS-IT-IDX) TO DTL-ITEM
		MOVE WS-PRT-MTD-BUDGET TO DTL-MTD-BUDGET
		MOVE WS-PRT-MTD-ACTUAL TO DTL-MTD-ACTUAL
		COMPUTE WS-VARIANCE =
			WS-PRT-MTD-ACTUAL - WS-PRT-MTD-BUDGET
		MOVE WS-VARIANCE TO DTL-MTD-VARIANCE
		IF WS-PRT-MTD-BUDGET = ZERO
			MOVE SPACES TO DTL-MTD-PCT-X
		ELSE
			MOVE WS-PRT-MTD-BUDGET TO WS-PCT-BASE
			PERFORM 7500-COMPUTE-PERCENT
			MOVE WS-VARIANCE-PCT TO DTL-MTD-PCT
		END-IF
		MOVE WS-PRT-YTD-BUDGET TO DTL-YTD-BUDGET
		MOVE WS-PRT-YTD-ACTUAL TO DTL-YTD-ACTUAL
		COMPUTE WS-VARIANCE =
			WS-PRT-YTD-ACTUAL - WS-PRT-YTD-BUDGET
		MOVE WS-VARIANCE TO DTL-YTD-VARIANCE
		IF WS-PRT-YTD-BUDGET = ZERO
			MOVE SPACES TO DTL-YTD-PCT-X
		ELSE
			MOVE WS-PRT-YTD-BUDGET TO WS-PCT-BASE
			PERFORM 7500-COMPUTE-PERCENT
			MOVE WS-VARIANCE-PCT TO DTL-YTD-PCT
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Variance as a percentage of the budget it is measured
      *  against; a runaway figure against a token budget pins at
      *  the column's limit rather than wrapping.
	7500-COMPUTE-PERCENT.
		COMPUTE WS-VARIANCE-PCT ROUNDED =
			WS-VARIANCE * 100 / WS-PCT-BASE
			ON SIZE ERROR
				IF WS-VARIANCE < ZERO
					MOVE -99999.99
						TO WS-VARIANCE-PCT
				ELSE
					MOVE 99999.99 TO WS-VARIANCE-PCT
				END-IF
		END-COMPUTE.
      *
	8000-FIND-BRANCH-SLOT.
		MOVE "N" TO WS-BR-FOUND-FLAG
		MOVE "N" TO WS-SLOT-OK-FLAG
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
				OR WS-BR-FOUND
			IF WS-BV-CODE (WS-BR-IDX) = WS-WORK-BRANCH
				SET WS-BR-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-BR-FOUND
			SUBTRACT 1 FROM WS-BR-IDX
			SET WS-SLOT-OK TO TRUE
		ELSE
			IF WS-BRANCH-COUNT < 50
				ADD 1 TO WS-BRANCH-COUNT
				MOVE WS-BRANCH-COUNT TO WS-BR-IDX
				INITIALIZE WS-BV-ENTRY (WS-BR-IDX)
				MOVE WS-WORK-BRANCH
					TO WS-BV-CODE (WS-BR-IDX)
				SET WS-SLOT-OK TO TRUE
			END-IF
		END-IF.
      *
	8100-FIND-ITEM.
		MOVE "N" TO WS-IT-FOUND-FLAG
		PERFORM VARYING WS-IT-IDX FROM 1 BY 1
				UNTIL WS-IT-IDX > WS-ITEM-COUNT
				OR WS-IT-FOUND
			IF WS-ITEM-NAME (WS-IT-IDX) = BRBUD-LINE-ITEM
				SET WS-IT-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-IT-FOUND
			SUBTRACT 1 FROM WS-IT-IDX
		END-IF.
      *
      *  An income or provision amount dated in the run year up to
      *  the run month counts year to date, and in the run month
      *  for the month as well.
	8200-ADD-FLOW-ACTUAL.
		IF WS-WORK-DATE (1:4) = WS-YEAR
			AND WS-WORK-DATE (1:6) <= WS-PERIOD
			PERFORM 8000-FIND-BRANCH-SLOT
			IF WS-SLOT-OK
				ADD WS-WORK-AMOUNT TO
					WS-BV-YTD-ACTUAL
						(WS-BR-IDX WS-IT-IDX)
				IF WS-WORK-DATE (1:6) = WS-PERIOD
					ADD WS-WORK-AMOUNT TO
					WS-BV-MTD-ACTUAL
						(WS-BR-IDX WS-IT-IDX)
				END-IF
			END-IF
		END-IF.
      *
	8300-ADD-BOOK-ACTUAL.
		PERFORM 8000-FIND-BRANCH-SLOT
		IF WS-SLOT-OK
			ADD WS-WORK-AMOUNT TO
				WS-BV-MTD-ACTUAL (WS-BR-IDX WS-IT-IDX)
			ADD WS-WORK-AMOUNT TO
				WS-BV-YTD-ACTUAL (WS-BR-IDX WS-IT-IDX)
		END-IF.
      *
