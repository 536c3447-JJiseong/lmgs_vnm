      *
      *  STRSBT1.cbl
      *
      *  Portfolio stress-test simulation for the ICAAP and the
      *  board.  Applies every scenario on the stress-test scenario
      *  table (STRSCNR, maintained through STRSMNT1) to the book as
      *  it stands on today's business date (SYSDTLK1) and prints
      *  each scenario's results beside the base case, so risk no
      *  longer reworks MISXBT1's snapshot in spreadsheets:
      *
      *   - interest income: the annual income of every open
      *     accruing loan (LOANMSTR) at its contract rate, a
      *     foreign-currency loan at its book rate.  A rate shift
      *     on a base-rate index reprices every floating-rate loan
      *     booked on that index (LOANM-RATE-INDEX-CODE) by the
      *     shift, never below a zero rate;
      *   - FX gain or loss: each currency's net open position as
      *     the daily treasury report (FXPSBT1) last carried it
      *     forward (FXPOSNR), at the day's mid rate (FXRTLK1),
      *     revalued for the dong's depreciation against it - a
      *     long position gains, a short one loses.  A currency
      *     with no position or no usable rate is listed and left
      *     out;
      *   - provisions: each open loan's principal net of the
      *     collateral PROVBAT1 last netted for it on the provision
      *     register (PROVREGR; all of it when the loan has no row
      *     yet) at PROVBAT1's percentage for its
      *     LOANM-DELINQ-CODE bucket (current 0, 30 days 5, 60 days
      *     20, 90 days 50, NPL 100).  A migration moves the given
      *     share of a bucket to the next one, and the additional
      *     provision is that share at the next bucket's percentage
      *     less the current one;
      *   - capital impact: the change in interest income plus the
      *     FX result less the additional provision, against the
      *     capital figure on the parameter file (CAPITAL, amount),
      *     with the capital left after the stress and the impact
      *     as a percentage of capital.
      *
      *  The shocks of each scenario are listed first, with the
      *  number of floating-rate loans repriced, then the results
      *  four scenarios at a time beside the base case.  Nothing is
      *  posted or changed.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other month-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. STRSBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT STRESS-SCENARIO-FILE ASSIGN TO "STRSCNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS STRS-KEY
			FILE STATUS IS WS-STRS-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT PROVISION-REG-FILE ASSIGN TO "PROVREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PROV-ACCOUNT-NO
			FILE STATUS IS WS-PROV-STATUS.
		SELECT POSITION-FILE ASSIGN TO "FXPOSNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXPOS-CURRENCY-CODE
			FILE STATUS IS WS-FXPOS-STATUS.
		SELECT RPT-FILE ASSIGN TO "STRSBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  STRESS-SCENARIO-FILE.
	01  STRESS-SCENARIO-RECORD.
		COPY STRSCNR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  PROVISION-REG-FILE.
	01  PROVISION-REG-RECORD.
		COPY PROVREGR.
	FD  POSITION-FILE.
	01  POSITION-RECORD.
		COPY FXPOSNR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-STRS-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-PROV-STATUS		PIC XX.
	01  WS-FXPOS-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-CAPITAL-AMT		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-MID-RATE			PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
		88  WS-RATE-STALE	VALUE "S".
      *
      *  Scenarios in key order, each with its results, and every
      *  active shock pointing at its scenario.
	01  WS-SCN-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SCN-TABLE.
		05  WS-SCN-ENTRY OCCURS 20 TIMES.
			10  WS-SCN-CODE		PIC X(8).
			10  WS-SCN-INT-DELTA	PIC S9(15)V99 COMP-3.
			10  WS-SCN-FX-RESULT	PIC S9(15)V99 COMP-3.
			10  WS-SCN-ADD-PROV	PIC S9(15)V99 COMP-3.
			10  WS-SCN-REPRICED	PIC 9(7).
	01  WS-SCN-IDX			PIC S9(4) COMP-5.
	01  WS-SHK-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SHK-TABLE.
		05  WS-SHK-ENTRY OCCURS 500 TIMES.
			10  WS-SHK-SCN-IDX	PIC S9(4) COMP-5.
			10  WS-SHK-TYPE		PIC X.
			10  WS-SHK-KEY		PIC X(6).
			10  WS-SHK-PCT		PIC S9(3)V9(4) COMP-3.
			10  WS-SHK-DESCRIPTION	PIC X(30).
			10  WS-SHK-NOTE		PIC X(20).
	01  WS-SHK-IDX			PIC S9(4) COMP-5.
      *
      *  Base case and the loan in hand.
	01  WS-LOANS-READ		PIC 9(9) VALUE 0.
	01  WS-BASE-INCOME		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-BASE-PROVISION		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-VND-PRINCIPAL		PIC S9(15)V99 COMP-3.
	01  WS-BASE-AMT			PIC S9(15)V99 COMP-3.
	01  WS-CUR-PCT			PIC S9(3)V99 COMP-3.
	01  WS-NEXT-PCT			PIC S9(3)V99 COMP-3.
	01  WS-NEW-RATE			PIC S9(5)V9(4) COMP-3.
	01  WS-BUCKET-NUM		PIC 9(3).
	01  WS-BUCKET-KEY		PIC X(6).
	01  WS-AMOUNT			PIC S9(15)V99 COMP-3.
      *
      *  Side-by-side print: the base case and four scenarios.
	01  WS-BLOCK-START		PIC S9(4) COMP-5.
	01  WS-ROW-NO			PIC S9(4) COMP-5.
	01  WS-COL-IDX			PIC S9(4) COMP-5.
	01  WS-CELL-AMT			PIC S9(15)V99 COMP-3.
	01  WS-HEADING-LINE.
		05  HDR-LABEL		PIC X(28).
		05  HDR-CELL OCCURS 5 TIMES.
			10  FILLER	PIC X(11).
			10  HDR-CODE	PIC X(9).
	01  WS-MEASURE-LINE.
		05  MSR-LABEL		PIC X(28).
		05  MSR-CELL OCCURS 5 TIMES.
			10  FILLER	PIC X(1).
			10  MSR-VALUE	PIC -(15)9.99.
	01  WS-SHOCK-HEADING.
		05  FILLER		PIC X(10) VALUE "SCENARIO".
		05  FILLER		PIC X(12) VALUE "SHOCK".
		05  FILLER		PIC X(8) VALUE "ON".
		05  FILLER		PIC X(11) VALUE "     PCT".
		05  FILLER		PIC X(32) VALUE "DESCRIPTION".
		05  FILLER		PIC X(20) VALUE "NOTE".
	01  WS-SHOCK-LINE.
		05  SHL-SCENARIO	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SHL-TYPE		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SHL-KEY		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SHL-PCT		PIC -ZZ9.9999.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SHL-DESCRIPTION	PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SHL-NOTE		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-REPRICED-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RPL-SCENARIO	PIC X(8).
		05  FILLER		PIC X(28)
				VALUE " FLOATING LOANS REPRICED:".
		05  RPL-COUNT		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "STRSBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "PORTFOLIO STRESS TEST - AS AT "
			WS-BUSINESS-DATE " - NOTHING POSTED"
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0100-LOAD-CAPITAL
			PERFORM 1000-LOAD-SCENARIOS
			IF WS-SCN-COUNT = ZERO
				MOVE "NO ACTIVE STRESS SCENARIOS SET UP"
					TO RPT-LINE
				WRITE RPT-LINE
			ELSE
				PERFORM 2000-STRESS-LOANS
				PERFORM 2500-STRESS-POSITIONS
				PERFORM 3000-PRINT-SHOCKS
				PERFORM 4000-PRINT-RESULTS
			END-IF
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  CAPITAL (amount) is the regulatory capital finance enters
      *  for the month, the same figure CARBT1 divides by.
	0100-LOAD-CAPITAL.
		MOVE "CAPITAL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-BUSINESS-DATE WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT TO WS-CAPITAL-AMT
		END-IF.
      *
	1000-LOAD-SCENARIOS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT STRESS-SCENARIO-FILE
		IF WS-STRS-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-SHOCK UNTIL WS-EOF
		CLOSE STRESS-SCENARIO-FILE.
      *
	1100-READ-SHOCK.
		READ STRESS-SCENARIO-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF STRS-ACTIVE
					PERFORM 1200-TAKE-SHOCK
				END-IF
		END-READ.
      *
      *  The file is in scenario order, so a new code starts a new
      *  scenario.
	1200-TAKE-SHOCK.
		IF WS-SCN-COUNT = ZERO
			OR STRS-SCENARIO-CODE NOT =
				WS-SCN-CODE (WS-SCN-COUNT)
			IF WS-SCN-COUNT < 20
				ADD 1 TO WS-SCN-COUNT
				INITIALIZE WS-SCN-ENTRY (WS-SCN-COUNT)
				MOVE STRS-SCENARIO-CODE
					TO WS-SCN-CODE (WS-SCN-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF
		IF STRS-SCENARIO-CODE = WS-SCN-CODE (WS-SCN-COUNT)
			IF WS-SHK-COUNT < 500
				PERFORM 1300-STORE-SHOCK
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	1300-STORE-SHOCK.
		ADD 1 TO WS-SHK-COUNT
		MOVE WS-SCN-COUNT TO WS-SHK-SCN-IDX (WS-SHK-COUNT)
		MOVE STRS-SHOCK-TYPE TO WS-SHK-TYPE (WS-SHK-COUNT)
		MOVE STRS-SHOCK-KEY TO WS-SHK-KEY (WS-SHK-COUNT)
		MOVE STRS-SHOCK-PCT TO WS-SHK-PCT (WS-SHK-COUNT)
		MOVE STRS-DESCRIPTION
			TO WS-SHK-DESCRIPTION (WS-SHK-COUNT)
		MOVE SPACES TO WS-SHK-NOTE (WS-SHK-COUNT).
      *
	2000-STRESS-LOANS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT PROVISION-REG-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-LOAN UNTIL WS-EOF
		CLOSE PROVISION-REG-FILE
		CLOSE LOAN-MASTER-FILE.
      *
	2100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN
					PERFORM 2200-STRESS-LOAN
				END-IF
		END-READ.
      *
	2200-STRESS-LOAN.
		ADD 1 TO WS-LOANS-READ
		IF LOANM-CURRENCY-CODE NOT = SPACES
			AND LOANM-CURRENCY-CODE NOT = "VND"
			AND LOANM-BOOK-RATE > ZERO
			COMPUTE WS-VND-PRINCIPAL ROUNDED =
				LOANM-PRINCIPAL * LOANM-BOOK-RATE
		ELSE
			MOVE LOANM-PRINCIPAL TO WS-VND-PRINCIPAL
		END-IF
		IF LOANM-ACCRUING
			COMPUTE WS-AMOUNT ROUNDED =
				WS-VND-PRINCIPAL * LOANM-RATE / 100
			ADD WS-AMOUNT TO WS-BASE-INCOME
		END-IF
		PERFORM 2300-FIND-BASE-AMT
		MOVE LOANM-DELINQ-CODE TO WS-BUCKET-NUM
		MOVE WS-BUCKET-NUM TO WS-BUCKET-KEY
		PERFORM 2400-SET-BUCKET-PCTS
		COMPUTE WS-AMOUNT ROUNDED =
			WS-BASE-AMT * WS-CUR-PCT / 100
		ADD WS-AMOUNT TO WS-BASE-PROVISION
		PERFORM 2210-APPLY-LOAN-SHOCK
			VARYING WS-SHK-IDX FROM 1 BY 1
			UNTIL WS-SHK-IDX > WS-SHK-COUNT.
      *
	2210-APPLY-LOAN-SHOCK.
		MOVE WS-SHK-SCN-IDX (WS-SHK-IDX) TO WS-SCN-IDX
		IF WS-SHK-TYPE (WS-SHK-IDX) = "R"
			AND LOANM-RATE-INDEX-CODE NOT = SPACES
			AND LOANM-RATE-INDEX-CODE =
				WS-SHK-KEY (WS-SHK-IDX)
			AND LOANM-ACCRUING
			PERFORM 2220-REPRICE-LOAN
		END-IF
		IF WS-SHK-TYPE (WS-SHK-IDX) = "M"
			AND WS-BUCKET-KEY = WS-SHK-KEY (WS-SHK-IDX)
			AND WS-NEXT-PCT > WS-CUR-PCT
			PERFORM 2230-MIGRATE-LOAN
		END-IF.
      *
	2230-MIGRATE-LOAN.
		COMPUTE WS-AMOUNT ROUNDED =
			WS-BASE-AMT * WS-SHK-PCT (WS-SHK-IDX) / 100
			* (WS-NEXT-PCT - WS-CUR-PCT) / 100
		ADD WS-AMOUNT TO WS-SCN-ADD-PROV (WS-SCN-IDX).
      *
	2220-REPRICE-LOAN.
		COMPUTE WS-NEW-RATE =
			LOANM-RATE + WS-SHK-PCT (WS-SHK-IDX)
		IF WS-NEW-RATE < ZERO
			MOVE ZERO TO WS-NEW-RATE
		END-IF
		COMPUTE WS-AMOUNT ROUNDED =
			WS-VND-PRINCIPAL
			* (WS-NEW-RATE - LOANM-RATE) / 100
		ADD WS-AMOUNT TO WS-SCN-INT-DELTA (WS-SCN-IDX)
		ADD 1 TO WS-SCN-REPRICED (WS-SCN-IDX).
      *
      *  The collateral PROVBAT1 netted at the last month-end comes
      *  off today's balance; no register row means no collateral
      *  netted yet.
	2300-FIND-BASE-AMT.
		MOVE WS-VND-PRINCIPAL TO WS-BASE-AMT
		IF WS-PROV-STATUS = "00"
			MOVE LOANM-ACCOUNT-NO TO PROV-ACCOUNT-NO
			READ PROVISION-REG-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SUBTRACT PROV-COLLATERAL-VALUE
						FROM WS-BASE-AMT
			END-READ
		END-IF
		IF WS-BASE-AMT < ZERO
			MOVE ZERO TO WS-BASE-AMT
		END-IF.
      *
      *  PROVBAT1's percentages for the loan's bucket and the one a
      *  migration moves it to.
	2400-SET-BUCKET-PCTS.
		EVALUATE TRUE
			WHEN LOANM-DELINQ-CURRENT
				MOVE ZERO TO WS-CUR-PCT
				MOVE 5.00 TO WS-NEXT-PCT
			WHEN LOANM-DELINQ-30
				MOVE 5.00 TO WS-CUR-PCT
				MOVE 20.00 TO WS-NEXT-PCT
			WHEN LOANM-DELINQ-60
				MOVE 20.00 TO WS-CUR-PCT
				MOVE 50.00 TO WS-NEXT-PCT
			WHEN LOANM-DELINQ-90
				MOVE 50.00 TO WS-CUR-PCT
				MOVE 100.00 TO WS-NEXT-PCT
			WHEN OTHER
				MOVE 100.00 TO WS-CUR-PCT
				MOVE 100.00 TO WS-NEXT-PCT
		END-EVALUATE.
      *
	2500-STRESS-POSITIONS.
		OPEN INPUT POSITION-FILE
		PERFORM 2510-APPLY-FX-SHOCK
			VARYING WS-SHK-IDX FROM 1 BY 1
			UNTIL WS-SHK-IDX > WS-SHK-COUNT
		CLOSE POSITION-FILE.
      *
	2510-APPLY-FX-SHOCK.
		IF WS-SHK-TYPE (WS-SHK-IDX) = "F"
			MOVE "NO POSITION" TO WS-SHK-NOTE (WS-SHK-IDX)
			IF WS-FXPOS-STATUS = "00"
				PERFORM 2515-READ-POSITION
			END-IF
		END-IF.
      *
	2515-READ-POSITION.
		MOVE WS-SHK-KEY (WS-SHK-IDX) TO FXPOS-CURRENCY-CODE
		READ POSITION-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 2520-REVALUE-POSITION
		END-READ.
      *
	2520-REVALUE-POSITION.
		MOVE WS-SHK-SCN-IDX (WS-SHK-IDX) TO WS-SCN-IDX
		CALL "FXRTLK1" USING FXPOS-CURRENCY-CODE
			WS-BUSINESS-DATE WS-MID-RATE WS-RATE-RESULT-FLAG
		IF WS-RATE-STALE
			MOVE "NO USABLE RATE"
				TO WS-SHK-NOTE (WS-SHK-IDX)
		ELSE
			COMPUTE WS-AMOUNT ROUNDED =
				FXPOS-PRIOR-AMOUNT * WS-MID-RATE
				* WS-SHK-PCT (WS-SHK-IDX) / 100
			ADD WS-AMOUNT TO WS-SCN-FX-RESULT (WS-SCN-IDX)
			MOVE "POSITION OF" TO WS-SHK-NOTE (WS-SHK-IDX)
			MOVE FXPOS-PRIOR-DATE
				TO WS-SHK-NOTE (WS-SHK-IDX) (13:8)
		END-IF.
      *
	3000-PRINT-SHOCKS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-SHOCK-HEADING TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3100-PRINT-SHOCK
			VARYING WS-SHK-IDX FROM 1 BY 1
			UNTIL WS-SHK-IDX > WS-SHK-COUNT
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3200-PRINT-REPRICED
			VARYING WS-SCN-IDX FROM 1 BY 1
			UNTIL WS-SCN-IDX > WS-SCN-COUNT
		IF WS-TBL-OVERFLOW
			MOVE "SCENARIOS INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	3100-PRINT-SHOCK.
		MOVE WS-SHK-SCN-IDX (WS-SHK-IDX) TO WS-SCN-IDX
		MOVE WS-SCN-CODE (WS-SCN-IDX) TO SHL-SCENARIO
		EVALUATE WS-SHK-TYPE (WS-SHK-IDX)
			WHEN "R"
				MOVE "RATE SHIFT" TO SHL-TYPE
			WHEN "F"
				MOVE "VND DEPREC" TO SHL-TYPE
			WHEN OTHER
				MOVE "MIGRATION" TO SHL-TYPE
		END-EVALUATE
		MOVE WS-SHK-KEY (WS-SHK-IDX) TO SHL-KEY
		MOVE WS-SHK-PCT (WS-SHK-IDX) TO SHL-PCT
		MOVE WS-SHK-DESCRIPTION (WS-SHK-IDX)
			TO SHL-DESCRIPTION
		MOVE WS-SHK-NOTE (WS-SHK-IDX) TO SHL-NOTE
		MOVE WS-SHOCK-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3200-PRINT-REPRICED.
		MOVE WS-SCN-CODE (WS-SCN-IDX) TO RPL-SCENARIO
		MOVE WS-SCN-REPRICED (WS-SCN-IDX) TO RPL-COUNT
		MOVE WS-REPRICED-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	4000-PRINT-RESULTS.
		PERFORM 4100-PRINT-BLOCK
			VARYING WS-BLOCK-START FROM 1 BY 4
			UNTIL WS-BLOCK-START > WS-SCN-COUNT
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "OPEN LOANS STRESSED:" TO CNT-TEXT
		MOVE WS-LOANS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SCENARIOS RUN:" TO CNT-TEXT
		MOVE WS-SCN-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-CAPITAL-AMT = ZERO
			MOVE "CAPITAL NOT SET UP - IMPACT PCT NOT SHOWN"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	4100-PRINT-BLOCK.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO WS-HEADING-LINE
		MOVE "MEASURE (VND)" TO HDR-LABEL
		MOVE "BASE CASE" TO HDR-CODE (1)
		PERFORM 4110-HEAD-SCENARIO
			VARYING WS-COL-IDX FROM 2 BY 1
			UNTIL WS-COL-IDX > 5
			OR WS-BLOCK-START + WS-COL-IDX - 2
				> WS-SCN-COUNT
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 4200-PRINT-MEASURE
			VARYING WS-ROW-NO FROM 1 BY 1
			UNTIL WS-ROW-NO > 8.
      *
	4110-HEAD-SCENARIO.
		COMPUTE WS-SCN-IDX = WS-BLOCK-START + WS-COL-IDX - 2
		MOVE WS-SCN-CODE (WS-SCN-IDX) TO HDR-CODE (WS-COL-IDX).
      *
	4200-PRINT-MEASURE.
		MOVE SPACES TO WS-MEASURE-LINE
		EVALUATE WS-ROW-NO
			WHEN 1
				MOVE "INTEREST INCOME (ANNUAL)"
					TO MSR-LABEL
				MOVE WS-BASE-INCOME TO MSR-VALUE (1)
			WHEN 2
				MOVE "CHANGE IN INTEREST INCOME"
					TO MSR-LABEL
				MOVE ZERO TO MSR-VALUE (1)
			WHEN 3
				MOVE "FX GAIN/(LOSS) ON POSITION"
					TO MSR-LABEL
				MOVE ZERO TO MSR-VALUE (1)
			WHEN 4
				MOVE "LOAN-LOSS PROVISION" TO MSR-LABEL
				MOVE WS-BASE-PROVISION TO MSR-VALUE (1)
			WHEN 5
				MOVE "ADDITIONAL PROVISION" TO MSR-LABEL
				MOVE ZERO TO MSR-VALUE (1)
			WHEN 6
				MOVE "CAPITAL IMPACT" TO MSR-LABEL
				MOVE ZERO TO MSR-VALUE (1)
			WHEN 7
				MOVE "CAPITAL AFTER STRESS" TO MSR-LABEL
				MOVE WS-CAPITAL-AMT TO MSR-VALUE (1)
			WHEN OTHER
				MOVE "IMPACT PCT OF CAPITAL"
					TO MSR-LABEL
				MOVE ZERO TO MSR-VALUE (1)
		END-EVALUATE
		PERFORM 4300-SCENARIO-CELL
			VARYING WS-COL-IDX FROM 2 BY 1
			UNTIL WS-COL-IDX > 5
			OR WS-BLOCK-START + WS-COL-IDX - 2
				> WS-SCN-COUNT
		MOVE WS-MEASURE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	4300-SCENARIO-CELL.
		COMPUTE WS-SCN-IDX = WS-BLOCK-START + WS-COL-IDX - 2
		COMPUTE WS-AMOUNT =
			WS-SCN-INT-DELTA (WS-SCN-IDX)
			+ WS-SCN-FX-RESULT (WS-SCN-IDX)
			- WS-SCN-ADD-PROV (WS-SCN-IDX)
		EVALUATE WS-ROW-NO
			WHEN 1
				COMPUTE WS-CELL-AMT = WS-BASE-INCOME
					+ WS-SCN-INT-DELTA (WS-SCN-IDX)
			WHEN 2
				MOVE WS-SCN-INT-DELTA (WS-SCN-IDX)
					TO WS-CELL-AMT
			WHEN 3
				MOVE WS-SCN-FX-RESULT (WS-SCN-IDX)
					TO WS-CELL-AMT
			WHEN 4
				COMPUTE WS-CELL-AMT = WS-BASE-PROVISION
					+ WS-SCN-ADD-PROV (WS-SCN-IDX)
			WHEN 5
				MOVE WS-SCN-ADD-PROV (WS-SCN-IDX)
					TO WS-CELL-AMT
			WHEN 6
				MOVE WS-AMOUNT TO WS-CELL-AMT
			WHEN 7
				COMPUTE WS-CELL-AMT =
					WS-CAPITAL-AMT + WS-AMOUNT
			WHEN OTHER
				PERFORM 4310-IMPACT-PCT
		END-EVALUATE
		MOVE WS-CELL-AMT TO MSR-VALUE (WS-COL-IDX).
      *
	4310-IMPACT-PCT.
		IF WS-CAPITAL-AMT > ZERO
			COMPUTE WS-CELL-AMT ROUNDED =
				WS-AMOUNT * 100 / WS-CAPITAL-AMT
		ELSE
			MOVE ZERO TO WS-CELL-AMT
		END-IF.
      *
