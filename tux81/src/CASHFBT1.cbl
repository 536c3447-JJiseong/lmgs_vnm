      *
      *  CASHFBT1.cbl
      *
      *  Nightly branch cash-demand forecast and vault
      *  replenishment orders.  Replenishment from the currency
      *  centre used to be ordered by phone on the manager's feel,
      *  so some branches ran dry before payroll days while others
      *  sat on idle cash over their Branch Master cash limit
      *  (BRM-CASH-LIMIT).  This run projects each branch's cash
      *  over the next few working days and suggests the order:
      *
      *   - history: the net counter flow (TILL-CASH-IN less
      *     TILL-CASH-OUT, every teller) on each working day of the
      *     last CASHFWKS weeks (PARM-NUMBER, default 8) of the
      *     till file (TILLR), averaged per weekday, with the last
      *     three calendar days of a month averaged on their own -
      *     month-end is not an ordinary Tuesday;
      *   - holidays: a public holiday on the business calendar
      *     (BUSCALR) moves its weekday's demand onto the working
      *     day before it, when customers draw ahead of the closure;
      *   - payroll: every salary credit PAYRBT1 posted in the last
      *     35 days (PAYRCRDT rows on the transaction history) is
      *     expected again on the same day of this month, rolled to
      *     a working day by BUSDTRL1, at the beneficiary account's
      *     home branch; CASHFPAY percent of it (PARM-RATE, default
      *     30) is expected out over the counter that day;
      *   - the projection starts from today's holding - the vault
      *     position (VAULTR) and every drawer (TILLR), the same
      *     figure VAULTBT1 proves - and runs CASHFDAY working days
      *     ahead (PARM-NUMBER, default 3, at most 10).
      *
      *  The lowest and highest projected close are measured
      *  against the branch's minimum - CASHFMIN percent (PARM-RATE,
      *  default 20) of its cash limit - and the cash limit itself.
      *  Below the minimum suggests a REPLENISHMENT that brings the
      *  low point back to the middle of the band; above the limit
      *  suggests a RETURN down to the middle, never so large that
      *  the low point would fall under the minimum.  Amounts are
      *  rounded to the centre's bundle, CASHFUNT (PARM-AMOUNT,
      *  default 10,000,000) - up for a replenishment, down for a
      *  return.  A branch with no cash limit is listed and left
      *  alone.
      *
      *  Each suggestion is written PENDING on the cash order file
      *  (CASHORDR, branch + business date) for the treasury cash
      *  desk to decide on CSHOMNT1; a rerun refreshes a PENDING
      *  order but never touches one already decided.  Nothing
      *  posts here - cash moves only when the branch books the
      *  approved order through VAULT01.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish.  Run after VAULTBT1 so the day's holding is final.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CASHFBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT VAULT-FILE ASSIGN TO "VAULTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VAULT-KEY
			FILE STATUS IS WS-VAULT-STATUS.
		SELECT TILL-FILE ASSIGN TO "TILLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TILL-KEY
			FILE STATUS IS WS-TILL-STATUS.
		SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BRM-LMID
			FILE STATUS IS WS-BRMSTR-STATUS.
		SELECT BUS-CALENDAR-FILE ASSIGN TO "BUSCALR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BUSCAL-DATE
			FILE STATUS IS WS-BUSCAL-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT CASH-ORDER-FILE ASSIGN TO "CASHORDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CASHORD-KEY
			FILE STATUS IS WS-CASHORD-STATUS.
		SELECT RPT-FILE ASSIGN TO "CASHFBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  VAULT-FILE.
	01  VAULT-RECORD.
		COPY VAULTR.
	FD  TILL-FILE.
	01  TILL-RECORD.
		COPY TILLR.
	FD  BRANCH-MASTER-FILE.
	01  BRANCH-MASTER-RECORD.
		COPY BRMSTR.
	FD  BUS-CALENDAR-FILE.
	01  BUS-CALENDAR-RECORD.
		COPY BUSCALR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  CASH-ORDER-FILE.
	01  CASH-ORDER-RECORD.
		COPY CASHORDR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-VAULT-STATUS		PIC XX.
	01  WS-TILL-STATUS		PIC XX.
	01  WS-BRMSTR-STATUS		PIC XX.
	01  WS-BUSCAL-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-CASHORD-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-CAL-AVAILABLE-FLAG	PIC X.
		88  WS-CAL-AVAILABLE	VALUE "Y".
	01  WS-DDACC-OPEN-FLAG		PIC X.
		88  WS-DDACC-OPEN	VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
      *
	01  WS-HISTORY-WEEKS		PIC S9(5) COMP-3.
	01  WS-HORIZON-DAYS		PIC S9(5) COMP-3.
	01  WS-MINIMUM-PCT		PIC S9(7)V9(4) COMP-3.
	01  WS-PAYROLL-PCT		PIC S9(7)V9(4) COMP-3.
	01  WS-ORDER-UNIT		PIC S9(11)V99 COMP-3.
      *
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-X REDEFINES WS-DATE-NUM.
		05  WS-DATE-YYYYMM	PIC 9(6).
		05  WS-DATE-DD		PIC 9(2).
	01  WS-WORK-DATE-NUM		PIC 9(8).
	01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-NUM.
		05  WS-WORK-YYYY	PIC 9(4).
		05  WS-WORK-MM		PIC 9(2).
		05  WS-WORK-DD		PIC 9(2).
	01  WS-BUSINESS-INT		PIC S9(9) COMP-5.
	01  WS-WINDOW-START-INT		PIC S9(9) COMP-5.
	01  WS-CHK-INT			PIC S9(9) COMP-5.
	01  WS-CHK-WD			PIC S9(4) COMP-5.
	01  WS-DAY-OF-WEEK		PIC S9(9) COMP-5.
	01  WS-LAST-DAY			PIC 9(2).
	01  WS-DAY-INDEX		PIC S9(4) COMP-5.
	01  WS-STEP-COUNT		PIC S9(4) COMP-5.
	01  WS-WORKING-FLAG		PIC X.
		88  WS-IS-WORKING	VALUE "Y".
	01  WS-HOLIDAY-FLAG		PIC X.
		88  WS-IS-HOLIDAY	VALUE "Y".
	01  WS-MONTH-END-FLAG		PIC X.
		88  WS-IS-MONTH-END	VALUE "Y".
      *
      *  History window: one class per calendar day - W working,
      *  M month-end working, N closed - and the number of working
      *  days of each weekday and of month-end in the window.
	01  WS-HIST-DAYS		PIC S9(4) COMP-5.
	01  WS-HIST-TABLE.
		05  WS-HD-CLASS OCCURS 182 TIMES
					PIC X.
	01  WS-WD-DAY-TABLE.
		05  WS-WD-DAYS OCCURS 7 TIMES
					PIC S9(4) COMP-5.
	01  WS-ME-DAYS			PIC S9(4) COMP-5.
	01  WS-WD-IDX			PIC S9(4) COMP-5.
      *
      *  Forecast days: working days ahead, each with the holiday
      *  weekdays whose demand it carries.
	01  WS-HZ-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-HZ-TABLE.
		05  WS-HZ-ENTRY OCCURS 10 TIMES.
			10  WS-HZ-INT	PIC S9(9) COMP-5.
			10  WS-HZ-WD	PIC S9(4) COMP-5.
			10  WS-HZ-ME-FLAG
					PIC X.
			10  WS-HZ-CARRY OCCURS 7 TIMES
					PIC S9(4) COMP-5.
	01  WS-HZ-IDX			PIC S9(4) COMP-5.
      *
	01  WS-BRANCH-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-BRANCH-TABLE.
		05  WS-BR-ENTRY OCCURS 100 TIMES.
			10  WS-BR-CODE	PIC X(6).
			10  WS-BR-HOLDING
					PIC S9(13)V99 COMP-3.
			10  WS-BR-WD-FLOW OCCURS 7 TIMES
					PIC S9(13)V99 COMP-3.
			10  WS-BR-ME-FLOW
					PIC S9(13)V99 COMP-3.
			10  WS-BR-CASH-LIMIT
					PIC S9(13)V99 COMP-3.
	01  WS-BR-IDX			PIC S9(4) COMP-5.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-SLOT-OK-FLAG		PIC X.
		88  WS-SLOT-OK		VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-WORK-BRANCH		PIC X(6).
      *
	01  WS-PR-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-PR-TABLE.
		05  WS-PR-ENTRY OCCURS 500 TIMES.
			10  WS-PR-BRANCH
					PIC X(6).
			10  WS-PR-DAY	PIC 9(2).
			10  WS-PR-AMOUNT
					PIC S9(13)V99 COMP-3.
			10  WS-PR-INT-1	PIC S9(9) COMP-5.
			10  WS-PR-INT-2	PIC S9(9) COMP-5.
	01  WS-PR-IDX			PIC S9(4) COMP-5.
	01  WS-PR-FOUND-FLAG		PIC X.
		88  WS-PR-FOUND		VALUE "Y".
	01  WS-PR-CUTOFF-INT		PIC S9(9) COMP-5.
	01  WS-PR-DAY-WORK		PIC 9(2).
	01  WS-PR-MONTH-1		PIC 9(6).
	01  WS-PR-MONTH-2		PIC 9(6).
	01  WS-PR-MONTH			PIC 9(6).
	01  WS-PR-ROLLED-INT		PIC S9(9) COMP-5.
	01  WS-ROLL-IN			PIC X(8).
	01  WS-ROLL-OUT			PIC X(8).
      *
	01  WS-AVERAGE			PIC S9(13)V99 COMP-3.
	01  WS-DAY-FLOW			PIC S9(13)V99 COMP-3.
	01  WS-PAYDAY-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-BALANCE			PIC S9(13)V99 COMP-3.
	01  WS-LOW-CLOSE		PIC S9(13)V99 COMP-3.
	01  WS-HIGH-CLOSE		PIC S9(13)V99 COMP-3.
	01  WS-MINIMUM			PIC S9(13)V99 COMP-3.
	01  WS-TARGET			PIC S9(13)V99 COMP-3.
	01  WS-HEADROOM			PIC S9(13)V99 COMP-3.
	01  WS-ORDER-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-ORDER-UNITS		PIC S9(11) COMP-3.
	01  WS-ORDER-TYPE		PIC X.
	01  WS-ORDER-FOUND-FLAG		PIC X.
		88  WS-ORDER-FOUND	VALUE "Y".
      *
	01  WS-FORECAST-COUNT		PIC 9(7) VALUE 0.
	01  WS-REPLENISH-COUNT		PIC 9(7) VALUE 0.
	01  WS-RETURN-COUNT		PIC 9(7) VALUE 0.
	01  WS-IN-RANGE-COUNT		PIC 9(7) VALUE 0.
	01  WS-NO-LIMIT-COUNT		PIC 9(7) VALUE 0.
	01  WS-DECIDED-COUNT		PIC 9(7) VALUE 0.
	01  WS-REPLENISH-TOTAL		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-RETURN-TOTAL		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(24)
			VALUE "BRANCH          HOLDING".
		05  FILLER		PIC X(34)
			VALUE "     LOWEST CLOSE    HIGHEST CLOSE".
		05  FILLER		PIC X(34)
			VALUE "          MINIMUM       CASH LIMIT".
		05  FILLER		PIC X(7)
			VALUE "  ORDER".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-HOLDING		PIC -ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-LOW		PIC -ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-HIGH		PIC -ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-MINIMUM		PIC -ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-LIMIT		PIC -ZZZ,ZZZ,ZZZ,ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(14).
		05  DTL-AMOUNT		PIC ZZZ,ZZZ,ZZZ,ZZ9.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CNT-AMOUNT		PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "CASHFBT1".
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
		MOVE "BRANCH CASH FORECAST AND ORDERS" TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0500-LOAD-PARAMETERS
			MOVE "N" TO WS-CAL-AVAILABLE-FLAG
			OPEN INPUT BUS-CALENDAR-FILE
			IF WS-BUSCAL-STATUS = "00"
				SET WS-CAL-AVAILABLE TO TRUE
			END-IF
			PERFORM 1000-BUILD-HISTORY-WINDOW
			PERFORM 1500-BUILD-HORIZON
			CLOSE BUS-CALENDAR-FILE
			PERFORM 2000-COLLECT-TILLS
			PERFORM 2500-COLLECT-VAULTS
			PERFORM 3000-LOAD-CASH-LIMITS
			PERFORM 4000-COLLECT-PAYROLL
			PERFORM 5000-FORECAST-BRANCHES
			PERFORM 9800-WRITE-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0500-LOAD-PARAMETERS.
		MOVE 8 TO WS-HISTORY-WEEKS
		MOVE 3 TO WS-HORIZON-DAYS
		MOVE 20 TO WS-MINIMUM-PCT
		MOVE 30 TO WS-PAYROLL-PCT
		MOVE 10000000 TO WS-ORDER-UNIT
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "CASHFWKS" TO PARM-CODE
		PERFORM 0510-READ-PARAMETER
		IF WS-PARM-STATUS = "00"
			AND PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-HISTORY-WEEKS
		END-IF
		IF WS-HISTORY-WEEKS > 26
			MOVE 26 TO WS-HISTORY-WEEKS
		END-IF
		MOVE "CASHFDAY" TO PARM-CODE
		PERFORM 0510-READ-PARAMETER
		IF WS-PARM-STATUS = "00"
			AND PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-HORIZON-DAYS
		END-IF
		IF WS-HORIZON-DAYS > 10
			MOVE 10 TO WS-HORIZON-DAYS
		END-IF
		MOVE "CASHFMIN" TO PARM-CODE
		PERFORM 0510-READ-PARAMETER
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE TO WS-MINIMUM-PCT
		END-IF
		MOVE "CASHFPAY" TO PARM-CODE
		PERFORM 0510-READ-PARAMETER
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE TO WS-PAYROLL-PCT
		END-IF
		MOVE "CASHFUNT" TO PARM-CODE
		PERFORM 0510-READ-PARAMETER
		IF WS-PARM-STATUS = "00"
			AND PARM-AMOUNT > ZERO
			MOVE PARM-AMOUNT TO WS-ORDER-UNIT
		END-IF.
      *
	0510-READ-PARAMETER.
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS.
      *
      *----------------------------------------------------------------
      *  Calendar: the history window behind today and the working
      *  days ahead.
      *----------------------------------------------------------------
	1000-BUILD-HISTORY-WINDOW.
		MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
		COMPUTE WS-BUSINESS-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		COMPUTE WS-HIST-DAYS = WS-HISTORY-WEEKS * 7
		COMPUTE WS-WINDOW-START-INT =
			WS-BUSINESS-INT - WS-HIST-DAYS + 1
		MOVE ZERO TO WS-ME-DAYS
		PERFORM VARYING WS-WD-IDX FROM 1 BY 1
				UNTIL WS-WD-IDX > 7
			MOVE ZERO TO WS-WD-DAYS (WS-WD-IDX)
		END-PERFORM
		PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
				UNTIL WS-DAY-INDEX > WS-HIST-DAYS
			PERFORM 1100-CLASSIFY-HISTORY-DAY
		END-PERFORM.
      *
	1100-CLASSIFY-HISTORY-DAY.
		COMPUTE WS-CHK-INT =
			WS-WINDOW-START-INT + WS-DAY-INDEX - 1
		PERFORM 9000-CHECK-WORKING-DAY
		EVALUATE TRUE
			WHEN NOT WS-IS-WORKING
				MOVE "N" TO WS-HD-CLASS (WS-DAY-INDEX)
			WHEN OTHER
				PERFORM 1110-CLASSIFY-WORKING-DAY
		END-EVALUATE.
      *
	1110-CLASSIFY-WORKING-DAY.
		PERFORM 9100-CHECK-MONTH-END
		IF WS-IS-MONTH-END
			MOVE "M" TO WS-HD-CLASS (WS-DAY-INDEX)
			ADD 1 TO WS-ME-DAYS
		ELSE
			MOVE "W" TO WS-HD-CLASS (WS-DAY-INDEX)
			ADD 1 TO WS-WD-DAYS (WS-CHK-WD)
		END-IF.
      *
      *  Walk forward from tomorrow until the forecast days are
      *  filled and the next working day after them is reached, so
      *  a holiday right after the last forecast day still loads
      *  its demand onto it.  Weekends are the ordinary weekly
      *  pattern and carry nothing.
	1500-BUILD-HORIZON.
		MOVE ZERO TO WS-HZ-COUNT
		MOVE WS-BUSINESS-INT TO WS-CHK-INT
		MOVE ZERO TO WS-STEP-COUNT
		MOVE "N" TO WS-EOF-FLAG
		PERFORM 1510-STEP-HORIZON-DAY
			UNTIL WS-EOF OR WS-STEP-COUNT >= 60.
      *
	1510-STEP-HORIZON-DAY.
		ADD 1 TO WS-CHK-INT
		ADD 1 TO WS-STEP-COUNT
		PERFORM 9000-CHECK-WORKING-DAY
		EVALUATE TRUE
			WHEN WS-IS-WORKING
				AND WS-HZ-COUNT >= WS-HORIZON-DAYS
				SET WS-EOF TO TRUE
			WHEN WS-IS-WORKING
				PERFORM 1520-ADD-HORIZON-DAY
			WHEN WS-IS-HOLIDAY AND WS-HZ-COUNT > ZERO
				ADD 1
				TO WS-HZ-CARRY (WS-HZ-COUNT, WS-CHK-WD)
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
      *
	1520-ADD-HORIZON-DAY.
		ADD 1 TO WS-HZ-COUNT
		MOVE WS-CHK-INT TO WS-HZ-INT (WS-HZ-COUNT)
		MOVE WS-CHK-WD TO WS-HZ-WD (WS-HZ-COUNT)
		PERFORM 9100-CHECK-MONTH-END
		MOVE WS-MONTH-END-FLAG TO WS-HZ-ME-FLAG (WS-HZ-COUNT)
		PERFORM VARYING WS-WD-IDX FROM 1 BY 1
				UNTIL WS-WD-IDX > 7
			MOVE ZERO
				TO WS-HZ-CARRY (WS-HZ-COUNT, WS-WD-IDX)
		END-PERFORM.
      *
      *----------------------------------------------------------------
      *  Counter flow history and today's holding.
      *----------------------------------------------------------------
	2000-COLLECT-TILLS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TILL-FILE
		IF WS-TILL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-TILL UNTIL WS-EOF
		CLOSE TILL-FILE.
      *
	2100-READ-TILL.
		READ TILL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-ADD-TILL
		END-READ.
      *
	2200-ADD-TILL.
		MOVE TILL-DATE TO WS-DATE-NUM
		COMPUTE WS-CHK-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		COMPUTE WS-DAY-INDEX =
			WS-CHK-INT - WS-WINDOW-START-INT + 1
		IF WS-DAY-INDEX >= 1 AND WS-DAY-INDEX <= WS-HIST-DAYS
			MOVE TILL-BRANCH-CODE TO WS-WORK-BRANCH
			PERFORM 8000-FIND-BRANCH-SLOT
			IF WS-SLOT-OK
				PERFORM 2300-BOOK-TILL-FLOW
			END-IF
		END-IF.
      *
	2300-BOOK-TILL-FLOW.
		COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-CHK-INT 7)
		COMPUTE WS-WD-IDX = WS-DAY-OF-WEEK + 1
		EVALUATE WS-HD-CLASS (WS-DAY-INDEX)
			WHEN "W"
				COMPUTE
				WS-BR-WD-FLOW (WS-BR-IDX, WS-WD-IDX) =
				WS-BR-WD-FLOW (WS-BR-IDX, WS-WD-IDX)
				+ TILL-CASH-IN - TILL-CASH-OUT
			WHEN "M"
				COMPUTE WS-BR-ME-FLOW (WS-BR-IDX) =
					WS-BR-ME-FLOW (WS-BR-IDX)
					+ TILL-CASH-IN - TILL-CASH-OUT
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		IF TILL-DATE = WS-BUSINESS-DATE
			COMPUTE WS-BR-HOLDING (WS-BR-IDX) =
				WS-BR-HOLDING (WS-BR-IDX)
				+ TILL-CASH-IN - TILL-CASH-OUT
				+ TILL-VAULT-IN - TILL-VAULT-OUT
		END-IF.
      *
	2500-COLLECT-VAULTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT VAULT-FILE
		IF WS-VAULT-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2600-READ-VAULT UNTIL WS-EOF
		CLOSE VAULT-FILE.
      *
	2600-READ-VAULT.
		READ VAULT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF VAULT-DATE = WS-BUSINESS-DATE
					PERFORM 2700-ADD-VAULT
				END-IF
		END-READ.
      *
	2700-ADD-VAULT.
		MOVE VAULT-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 8000-FIND-BRANCH-SLOT
		IF WS-SLOT-OK
			COMPUTE WS-BR-HOLDING (WS-BR-IDX) =
				WS-BR-HOLDING (WS-BR-IDX)
				+ VAULT-OPENING-BAL
				+ VAULT-BUY-AMOUNT
				- VAULT-SELL-AMOUNT
				+ VAULT-CENTRE-IN
				- VAULT-CENTRE-OUT
		END-IF.
      *
      *  The Branch Master is keyed on LMID, so the branch-code
      *  lookup is a scan, as in VAULTBT1.
	3000-LOAD-CASH-LIMITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT BRANCH-MASTER-FILE
		IF WS-BRMSTR-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-BRANCH UNTIL WS-EOF
		CLOSE BRANCH-MASTER-FILE.
      *
	3100-READ-BRANCH.
		READ BRANCH-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 3200-MATCH-LIMIT
		END-READ.
      *
	3200-MATCH-LIMIT.
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
			IF WS-BR-CODE (WS-BR-IDX) = BRM-BRANCH-CODE
				MOVE BRM-CASH-LIMIT
					TO WS-BR-CASH-LIMIT (WS-BR-IDX)
			END-IF
		END-PERFORM.
      *
      *----------------------------------------------------------------
      *  Payroll days: last month's salary credits, by the
      *  beneficiary's home branch and day of the month.
      *----------------------------------------------------------------
	4000-COLLECT-PAYROLL.
		COMPUTE WS-PR-CUTOFF-INT = WS-BUSINESS-INT - 35
		MOVE "N" TO WS-DDACC-OPEN-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS = "00"
			SET WS-DDACC-OPEN TO TRUE
		END-IF
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-HISTORY UNTIL WS-EOF
		CLOSE TRAN-HISTORY-FILE
		CLOSE DD-ACCOUNT-FILE
		IF WS-HZ-COUNT > ZERO
			MOVE WS-HZ-INT (1) TO WS-CHK-INT
			PERFORM 9200-MONTH-OF-INT
			MOVE WS-PR-MONTH TO WS-PR-MONTH-1
			MOVE WS-HZ-INT (WS-HZ-COUNT) TO WS-CHK-INT
			PERFORM 9200-MONTH-OF-INT
			MOVE WS-PR-MONTH TO WS-PR-MONTH-2
			PERFORM VARYING WS-PR-IDX FROM 1 BY 1
					UNTIL WS-PR-IDX > WS-PR-COUNT
				PERFORM 4300-DATE-PAYROLL-ENTRY
			END-PERFORM
		END-IF.
      *
	4100-READ-HISTORY.
		READ TRAN-HISTORY-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TRNH-EVENT-CODE = "PAYRCRDT"
					AND TRNH-NORMAL
					PERFORM 4200-ADD-PAYROLL
				END-IF
		END-READ.
      *
	4200-ADD-PAYROLL.
		MOVE TRNH-DATE TO WS-DATE-NUM
		COMPUTE WS-CHK-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		IF WS-CHK-INT > WS-PR-CUTOFF-INT
			AND WS-CHK-INT <= WS-BUSINESS-INT
			AND WS-DDACC-OPEN
			MOVE TRNH-ACCOUNT-NO TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE DDACC-HOME-BRANCH
						TO WS-WORK-BRANCH
					MOVE WS-DATE-DD
						TO WS-PR-DAY-WORK
					PERFORM 8500-FIND-PAYROLL-SLOT
			END-READ
		END-IF.
      *
      *  This month's payday for the entry, in each month the
      *  forecast days touch, rolled off weekends and holidays.
	4300-DATE-PAYROLL-ENTRY.
		MOVE WS-PR-MONTH-1 TO WS-PR-MONTH
		PERFORM 4400-ROLL-PAYDAY
		MOVE WS-PR-ROLLED-INT TO WS-PR-INT-1 (WS-PR-IDX)
		MOVE ZERO TO WS-PR-INT-2 (WS-PR-IDX)
		IF WS-PR-MONTH-2 NOT = WS-PR-MONTH-1
			MOVE WS-PR-MONTH-2 TO WS-PR-MONTH
			PERFORM 4400-ROLL-PAYDAY
			MOVE WS-PR-ROLLED-INT TO WS-PR-INT-2 (WS-PR-IDX)
		END-IF.
      *
	4400-ROLL-PAYDAY.
		PERFORM 9300-LAST-DAY-OF-MONTH
		MOVE WS-PR-MONTH TO WS-DATE-YYYYMM
		IF WS-PR-DAY (WS-PR-IDX) > WS-LAST-DAY
			MOVE WS-LAST-DAY TO WS-DATE-DD
		ELSE
			MOVE WS-PR-DAY (WS-PR-IDX) TO WS-DATE-DD
		END-IF
		MOVE WS-DATE-NUM TO WS-ROLL-IN
		CALL "BUSDTRL1" USING WS-ROLL-IN WS-ROLL-OUT
		MOVE WS-ROLL-OUT TO WS-DATE-NUM
		COMPUTE WS-PR-ROLLED-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *
      *----------------------------------------------------------------
      *  Project each branch and size its order.
      *----------------------------------------------------------------
	5000-FORECAST-BRANCHES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN I-O CASH-ORDER-FILE
		IF WS-CASHORD-STATUS NOT = "00"
			CLOSE CASH-ORDER-FILE
			OPEN OUTPUT CASH-ORDER-FILE
			CLOSE CASH-ORDER-FILE
			OPEN I-O CASH-ORDER-FILE
		END-IF
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
			PERFORM 5100-FORECAST-ONE-BRANCH
		END-PERFORM
		CLOSE CASH-ORDER-FILE.
      *
	5100-FORECAST-ONE-BRANCH.
		ADD 1 TO WS-FORECAST-COUNT
		MOVE WS-BR-HOLDING (WS-BR-IDX) TO WS-BALANCE
		MOVE WS-BALANCE TO WS-LOW-CLOSE
		MOVE WS-BALANCE TO WS-HIGH-CLOSE
		PERFORM VARYING WS-HZ-IDX FROM 1 BY 1
				UNTIL WS-HZ-IDX > WS-HZ-COUNT
			PERFORM 5200-PROJECT-DAY
		END-PERFORM
		COMPUTE WS-MINIMUM ROUNDED =
			WS-BR-CASH-LIMIT (WS-BR-IDX)
			* WS-MINIMUM-PCT / 100
		MOVE WS-BR-CODE (WS-BR-IDX) TO DTL-BRANCH
		MOVE WS-BR-HOLDING (WS-BR-IDX) TO DTL-HOLDING
		MOVE WS-LOW-CLOSE TO DTL-LOW
		MOVE WS-HIGH-CLOSE TO DTL-HIGH
		MOVE WS-MINIMUM TO DTL-MINIMUM
		MOVE WS-BR-CASH-LIMIT (WS-BR-IDX) TO DTL-LIMIT
		MOVE ZERO TO DTL-AMOUNT
		IF WS-BR-CASH-LIMIT (WS-BR-IDX) NOT > ZERO
			ADD 1 TO WS-NO-LIMIT-COUNT
			MOVE "NO CASH LIMIT" TO DTL-RESULT
		ELSE
			PERFORM 5300-SIZE-ORDER
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5200-PROJECT-DAY.
		MOVE WS-HZ-WD (WS-HZ-IDX) TO WS-WD-IDX
		IF WS-HZ-ME-FLAG (WS-HZ-IDX) = "Y"
			AND WS-ME-DAYS > ZERO
			COMPUTE WS-DAY-FLOW ROUNDED =
				WS-BR-ME-FLOW (WS-BR-IDX) / WS-ME-DAYS
		ELSE
			PERFORM 5210-WEEKDAY-AVERAGE
			MOVE WS-AVERAGE TO WS-DAY-FLOW
		END-IF
		PERFORM VARYING WS-WD-IDX FROM 1 BY 1
				UNTIL WS-WD-IDX > 7
			IF WS-HZ-CARRY (WS-HZ-IDX, WS-WD-IDX) > ZERO
				PERFORM 5210-WEEKDAY-AVERAGE
				COMPUTE WS-DAY-FLOW = WS-DAY-FLOW
				+ WS-AVERAGE
				* WS-HZ-CARRY (WS-HZ-IDX, WS-WD-IDX)
			END-IF
		END-PERFORM
		PERFORM 5220-PAYDAY-DEMAND
		COMPUTE WS-BALANCE = WS-BALANCE + WS-DAY-FLOW
			- WS-PAYDAY-AMOUNT
		IF WS-BALANCE < WS-LOW-CLOSE
			MOVE WS-BALANCE TO WS-LOW-CLOSE
		END-IF
		IF WS-BALANCE > WS-HIGH-CLOSE
			MOVE WS-BALANCE TO WS-HIGH-CLOSE
		END-IF.
      *
	5210-WEEKDAY-AVERAGE.
		IF WS-WD-DAYS (WS-WD-IDX) > ZERO
			COMPUTE WS-AVERAGE ROUNDED =
				WS-BR-WD-FLOW (WS-BR-IDX, WS-WD-IDX)
				/ WS-WD-DAYS (WS-WD-IDX)
		ELSE
			MOVE ZERO TO WS-AVERAGE
		END-IF.
      *
	5220-PAYDAY-DEMAND.
		MOVE ZERO TO WS-PAYDAY-AMOUNT
		PERFORM VARYING WS-PR-IDX FROM 1 BY 1
				UNTIL WS-PR-IDX > WS-PR-COUNT
			IF WS-PR-BRANCH (WS-PR-IDX)
				= WS-BR-CODE (WS-BR-IDX)
				AND (WS-PR-INT-1 (WS-PR-IDX)
					= WS-HZ-INT (WS-HZ-IDX)
				OR WS-PR-INT-2 (WS-PR-IDX)
					= WS-HZ-INT (WS-HZ-IDX))
				COMPUTE WS-PAYDAY-AMOUNT ROUNDED =
					WS-PAYDAY-AMOUNT
					+ WS-PR-AMOUNT (WS-PR-IDX)
					* WS-PAYROLL-PCT / 100
			END-IF
		END-PERFORM.
      *
      *  Orders aim for the middle of the band between minimum and
      *  limit, so one delivery or return lasts more than a day.
	5300-SIZE-ORDER.
		COMPUTE WS-TARGET ROUNDED =
			(WS-MINIMUM + WS-BR-CASH-LIMIT (WS-BR-IDX)) / 2
		MOVE SPACE TO WS-ORDER-TYPE
		MOVE ZERO TO WS-ORDER-AMOUNT
		EVALUATE TRUE
			WHEN WS-LOW-CLOSE < WS-MINIMUM
				COMPUTE WS-ORDER-AMOUNT =
					WS-TARGET - WS-LOW-CLOSE
				COMPUTE WS-ORDER-UNITS =
					(WS-ORDER-AMOUNT + WS-ORDER-UNIT
					- 0.01) / WS-ORDER-UNIT
				COMPUTE WS-ORDER-AMOUNT =
					WS-ORDER-UNITS * WS-ORDER-UNIT
				MOVE "R" TO WS-ORDER-TYPE
			WHEN WS-HIGH-CLOSE
				> WS-BR-CASH-LIMIT (WS-BR-IDX)
				COMPUTE WS-ORDER-AMOUNT =
					WS-HIGH-CLOSE - WS-TARGET
				COMPUTE WS-HEADROOM =
					WS-LOW-CLOSE - WS-MINIMUM
				IF WS-ORDER-AMOUNT > WS-HEADROOM
					MOVE WS-HEADROOM
						TO WS-ORDER-AMOUNT
				END-IF
				COMPUTE WS-ORDER-UNITS =
					WS-ORDER-AMOUNT / WS-ORDER-UNIT
				COMPUTE WS-ORDER-AMOUNT =
					WS-ORDER-UNITS * WS-ORDER-UNIT
				IF WS-ORDER-AMOUNT > ZERO
					MOVE "T" TO WS-ORDER-TYPE
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		IF WS-ORDER-TYPE = SPACE
			ADD 1 TO WS-IN-RANGE-COUNT
			MOVE "WITHIN RANGE" TO DTL-RESULT
		ELSE
			MOVE WS-ORDER-AMOUNT TO DTL-AMOUNT
			PERFORM 5400-WRITE-ORDER
		END-IF.
      *
	5400-WRITE-ORDER.
		MOVE "N" TO WS-ORDER-FOUND-FLAG
		MOVE WS-BR-CODE (WS-BR-IDX) TO CASHORD-BRANCH-CODE
		MOVE WS-BUSINESS-DATE TO CASHORD-ORDER-DATE
		READ CASH-ORDER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-ORDER-FOUND TO TRUE
		END-READ
		IF WS-ORDER-FOUND AND NOT CASHORD-PENDING
			ADD 1 TO WS-DECIDED-COUNT
			MOVE "ALREADY DECIDED" TO DTL-RESULT
		ELSE
			PERFORM 5410-FILL-ORDER
			IF WS-ORDER-FOUND
				REWRITE CASH-ORDER-RECORD
			ELSE
				WRITE CASH-ORDER-RECORD
			END-IF
			PERFORM 5420-COUNT-ORDER
		END-IF.
      *
	5410-FILL-ORDER.
		MOVE WS-BR-CODE (WS-BR-IDX) TO CASHORD-BRANCH-CODE
		MOVE WS-BUSINESS-DATE TO CASHORD-ORDER-DATE
		MOVE WS-ORDER-TYPE TO CASHORD-ORDER-TYPE
		MOVE WS-ORDER-AMOUNT TO CASHORD-SUGGESTED-AMOUNT
		MOVE WS-BR-HOLDING (WS-BR-IDX) TO CASHORD-HOLDING
		MOVE WS-LOW-CLOSE TO CASHORD-LOW-CLOSE
		MOVE WS-HIGH-CLOSE TO CASHORD-HIGH-CLOSE
		MOVE WS-MINIMUM TO CASHORD-MINIMUM
		MOVE WS-BR-CASH-LIMIT (WS-BR-IDX) TO CASHORD-CASH-LIMIT
		SET CASHORD-PENDING TO TRUE
		MOVE ZERO TO CASHORD-APPROVED-AMOUNT
		MOVE SPACES TO CASHORD-APPROVER
		MOVE SPACES TO CASHORD-DECISION-DATE
		MOVE SPACES TO CASHORD-BOOKED-DATE.
      *
	5420-COUNT-ORDER.
		IF CASHORD-REPLENISH
			ADD 1 TO WS-REPLENISH-COUNT
			ADD WS-ORDER-AMOUNT TO WS-REPLENISH-TOTAL
			MOVE "REPLENISHMENT" TO DTL-RESULT
		ELSE
			ADD 1 TO WS-RETURN-COUNT
			ADD WS-ORDER-AMOUNT TO WS-RETURN-TOTAL
			MOVE "RETURN" TO DTL-RESULT
		END-IF.
      *
	8000-FIND-BRANCH-SLOT.
		MOVE "N" TO WS-BR-FOUND-FLAG
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
				OR WS-BR-FOUND
			IF WS-BR-CODE (WS-BR-IDX) = WS-WORK-BRANCH
				SET WS-BR-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-SLOT-OK TO TRUE
		IF WS-BR-FOUND
			SUBTRACT 1 FROM WS-BR-IDX
		ELSE
			IF WS-BRANCH-COUNT < 100
				ADD 1 TO WS-BRANCH-COUNT
				MOVE WS-BRANCH-COUNT TO WS-BR-IDX
				PERFORM 8100-INIT-SLOT
			ELSE
				MOVE "N" TO WS-SLOT-OK-FLAG
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	8100-INIT-SLOT.
		MOVE WS-WORK-BRANCH TO WS-BR-CODE (WS-BR-IDX)
		MOVE ZERO TO WS-BR-HOLDING (WS-BR-IDX)
		MOVE ZERO TO WS-BR-ME-FLOW (WS-BR-IDX)
		MOVE ZERO TO WS-BR-CASH-LIMIT (WS-BR-IDX)
		PERFORM VARYING WS-WD-IDX FROM 1 BY 1
				UNTIL WS-WD-IDX > 7
			MOVE ZERO
				TO WS-BR-WD-FLOW (WS-BR-IDX, WS-WD-IDX)
		END-PERFORM.
      *
	8500-FIND-PAYROLL-SLOT.
		MOVE "N" TO WS-PR-FOUND-FLAG
		PERFORM VARYING WS-PR-IDX FROM 1 BY 1
				UNTIL WS-PR-IDX > WS-PR-COUNT
				OR WS-PR-FOUND
			IF WS-PR-BRANCH (WS-PR-IDX) = WS-WORK-BRANCH
				AND WS-PR-DAY (WS-PR-IDX)
					= WS-PR-DAY-WORK
				SET WS-PR-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-PR-FOUND
			SUBTRACT 1 FROM WS-PR-IDX
			ADD TRNH-AMOUNT TO WS-PR-AMOUNT (WS-PR-IDX)
		ELSE
			IF WS-PR-COUNT < 500
				ADD 1 TO WS-PR-COUNT
				MOVE WS-WORK-BRANCH
					TO WS-PR-BRANCH (WS-PR-COUNT)
				MOVE WS-PR-DAY-WORK
					TO WS-PR-DAY (WS-PR-COUNT)
				MOVE TRNH-AMOUNT
					TO WS-PR-AMOUNT (WS-PR-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
      *  Day 1 of INTEGER-OF-DATE (1601-01-01) was a Monday, so
      *  modulo 7 gives 6 for Saturday and 0 for Sunday, as in
      *  BUSDTRL1.  WS-CHK-WD indexes the weekday tables, Sunday 1.
	9000-CHECK-WORKING-DAY.
		MOVE "Y" TO WS-WORKING-FLAG
		MOVE "N" TO WS-HOLIDAY-FLAG
		COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-CHK-INT 7)
		COMPUTE WS-CHK-WD = WS-DAY-OF-WEEK + 1
		IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
			MOVE "N" TO WS-WORKING-FLAG
		ELSE
			IF WS-CAL-AVAILABLE
				PERFORM 9010-READ-CALENDAR
			END-IF
		END-IF.
      *
	9010-READ-CALENDAR.
		COMPUTE WS-WORK-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-CHK-INT)
		MOVE WS-WORK-DATE-NUM TO BUSCAL-DATE
		READ BUS-CALENDAR-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "N" TO WS-WORKING-FLAG
				MOVE "Y" TO WS-HOLIDAY-FLAG
		END-READ.
      *
      *  Month-end is the last three calendar days: three days on
      *  is already next month.
	9100-CHECK-MONTH-END.
		MOVE "N" TO WS-MONTH-END-FLAG
		COMPUTE WS-WORK-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-CHK-INT)
		MOVE WS-WORK-DATE-NUM TO WS-DATE-NUM
		COMPUTE WS-WORK-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-CHK-INT + 3)
		IF WS-WORK-DATE-NUM (1:6) NOT = WS-DATE-YYYYMM
			MOVE "Y" TO WS-MONTH-END-FLAG
		END-IF.
      *
	9200-MONTH-OF-INT.
		COMPUTE WS-WORK-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-CHK-INT)
		MOVE WS-WORK-DATE-NUM (1:6) TO WS-PR-MONTH.
      *
      *  The day before the first of next month.
	9300-LAST-DAY-OF-MONTH.
		MOVE WS-PR-MONTH TO WS-WORK-DATE-NUM (1:6)
		MOVE 1 TO WS-WORK-DD
		IF WS-WORK-MM = 12
			ADD 1 TO WS-WORK-YYYY
			MOVE 1 TO WS-WORK-MM
		ELSE
			ADD 1 TO WS-WORK-MM
		END-IF
		COMPUTE WS-CHK-INT =
			FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM) - 1
		COMPUTE WS-WORK-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-CHK-INT)
		MOVE WS-WORK-DD TO WS-LAST-DAY.
      *
	9800-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BRANCHES FORECAST:" TO CNT-TEXT
		MOVE WS-FORECAST-COUNT TO CNT-VALUE
		MOVE ZERO TO CNT-AMOUNT
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "REPLENISHMENT ORDERS:" TO CNT-TEXT
		MOVE WS-REPLENISH-COUNT TO CNT-VALUE
		MOVE WS-REPLENISH-TOTAL TO CNT-AMOUNT
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "RETURN ORDERS:" TO CNT-TEXT
		MOVE WS-RETURN-COUNT TO CNT-VALUE
		MOVE WS-RETURN-TOTAL TO CNT-AMOUNT
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "WITHIN RANGE:" TO CNT-TEXT
		MOVE WS-IN-RANGE-COUNT TO CNT-VALUE
		MOVE ZERO TO CNT-AMOUNT
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NO CASH LIMIT:" TO CNT-TEXT
		MOVE WS-NO-LIMIT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ORDER ALREADY DECIDED:" TO CNT-TEXT
		MOVE WS-DECIDED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-TBL-OVERFLOW
			MOVE "FORECAST INCOMPLETE - TABLE FULL"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
