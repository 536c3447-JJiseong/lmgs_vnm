      *
      *  FDACRBT1.cbl
      *
      *  Nightly fixed-deposit interest-expense accrual, on the
      *  DDACRBT1 pattern one product over.  Walks every active
      *  deposit on the Fixed Deposit file (FXDEPR) and accrues the
      *  interest it has earned since FXDEP-ACCRUAL-DATE (the open
      *  date on a deposit never accrued) up to today, or up to its
      *  maturity date once that has passed, at the deposit's own
      *  rate under its day-count basis (DAYCNT1): calendar days
      *  for actual/365 and actual/360, thirty-day months for
      *  30/360.  A night the job does not run is simply caught up
      *  the next night.
      *
      *  The amount is added to FXDEP-ACCRUED-INT and booked to the
      *  GL interface in the deposit's own currency - the currency
      *  every other fixed-deposit leg is written in - debit
      *  interest expense, credit FD interest payable, so the cost
      *  of the term book shows in the GL every day instead of in
      *  lumps when FXINTBT1 pays a month or FXDEPBAT1 settles a
      *  maturity.  Those programs, FXDPWD01, SWPCOV1 and ESTSBT1
      *  release the accrued payable when the interest is paid and
      *  send only the difference to expense.
      *
      *  A monthly-option deposit FXINTBT1 had already part-settled
      *  before accrual began is taken on from tonight with nothing
      *  back-dated; its next settlement's true-up carries the
      *  days before.
      *
      *  Every deposit accrued gets a row on the accrual register
      *  (FDACRGR) for the accrual-to-GL proof (FDACPBT1).  The run
      *  report lists each deposit and totals the night by currency.
      *
      *  The legs and the register row carry the deposit's home
      *  branch (FXDEP-HOME-BRANCH), where its liability sits; a
      *  deposit from before home branches were kept (spaces)
      *  posts on the head-office branch 000000.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry and finish
      *  like the other nightly jobs; the run is skipped when
      *  today's GL period is closed (GLPERCK1).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FDACRBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT FD-ACCRUAL-REG-FILE ASSIGN TO "FDACRGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FDACRG-STATUS.
		SELECT RPT-FILE ASSIGN TO "FDACRBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  FD-ACCRUAL-REG-FILE.
	01  FD-ACCRUAL-REG-RECORD.
		COPY FDACRGR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-FDACRG-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-ACCRUE-TO-DATE		PIC X(8).
	01  WS-FROM-DATE		PIC X(8).
	01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
		05  WS-FROM-YEAR	PIC 9(4).
		05  WS-FROM-MONTH	PIC 9(2).
		05  WS-FROM-DAY		PIC 9(2).
	01  WS-TO-DATE			PIC X(8).
	01  WS-TO-PARTS REDEFINES WS-TO-DATE.
		05  WS-TO-YEAR		PIC 9(4).
		05  WS-TO-MONTH		PIC 9(2).
		05  WS-TO-DAY		PIC 9(2).
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-FROM-INT			PIC S9(9) COMP-5.
	01  WS-TO-INT			PIC S9(9) COMP-5.
	01  WS-ACCRUAL-DAYS		PIC S9(9) COMP-5.
	01  WS-DAILY-RATE		PIC S9(3)V9(8) COMP-3.
	01  WS-MONTHLY-RATE		PIC S9(3)V9(6) COMP-3.
	01  WS-INCREMENT		PIC S9(11)V99 COMP-3.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FD-BRANCH		PIC X(6).
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-ACCRUED-COUNT		PIC 9(7) VALUE 0.
	01  WS-CCY-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CCY-TABLE.
		05  WS-CCY-ENTRY OCCURS 20 TIMES.
			10  WS-CT-CURRENCY
					PIC X(3).
			10  WS-CT-TOTAL
					PIC S9(13)V99 COMP-3.
	01  WS-CT-IDX			PIC S9(4) COMP-5.
	01  WS-CT-FOUND-FLAG		PIC X.
		88  WS-CT-FOUND		VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-DETAIL-LINE.
		05  DTL-DEPOSIT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BASIS		PIC X.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DAYS		PIC ZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-INCREMENT	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCRUED		PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-TOTAL-LINE.
		05  FILLER		PIC X(14) VALUE
				"TOTAL ACCRUED ".
		05  TOT-CURRENCY	PIC X(3).
		05  FILLER		PIC X(3) VALUE ":  ".
		05  TOT-ACCRUED		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "FDACRBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN I-O FX-DEPOSIT-FILE
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		OPEN EXTEND FD-ACCRUAL-REG-FILE
		IF WS-FDACRG-STATUS NOT = "00"
			CLOSE FD-ACCRUAL-REG-FILE
			OPEN OUTPUT FD-ACCRUAL-REG-FILE
		END-IF
		OPEN OUTPUT RPT-FILE
		MOVE "FIXED-DEPOSIT INTEREST ACCRUAL" TO RPT-LINE
		WRITE RPT-LINE
		CALL "GLPERCK1" USING WS-TODAY WS-PERIOD-OPEN-FLAG
		IF WS-GATE-OK AND WS-PERIOD-OPEN
			PERFORM 1000-READ-DEPOSIT
			PERFORM 2000-PROCESS-DEPOSIT UNTIL WS-EOF
			PERFORM 4000-WRITE-TOTALS
		END-IF
		CLOSE FX-DEPOSIT-FILE
		CLOSE GL-INTERFACE-FILE
		CLOSE FD-ACCRUAL-REG-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-READ-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-DEPOSIT.
		IF FXDEP-ACTIVE
			AND FXDEP-PRINCIPAL-AMT > ZERO
			AND FXDEP-INTEREST-RATE > ZERO
			PERFORM 2100-ACCRUE-DEPOSIT
		END-IF
		PERFORM 1000-READ-DEPOSIT.
      *
	2100-ACCRUE-DEPOSIT.
		MOVE WS-TODAY TO WS-ACCRUE-TO-DATE
		IF FXDEP-MATURITY-DATE < WS-ACCRUE-TO-DATE
			MOVE FXDEP-MATURITY-DATE TO WS-ACCRUE-TO-DATE
		END-IF
		IF FXDEP-ACCRUAL-DATE = SPACES
			PERFORM 2110-START-ACCRUAL
		END-IF
		IF WS-ACCRUE-TO-DATE > FXDEP-ACCRUAL-DATE
			PERFORM 2150-COUNT-DAYS
			CALL "DAYCNT1" USING FXDEP-DAYCOUNT-BASIS
				FXDEP-INTEREST-RATE WS-DAILY-RATE
				WS-MONTHLY-RATE
			COMPUTE WS-INCREMENT ROUNDED =
				FXDEP-PRINCIPAL-AMT * WS-DAILY-RATE
				* WS-ACCRUAL-DAYS
			IF WS-INCREMENT > ZERO
				ADD WS-INCREMENT TO FXDEP-ACCRUED-INT
				PERFORM 2200-WRITE-GL-LEGS
				PERFORM 2300-WRITE-REGISTER
				PERFORM 3000-WRITE-DETAIL
				PERFORM 3100-ADD-TO-CURRENCY
				ADD 1 TO WS-ACCRUED-COUNT
			END-IF
			MOVE WS-ACCRUE-TO-DATE TO FXDEP-ACCRUAL-DATE
			REWRITE FX-DEPOSIT-RECORD
		END-IF.
      *
      *  A deposit never accrued starts from its open date, unless
      *  FXINTBT1 has already settled months on it - then it starts
      *  tonight and the next settlement trues up the difference.
	2110-START-ACCRUAL.
		IF FXDEP-INT-PAID-MONTHS > ZERO
			MOVE WS-ACCRUE-TO-DATE TO FXDEP-ACCRUAL-DATE
			REWRITE FX-DEPOSIT-RECORD
		ELSE
			MOVE FXDEP-OPEN-DATE TO FXDEP-ACCRUAL-DATE
		END-IF.
      *
      *  Days from the last accrual date to the accrual date:
      *  calendar days, or on 30/360 thirty-day months with day 31
      *  taken as the 30th.
	2150-COUNT-DAYS.
		MOVE FXDEP-ACCRUAL-DATE TO WS-FROM-DATE
		MOVE WS-ACCRUE-TO-DATE TO WS-TO-DATE
		IF FXDEP-30-360
			IF WS-FROM-DAY > 30
				MOVE 30 TO WS-FROM-DAY
			END-IF
			IF WS-TO-DAY > 30
				MOVE 30 TO WS-TO-DAY
			END-IF
			COMPUTE WS-ACCRUAL-DAYS =
				(WS-TO-YEAR - WS-FROM-YEAR) * 360
				+ (WS-TO-MONTH - WS-FROM-MONTH) * 30
				+ WS-TO-DAY - WS-FROM-DAY
		ELSE
			MOVE WS-FROM-DATE TO WS-DATE-NUM
			COMPUTE WS-FROM-INT =
				FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			MOVE WS-TO-DATE TO WS-DATE-NUM
			COMPUTE WS-TO-INT =
				FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			COMPUTE WS-ACCRUAL-DAYS =
				WS-TO-INT - WS-FROM-INT
		END-IF.
      *
	2200-WRITE-GL-LEGS.
		MOVE FXDEP-HOME-BRANCH TO WS-FD-BRANCH
		IF WS-FD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-FD-BRANCH
		END-IF
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-INCREMENT TO GLINTF-AMOUNT
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-FD-INT-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD.
      *
	2300-WRITE-REGISTER.
		MOVE FXDEP-DEPOSIT-NO TO FDACRG-DEPOSIT-NO
		MOVE WS-FD-BRANCH TO FDACRG-BRANCH-CODE
		MOVE FXDEP-CURRENCY-CODE TO FDACRG-CURRENCY-CODE
		MOVE WS-INCREMENT TO FDACRG-ACCRUAL-AMT
		MOVE WS-ACCRUAL-DAYS TO FDACRG-DAYS
		MOVE WS-TODAY TO FDACRG-DATE
		WRITE FD-ACCRUAL-REG-RECORD.
      *
	3000-WRITE-DETAIL.
		MOVE FXDEP-DEPOSIT-NO TO DTL-DEPOSIT-NO
		MOVE FXDEP-CURRENCY-CODE TO DTL-CURRENCY
		MOVE FXDEP-DAYCOUNT-BASIS TO DTL-BASIS
		MOVE WS-ACCRUAL-DAYS TO DTL-DAYS
		MOVE WS-INCREMENT TO DTL-INCREMENT
		MOVE FXDEP-ACCRUED-INT TO DTL-ACCRUED
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Spaces on a deposit from before the currency field total
      *  with VND, which is what they are.
	3100-ADD-TO-CURRENCY.
		MOVE FXDEP-CURRENCY-CODE TO WS-WORK-CURRENCY
		IF WS-WORK-CURRENCY = SPACES
			MOVE "VND" TO WS-WORK-CURRENCY
		END-IF
		MOVE "N" TO WS-CT-FOUND-FLAG
		PERFORM VARYING WS-CT-IDX FROM 1 BY 1
				UNTIL WS-CT-IDX > WS-CCY-COUNT
				OR WS-CT-FOUND
			IF WS-CT-CURRENCY (WS-CT-IDX)
					= WS-WORK-CURRENCY
				SET WS-CT-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CT-FOUND
			SUBTRACT 1 FROM WS-CT-IDX
			ADD WS-INCREMENT TO WS-CT-TOTAL (WS-CT-IDX)
		ELSE
			IF WS-CCY-COUNT < 20
				ADD 1 TO WS-CCY-COUNT
				MOVE WS-WORK-CURRENCY
					TO WS-CT-CURRENCY (WS-CCY-COUNT)
				MOVE WS-INCREMENT
					TO WS-CT-TOTAL (WS-CCY-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	4000-WRITE-TOTALS.
		PERFORM VARYING WS-CT-IDX FROM 1 BY 1
				UNTIL WS-CT-IDX > WS-CCY-COUNT
			MOVE WS-CT-CURRENCY (WS-CT-IDX) TO TOT-CURRENCY
			MOVE WS-CT-TOTAL (WS-CT-IDX) TO TOT-ACCRUED
			MOVE WS-TOTAL-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-PERFORM
		IF WS-TBL-OVERFLOW
			MOVE "CURRENCY TOTALS INCOMPLETE-TABLE FULL"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		MOVE "DEPOSITS ACCRUED:" TO CNT-TEXT
		MOVE WS-ACCRUED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
