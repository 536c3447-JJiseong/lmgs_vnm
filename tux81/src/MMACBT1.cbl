      *
      *  MMACBT1.cbl
      *
      *  Nightly interest accrual for the interbank money-market
      *  deals (MMDEALR) booked through MMDEAL01.  Every active deal
      *  is accrued from its value date up to the business date, or
      *  up to its maturity date once that has passed, at the rate
      *  its day-count basis prescribes (DAYCNT1): actual days for
      *  actual/365 and actual/360, thirty-day months for 30/360.
      *  The interest to date is recomputed from the value date
      *  every night and only the difference from what has already
      *  been accrued is posted, so rounding never drifts over a
      *  long deal.
      *
      *  Each night's accrual goes to the GL interface (GLINTFR)
      *  in VND at the deal's book rate under a fresh TRANID, on
      *  the accounts the GL mapping file gives (GLMAPLK1): event
      *  MMACCRP for a placement (debit interest receivable, credit
      *  money-market interest income) and MMACCRB for a borrowing
      *  (debit money-market interest expense, credit interest
      *  payable), falling back to the house defaults.  MMMTBT1
      *  settles the accrued interest at maturity.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs; nothing posts while EOD
      *  holds the business date closed or the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MMACBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MM-DEAL-FILE ASSIGN TO "MMDEALR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MMDEAL-DEAL-NO
			FILE STATUS IS WS-MMDEAL-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT RPT-FILE ASSIGN TO "MMACBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MM-DEAL-FILE.
	01  MM-DEAL-RECORD.
		COPY MMDEALR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-MMDEAL-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
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
	01  WS-INTEREST-TO-DATE		PIC S9(11)V99 COMP-3.
	01  WS-INCREMENT		PIC S9(11)V99 COMP-3.
	01  WS-VND-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-PRODUCT-CODE		PIC X(4) VALUE SPACES.
	01  WS-DEBIT-ACCT		PIC X(10).
	01  WS-CREDIT-ACCT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-INT-RECV-ACCT		PIC X(10) VALUE "1000000081".
	01  WS-INT-INCOME-ACCT		PIC X(10) VALUE "4000000080".
	01  WS-INT-EXPENSE-ACCT		PIC X(10) VALUE "5000000080".
	01  WS-INT-PAYABLE-ACCT		PIC X(10) VALUE "2000000081".
	01  WS-ACCRUED-COUNT		PIC 9(7) VALUE 0.
	01  WS-VND-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-DEAL-NO		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-COUNTERPARTY	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DEAL-TYPE	PIC X.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-INCREMENT	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCRUED		PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-JOB-NAME			PIC X(9) VALUE "MMACBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
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
		OPEN I-O MM-DEAL-FILE
		OPEN OUTPUT RPT-FILE
		MOVE "MONEY-MARKET DEAL INTEREST ACCRUAL" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			AND WS-MMDEAL-STATUS = "00"
			PERFORM 1000-READ-DEAL
			PERFORM 2000-PROCESS-DEAL UNTIL WS-EOF
			PERFORM 5000-WRITE-COUNTS
		END-IF
		CLOSE MM-DEAL-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-READ-DEAL.
		READ MM-DEAL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-DEAL.
		IF MMDEAL-ACTIVE
			PERFORM 2100-ACCRUE-DEAL
		END-IF
		PERFORM 1000-READ-DEAL.
      *
	2100-ACCRUE-DEAL.
		MOVE WS-BUSINESS-DATE TO WS-ACCRUE-TO-DATE
		IF MMDEAL-MATURITY-DATE < WS-ACCRUE-TO-DATE
			MOVE MMDEAL-MATURITY-DATE TO WS-ACCRUE-TO-DATE
		END-IF
		IF WS-ACCRUE-TO-DATE > MMDEAL-LAST-ACCRUAL-DATE
			PERFORM 2150-COUNT-DAYS
			CALL "DAYCNT1" USING MMDEAL-DAYCOUNT-BASIS
				MMDEAL-INTEREST-RATE WS-DAILY-RATE
				WS-MONTHLY-RATE
			COMPUTE WS-INTEREST-TO-DATE ROUNDED =
				MMDEAL-PRINCIPAL * WS-DAILY-RATE
				* WS-ACCRUAL-DAYS
			COMPUTE WS-INCREMENT = WS-INTEREST-TO-DATE
				- MMDEAL-ACCRUED-INTEREST
			IF WS-INCREMENT > ZERO
				PERFORM 2200-POST-ACCRUAL
				ADD WS-INCREMENT
					TO MMDEAL-ACCRUED-INTEREST
				PERFORM 3000-WRITE-DETAIL
			END-IF
			MOVE WS-ACCRUE-TO-DATE
				TO MMDEAL-LAST-ACCRUAL-DATE
			REWRITE MM-DEAL-RECORD
		END-IF.
      *
      *  Days from the value date to the accrual date: calendar
      *  days, or on 30/360 thirty-day months with day 31 taken as
      *  the 30th.
	2150-COUNT-DAYS.
		MOVE MMDEAL-VALUE-DATE TO WS-FROM-DATE
		MOVE WS-ACCRUE-TO-DATE TO WS-TO-DATE
		IF MMDEAL-DAYCOUNT-BASIS = "3"
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
	2200-POST-ACCRUAL.
		CALL "TRNIDGN1" USING WS-TRANID
		IF MMDEAL-PLACEMENT
			MOVE "MMACCRP" TO WS-GLMAP-EVENT
			MOVE WS-INT-RECV-ACCT TO WS-DEBIT-ACCT
			MOVE WS-INT-INCOME-ACCT TO WS-CREDIT-ACCT
		ELSE
			MOVE "MMACCRB" TO WS-GLMAP-EVENT
			MOVE WS-INT-EXPENSE-ACCT TO WS-DEBIT-ACCT
			MOVE WS-INT-PAYABLE-ACCT TO WS-CREDIT-ACCT
		END-IF
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT WS-PRODUCT-CODE
			WS-DEBIT-ACCT WS-CREDIT-ACCT
			WS-GLMAP-FOUND-FLAG
		COMPUTE WS-VND-AMOUNT ROUNDED =
			WS-INCREMENT * MMDEAL-BOOK-RATE
		ADD WS-VND-AMOUNT TO WS-VND-TOTAL
		ADD 1 TO WS-ACCRUED-COUNT
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE MMDEAL-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-DEBIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-VND-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-CREDIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	3000-WRITE-DETAIL.
		MOVE MMDEAL-DEAL-NO TO DTL-DEAL-NO
		MOVE MMDEAL-COUNTERPARTY TO DTL-COUNTERPARTY
		MOVE MMDEAL-DEAL-TYPE TO DTL-DEAL-TYPE
		MOVE MMDEAL-CURRENCY-CODE TO DTL-CURRENCY
		MOVE WS-INCREMENT TO DTL-INCREMENT
		MOVE MMDEAL-ACCRUED-INTEREST TO DTL-ACCRUED
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-WRITE-COUNTS.
		MOVE "DEALS ACCRUED:" TO CNT-TEXT
		MOVE WS-ACCRUED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "VND POSTED:" TO CNT-TEXT
		MOVE WS-VND-TOTAL TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
