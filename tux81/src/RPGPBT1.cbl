      *
      *  RPGPBT1.cbl
      *
      *  Monthly interest-rate repricing-gap report for the ALCO
      *  pack.  TRSYBAT1 ladders cash by contractual maturity; this
      *  job ladders the rate-sensitive balances by the date each
      *  next reprices, in the same time bands (7 days, 1/3/6/12
      *  months, over 12 months):
      *
      *   - assets: open loan principal (LOANMSTR) in the loan's
      *     booking currency - a floating loan (rate index code
      *     set) at LOANM-NEXT-RESET-DATE, a fixed loan at maturity,
      *     the due date of its last installment on the repayment
      *     schedule (REPAYSCH), or its contractual term when it has
      *     no schedule yet; drawn overdrafts on demand-deposit
      *     accounts reprice at any time and sit in the first band;
      *   - liabilities: fixed deposits (FXDEPR, active and
      *     dormant) at maturity in the deposit currency, and
      *     savings credit balances (DDACCTR, VND) in the first band
      *     since the bank can move their rate at any time.
      *
      *  A reset or maturity date already passed reprices at once
      *  and counts in the first band.  For each currency and band
      *  the report (RPGPBT1.OUT) shows assets, liabilities, the gap
      *  and the cumulative gap, and the estimated change in net
      *  interest income over the next twelve months for a 100
      *  basis point parallel rise in rates: each band's gap times
      *  one percent times the part of the year left after the
      *  band's mid-point (nothing for balances repricing after
      *  twelve months).  A fall of the same size is the same
      *  figure with the sign reversed.  Nothing is posted.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other month-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RPGPBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT REPAY-SCHED-FILE ASSIGN TO "REPAYSCH"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
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
		SELECT RPT-FILE ASSIGN TO "RPGPBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHED-FILE.
	01  REPAY-SCHED-RECORD.
		COPY REPAYSCH.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SCHED-EOF-FLAG		PIC X.
		88  WS-SCHED-EOF	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY-NUM		PIC 9(8).
	01  WS-TODAY-INT		PIC S9(9) COMP-5.
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-INT			PIC S9(9) COMP-5.
	01  WS-DAYS-AHEAD		PIC S9(9) COMP-5.
	01  WS-BAND			PIC S9(4) COMP-5.
	01  WS-REPRICE-DATE		PIC X(8).
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-WORK-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-SIDE-FLAG		PIC X.
		88  WS-SIDE-ASSET	VALUE "A".
		88  WS-SIDE-LIABILITY	VALUE "L".
	01  WS-CCY-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CCY-TABLE.
		05  WS-CCY-ENTRY OCCURS 10 TIMES.
			10  WS-CCY-CODE	PIC X(3).
			10  WS-CCY-BAND OCCURS 6 TIMES.
				15  WS-CCY-ASSETS
					PIC S9(15)V99 COMP-3.
				15  WS-CCY-LIABS
					PIC S9(15)V99 COMP-3.
	01  WS-CCY-IDX			PIC S9(4) COMP-5.
	01  WS-CCY-FOUND-FLAG		PIC X.
		88  WS-CCY-FOUND	VALUE "Y".
	01  WS-SLOT-OK-FLAG		PIC X.
		88  WS-SLOT-OK		VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-BAND-IDX			PIC S9(4) COMP-5.
	01  WS-BAND-NAMES.
		05  FILLER		PIC X(10) VALUE "0-7 DAYS".
		05  FILLER		PIC X(10) VALUE "8D-1 MTH".
		05  FILLER		PIC X(10) VALUE "1-3 MTHS".
		05  FILLER		PIC X(10) VALUE "3-6 MTHS".
		05  FILLER		PIC X(10) VALUE "6-12 MTHS".
		05  FILLER		PIC X(10) VALUE "OVER 12M".
	01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
		05  WS-BAND-NAME OCCURS 6 TIMES
					PIC X(10).
      *
      *  Part of the coming year each band's balances earn at the
      *  shifted rate: one less the band's mid-point in years.
	01  WS-BAND-FACTORS.
		05  FILLER		PIC V9(4) VALUE .9900.
		05  FILLER		PIC V9(4) VALUE .9500.
		05  FILLER		PIC V9(4) VALUE .8333.
		05  FILLER		PIC V9(4) VALUE .6250.
		05  FILLER		PIC V9(4) VALUE .2500.
		05  FILLER		PIC V9(4) VALUE ZERO.
	01  WS-BAND-FACTOR-TABLE REDEFINES WS-BAND-FACTORS.
		05  WS-BAND-FACTOR OCCURS 6 TIMES
					PIC V9(4).
	01  WS-SHIFT-PCT		PIC S9(3)V99 COMP-3 VALUE 1.00.
	01  WS-GAP-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-CUM-GAP			PIC S9(15)V99 COMP-3.
	01  WS-NII-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-CCY-ASSET-TOTAL		PIC S9(15)V99 COMP-3.
	01  WS-CCY-LIAB-TOTAL		PIC S9(15)V99 COMP-3.
	01  WS-CCY-NII-TOTAL		PIC S9(15)V99 COMP-3.
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(17) VALUE "CCY  BAND".
		05  FILLER		PIC X(22) VALUE
			"  RATE-SENSITIVE ASSTS".
		05  FILLER		PIC X(22) VALUE
			"   RATE-SENSITIVE LIAB".
		05  FILLER		PIC X(22) VALUE
			"                   GAP".
		05  FILLER		PIC X(22) VALUE
			"        CUMULATIVE GAP".
		05  FILLER		PIC X(22) VALUE
			"     NII +100BP 12 MTH".
	01  WS-DETAIL-LINE.
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BAND		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ASSETS		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-LIABS		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-GAP		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-CUM-GAP		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-NII		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-JOB-NAME			PIC X(9) VALUE "RPGPBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		MOVE WS-NOW (1:8) TO WS-TODAY-NUM
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "INTEREST-RATE REPRICING GAP - AS AT "
			WS-TODAY-NUM
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-BAND-LOANS
			PERFORM 2000-BAND-DD-ACCOUNTS
			PERFORM 3000-BAND-TERM-DEPOSITS
			PERFORM 4000-WRITE-GAP-REPORT
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-BAND-LOANS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT REPAY-SCHED-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE REPAY-SCHED-FILE.
      *
	1100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN AND LOANM-PRINCIPAL > ZERO
					PERFORM 1200-BAND-ONE-LOAN
				END-IF
		END-READ.
      *
      *  A floating loan with no reset date set reprices at once.
	1200-BAND-ONE-LOAN.
		IF LOANM-RATE-INDEX-CODE NOT = SPACES
			MOVE LOANM-NEXT-RESET-DATE TO WS-REPRICE-DATE
			IF WS-REPRICE-DATE NOT NUMERIC
				MOVE 1 TO WS-BAND
			ELSE
				PERFORM 8200-BAND-FROM-DATE
			END-IF
		ELSE
			PERFORM 1300-FIND-FINAL-DUE-DATE
			IF WS-REPRICE-DATE NOT NUMERIC
				COMPUTE WS-DAYS-AHEAD =
					LOANM-TERM-MONTHS * 30
				PERFORM 8000-SET-BAND
			ELSE
				PERFORM 8200-BAND-FROM-DATE
			END-IF
		END-IF
		MOVE "VND" TO WS-WORK-CURRENCY
		IF LOANM-CURRENCY-CODE NOT = SPACES
			MOVE LOANM-CURRENCY-CODE TO WS-WORK-CURRENCY
		END-IF
		MOVE LOANM-PRINCIPAL TO WS-WORK-AMOUNT
		SET WS-SIDE-ASSET TO TRUE
		PERFORM 8300-ADD-TO-BAND.
      *
      *  The schedule is keyed loan + installment, so the loan's
      *  last row read is its final installment.
	1300-FIND-FINAL-DUE-DATE.
		MOVE SPACES TO WS-REPRICE-DATE
		MOVE "N" TO WS-SCHED-EOF-FLAG
		IF WS-REPAY-STATUS NOT = "00"
			SET WS-SCHED-EOF TO TRUE
		ELSE
			MOVE LOANM-ACCOUNT-NO TO REPAY-ACCOUNT-NO
			MOVE ZERO TO REPAY-INSTALLMENT-NO
			START REPAY-SCHED-FILE KEY >= REPAY-KEY
				INVALID KEY
					SET WS-SCHED-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1400-READ-INSTALLMENT UNTIL WS-SCHED-EOF.
      *
	1400-READ-INSTALLMENT.
		READ REPAY-SCHED-FILE NEXT RECORD
			AT END
				SET WS-SCHED-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO = LOANM-ACCOUNT-NO
					MOVE REPAY-DUE-DATE
						TO WS-REPRICE-DATE
				ELSE
					SET WS-SCHED-EOF TO TRUE
				END-IF
		END-READ.
      *
      *  Savings balances and drawn overdrafts both reprice at the
      *  bank's discretion, so both sit in the first band.
	2000-BAND-DD-ACCOUNTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-DD-ACCOUNT UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE.
      *
	2100-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDACC-ACTIVE
					AND DDACC-BALANCE NOT = ZERO
					PERFORM 2200-BAND-DD-BALANCE
				END-IF
		END-READ.
      *
	2200-BAND-DD-BALANCE.
		MOVE 1 TO WS-BAND
		MOVE "VND" TO WS-WORK-CURRENCY
		IF DDACC-BALANCE > ZERO
			MOVE DDACC-BALANCE TO WS-WORK-AMOUNT
			SET WS-SIDE-LIABILITY TO TRUE
		ELSE
			COMPUTE WS-WORK-AMOUNT =
				ZERO - DDACC-BALANCE
			SET WS-SIDE-ASSET TO TRUE
		END-IF
		PERFORM 8300-ADD-TO-BAND.
      *
	3000-BAND-TERM-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-FX-DEPOSIT UNTIL WS-EOF
		CLOSE FX-DEPOSIT-FILE.
      *
	3100-READ-FX-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXDEP-ACTIVE OR FXDEP-DORMANT
					PERFORM 3200-BAND-DEPOSIT
				END-IF
		END-READ.
      *
	3200-BAND-DEPOSIT.
		MOVE FXDEP-MATURITY-DATE TO WS-REPRICE-DATE
		IF WS-REPRICE-DATE NOT NUMERIC
			MOVE 1 TO WS-BAND
		ELSE
			PERFORM 8200-BAND-FROM-DATE
		END-IF
		MOVE "VND" TO WS-WORK-CURRENCY
		IF FXDEP-CURRENCY-CODE NOT = SPACES
			MOVE FXDEP-CURRENCY-CODE TO WS-WORK-CURRENCY
		END-IF
		MOVE FXDEP-PRINCIPAL-AMT TO WS-WORK-AMOUNT
		SET WS-SIDE-LIABILITY TO TRUE
		PERFORM 8300-ADD-TO-BAND.
      *
	4000-WRITE-GAP-REPORT.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 4100-WRITE-CURRENCY
			VARYING WS-CCY-IDX FROM 1 BY 1
			UNTIL WS-CCY-IDX > WS-CCY-COUNT
		IF WS-TBL-OVERFLOW
			MOVE "REPORT INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	4100-WRITE-CURRENCY.
		MOVE ZERO TO WS-CUM-GAP
		MOVE ZERO TO WS-CCY-ASSET-TOTAL
		MOVE ZERO TO WS-CCY-LIAB-TOTAL
		MOVE ZERO TO WS-CCY-NII-TOTAL
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 4200-WRITE-BAND
			VARYING WS-BAND-IDX FROM 1 BY 1
			UNTIL WS-BAND-IDX > 6
		MOVE WS-CCY-CODE (WS-CCY-IDX) TO DTL-CURRENCY
		MOVE "TOTAL" TO DTL-BAND
		MOVE WS-CCY-ASSET-TOTAL TO DTL-ASSETS
		MOVE WS-CCY-LIAB-TOTAL TO DTL-LIABS
		MOVE WS-CUM-GAP TO DTL-GAP
		MOVE WS-CUM-GAP TO DTL-CUM-GAP
		MOVE WS-CCY-NII-TOTAL TO DTL-NII
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	4200-WRITE-BAND.
		COMPUTE WS-GAP-AMOUNT =
			WS-CCY-ASSETS (WS-CCY-IDX WS-BAND-IDX)
			- WS-CCY-LIABS (WS-CCY-IDX WS-BAND-IDX)
		ADD WS-GAP-AMOUNT TO WS-CUM-GAP
		COMPUTE WS-NII-AMOUNT ROUNDED =
			WS-GAP-AMOUNT * WS-SHIFT-PCT / 100
			* WS-BAND-FACTOR (WS-BAND-IDX)
		ADD WS-NII-AMOUNT TO WS-CCY-NII-TOTAL
		ADD WS-CCY-ASSETS (WS-CCY-IDX WS-BAND-IDX)
			TO WS-CCY-ASSET-TOTAL
		ADD WS-CCY-LIABS (WS-CCY-IDX WS-BAND-IDX)
			TO WS-CCY-LIAB-TOTAL
		MOVE WS-CCY-CODE (WS-CCY-IDX) TO DTL-CURRENCY
		MOVE WS-BAND-NAME (WS-BAND-IDX) TO DTL-BAND
		MOVE WS-CCY-ASSETS (WS-CCY-IDX WS-BAND-IDX)
			TO DTL-ASSETS
		MOVE WS-CCY-LIABS (WS-CCY-IDX WS-BAND-IDX)
			TO DTL-LIABS
		MOVE WS-GAP-AMOUNT TO DTL-GAP
		MOVE WS-CUM-GAP TO DTL-CUM-GAP
		MOVE WS-NII-AMOUNT TO DTL-NII
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-SET-BAND.
		EVALUATE TRUE
			WHEN WS-DAYS-AHEAD <= 7
				MOVE 1 TO WS-BAND
			WHEN WS-DAYS-AHEAD <= 30
				MOVE 2 TO WS-BAND
			WHEN WS-DAYS-AHEAD <= 90
				MOVE 3 TO WS-BAND
			WHEN WS-DAYS-AHEAD <= 180
				MOVE 4 TO WS-BAND
			WHEN WS-DAYS-AHEAD <= 365
				MOVE 5 TO WS-BAND
			WHEN OTHER
				MOVE 6 TO WS-BAND
		END-EVALUATE.
      *
	8100-FIND-CCY-SLOT.
		MOVE "N" TO WS-CCY-FOUND-FLAG
		PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
				UNTIL WS-CCY-IDX > WS-CCY-COUNT
				OR WS-CCY-FOUND
			IF WS-CCY-CODE (WS-CCY-IDX)
					= WS-WORK-CURRENCY
				SET WS-CCY-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-SLOT-OK TO TRUE
		IF WS-CCY-FOUND
			SUBTRACT 1 FROM WS-CCY-IDX
		ELSE
			IF WS-CCY-COUNT < 10
				ADD 1 TO WS-CCY-COUNT
				MOVE WS-CCY-COUNT TO WS-CCY-IDX
				MOVE WS-WORK-CURRENCY
					TO WS-CCY-CODE (WS-CCY-IDX)
				PERFORM VARYING WS-BAND-IDX
						FROM 1 BY 1
						UNTIL WS-BAND-IDX > 6
					MOVE ZERO TO WS-CCY-ASSETS
						(WS-CCY-IDX
						WS-BAND-IDX)
					MOVE ZERO TO WS-CCY-LIABS
						(WS-CCY-IDX
						WS-BAND-IDX)
				END-PERFORM
			ELSE
				MOVE "N" TO WS-SLOT-OK-FLAG
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
      *  A date already passed reprices at once.
	8200-BAND-FROM-DATE.
		MOVE WS-REPRICE-DATE TO WS-DATE-NUM
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		COMPUTE WS-DAYS-AHEAD = WS-DATE-INT - WS-TODAY-INT
		PERFORM 8000-SET-BAND.
      *
	8300-ADD-TO-BAND.
		PERFORM 8100-FIND-CCY-SLOT
		IF WS-SLOT-OK
			IF WS-SIDE-ASSET
				ADD WS-WORK-AMOUNT TO WS-CCY-ASSETS
					(WS-CCY-IDX WS-BAND)
			ELSE
				ADD WS-WORK-AMOUNT TO WS-CCY-LIABS
					(WS-CCY-IDX WS-BAND)
			END-IF
		END-IF.
      *
