      *
      *  MMMTBT1.cbl
      *
      *  Money-market deal maturity settlement.  Every active deal
      *  on the deal file (MMDEALR) whose maturity date has come
      *  is settled for its principal and the interest MMACBT1 has
      *  accrued on it: the GL legs go to the GL interface
      *  (GLINTFR) in VND at the deal's book rate under one fresh
      *  TRANID, on the accounts the GL mapping file gives
      *  (GLMAPLK1), falling back to the house defaults -
      *   - a placement coming back: MMMATP debits the nostro and
      *     credits money-market placements for the principal, and
      *     MMINTP debits the nostro and credits interest
      *     receivable for the interest;
      *   - a borrowing being repaid: MMMATB debits money-market
      *     borrowings and credits the nostro for the principal,
      *     and MMINTB debits interest payable and credits the
      *     nostro for the interest.
      *  The deal is then marked matured with the settlement date,
      *  which also gives its amount back to the counterparty's
      *  placement limit.  A deal not yet accrued up to its maturity
      *  date is held and listed rather than settled short.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  MMACBT1, so the night's accrual has run - and at the end;
      *  nothing posts while EOD holds the business date closed or
      *  the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MMMTBT1.
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
		SELECT RPT-FILE ASSIGN TO "MMMTBT1.OUT"
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
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-PRODUCT-CODE		PIC X(4) VALUE SPACES.
	01  WS-DEBIT-ACCT		PIC X(10).
	01  WS-CREDIT-ACCT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-LEG-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-NOSTRO-ACCT		PIC X(10) VALUE "1000000097".
	01  WS-PLACEMENT-ACCT		PIC X(10) VALUE "1000000080".
	01  WS-BORROWING-ACCT		PIC X(10) VALUE "2000000080".
	01  WS-INT-RECV-ACCT		PIC X(10) VALUE "1000000081".
	01  WS-INT-PAYABLE-ACCT		PIC X(10) VALUE "2000000081".
	01  WS-SETTLED-COUNT		PIC 9(7) VALUE 0.
	01  WS-HELD-COUNT		PIC 9(7) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-DEAL-NO		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-COUNTERPARTY	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DEAL-TYPE	PIC X.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-PRINCIPAL	PIC ZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-INTEREST	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "MMMTBT1".
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
		MOVE "MONEY-MARKET DEAL MATURITY SETTLEMENT" TO RPT-LINE
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
			AND MMDEAL-MATURITY-DATE NOT > WS-BUSINESS-DATE
			PERFORM 2100-SETTLE-DEAL
		END-IF
		PERFORM 1000-READ-DEAL.
      *
	2100-SETTLE-DEAL.
		IF MMDEAL-LAST-ACCRUAL-DATE < MMDEAL-MATURITY-DATE
			ADD 1 TO WS-HELD-COUNT
			MOVE "NOT FULLY ACCRUED" TO DTL-RESULT
			PERFORM 3000-WRITE-DETAIL
		ELSE
			CALL "TRNIDGN1" USING WS-TRANID
			PERFORM 2200-POST-PRINCIPAL
			IF MMDEAL-ACCRUED-INTEREST > ZERO
				PERFORM 2300-POST-INTEREST
			END-IF
			SET MMDEAL-MATURED TO TRUE
			MOVE WS-BUSINESS-DATE TO MMDEAL-SETTLED-DATE
			REWRITE MM-DEAL-RECORD
			ADD 1 TO WS-SETTLED-COUNT
			MOVE "SETTLED" TO DTL-RESULT
			PERFORM 3000-WRITE-DETAIL
		END-IF.
      *
	2200-POST-PRINCIPAL.
		IF MMDEAL-PLACEMENT
			MOVE "MMMATP" TO WS-GLMAP-EVENT
			MOVE WS-NOSTRO-ACCT TO WS-DEBIT-ACCT
			MOVE WS-PLACEMENT-ACCT TO WS-CREDIT-ACCT
		ELSE
			MOVE "MMMATB" TO WS-GLMAP-EVENT
			MOVE WS-BORROWING-ACCT TO WS-DEBIT-ACCT
			MOVE WS-NOSTRO-ACCT TO WS-CREDIT-ACCT
		END-IF
		COMPUTE WS-LEG-AMOUNT ROUNDED =
			MMDEAL-PRINCIPAL * MMDEAL-BOOK-RATE
		PERFORM 2400-WRITE-GL-LEGS.
      *
	2300-POST-INTEREST.
		IF MMDEAL-PLACEMENT
			MOVE "MMINTP" TO WS-GLMAP-EVENT
			MOVE WS-NOSTRO-ACCT TO WS-DEBIT-ACCT
			MOVE WS-INT-RECV-ACCT TO WS-CREDIT-ACCT
		ELSE
			MOVE "MMINTB" TO WS-GLMAP-EVENT
			MOVE WS-INT-PAYABLE-ACCT TO WS-DEBIT-ACCT
			MOVE WS-NOSTRO-ACCT TO WS-CREDIT-ACCT
		END-IF
		COMPUTE WS-LEG-AMOUNT ROUNDED =
			MMDEAL-ACCRUED-INTEREST * MMDEAL-BOOK-RATE
		PERFORM 2400-WRITE-GL-LEGS.
      *
	2400-WRITE-GL-LEGS.
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT WS-PRODUCT-CODE
			WS-DEBIT-ACCT WS-CREDIT-ACCT
			WS-GLMAP-FOUND-FLAG
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE MMDEAL-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-DEBIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-LEG-AMOUNT TO GLINTF-AMOUNT
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
		MOVE MMDEAL-PRINCIPAL TO DTL-PRINCIPAL
		MOVE MMDEAL-ACCRUED-INTEREST TO DTL-INTEREST
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-WRITE-COUNTS.
		MOVE "DEALS SETTLED:" TO CNT-TEXT
		MOVE WS-SETTLED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DEALS HELD:" TO CNT-TEXT
		MOVE WS-HELD-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
