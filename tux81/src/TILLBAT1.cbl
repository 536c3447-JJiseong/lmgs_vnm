      *  repayment settled from clearing money (ICTXBAT1) or drawn
      *  from a deposit account (AUTODBAT1) never touched a drawer
      *  and stays out of the proof.
      *
      *  The exchange counter (FXCX01) moves both kinds of cash.
      *  Its VND side for a walk-in is drawer cash like any other -
      *  FXCXSELL rows tendered in teller cash reconcile with
      *  cash-in, FXCXBUY rows with cash-out.  Its foreign side is
      *  proved by currency: every drawer's foreign-currency till
      *  row (TILLFXR) is listed, and each branch's notes bought and
      *  sold in each currency are reconciled against the exchange
      *  register (FXCXR) for the day.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TILLBAT1.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TELJR-KEY
			FILE STATUS IS WS-TELJR-STATUS.
		SELECT FX-TILL-FILE ASSIGN TO "TILLFXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TILLFX-KEY
			FILE STATUS IS WS-TILLFX-STATUS.
		SELECT EXCHANGE-REGISTER-FILE ASSIGN TO "FXCXR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FXCX-STATUS.
		SELECT RPT-FILE ASSIGN TO "TILLBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  REVIEW-FILE.
	01  REVIEW-RECORD.
		COPY TELJREVR.
	FD  FX-TILL-FILE.
	01  FX-TILL-RECORD.
		COPY TILLFXR.
	FD  EXCHANGE-REGISTER-FILE.
	01  EXCHANGE-REGISTER-RECORD.
		COPY FXCXR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-TELJ-STATUS		PIC XX.
	01  WS-TELJR-STATUS		PIC XX.
	01  WS-TILLFX-STATUS		PIC XX.
	01  WS-FXCX-STATUS		PIC XX.
	01  WS-JRN-EOF-FLAG		PIC X.
		88  WS-JRN-EOF		VALUE "Y".
	01  WS-REVIEWED-FLAG		PIC X.
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-WORK-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-FX-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-FX-TABLE.
		05  WS-FX-ENTRY OCCURS 100 TIMES.
			10  WS-FX-BRANCH
					PIC X(6).
			10  WS-FX-CURRENCY
					PIC X(3).
			10  WS-FX-TILL-BOUGHT
					PIC S9(13)V99 COMP-3.
			10  WS-FX-TILL-SOLD
					PIC S9(13)V99 COMP-3.
			10  WS-FX-REG-BOUGHT
					PIC S9(13)V99 COMP-3.
			10  WS-FX-REG-SOLD
					PIC S9(13)V99 COMP-3.
	01  WS-FX-IDX			PIC S9(4) COMP-5.
	01  WS-FX-FOUND-FLAG		PIC X.
		88  WS-FX-FOUND		VALUE "Y".
	01  WS-FX-TILL-LINE.
		05  FTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FTL-TELLER		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FTL-BOUGHT		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FTL-SOLD		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FTL-HOLDING		PIC ZZZ,ZZZ,ZZ9.99-.
	01  WS-FX-RECON-LINE.
		05  FRC-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FRC-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FRC-TILL		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FRC-REGISTER	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FRC-DIRECTION	PIC X(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FRC-TEXT		PIC X(12).
	01  WS-FX-HOLDING		PIC S9(13)V99 COMP-3.
	01  WS-CASH-ACCT		PIC X(10) VALUE "1000000099".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		PERFORM 1000-LIST-TILLS
		PERFORM 2000-TOTAL-HISTORY
		PERFORM 3000-WRITE-RECONCILIATION
		PERFORM 4000-LIST-FX-TILLS
		PERFORM 5000-TOTAL-FX-REGISTER
		PERFORM 6000-WRITE-FX-RECONCILIATION
		IF WS-UNREVIEWED-COUNT > ZERO
			MOVE "TILLS AWAITING JOURNAL REVIEW - SEE ABOVE"
				TO RPT-LINE
					AND TRNH-TENDER-GL-ACCOUNT =
						WS-CASH-ACCT
					PERFORM 2250-ADD-HISTORY-OUT
				WHEN TRNH-EVENT-CODE = "FXCXSELL"
					AND TRNH-TENDER-GL-ACCOUNT =
						WS-CASH-ACCT
					PERFORM 2200-ADD-HISTORY
				WHEN TRNH-EVENT-CODE = "FXCXBUY"
					AND TRNH-TENDER-GL-ACCOUNT =
						WS-CASH-ACCT
					PERFORM 2250-ADD-HISTORY-OUT
			END-EVALUATE
		END-IF.
      *
			MOVE WS-RECON-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-PERFORM.
      *
	4000-LIST-FX-TILLS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-TILL-FILE
		IF WS-TILLFX-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		IF NOT WS-EOF
			MOVE "FOREIGN-CURRENCY TILLS" TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		PERFORM 4100-READ-FX-TILL UNTIL WS-EOF
		CLOSE FX-TILL-FILE.
      *
	4100-READ-FX-TILL.
		READ FX-TILL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TILLFX-DATE = WS-BUSINESS-DATE
					PERFORM 4200-REPORT-FX-TILL
				END-IF
		END-READ.
      *
	4200-REPORT-FX-TILL.
		COMPUTE WS-FX-HOLDING =
			TILLFX-BOUGHT - TILLFX-SOLD
			+ TILLFX-VAULT-IN - TILLFX-VAULT-OUT
		MOVE TILLFX-BRANCH-CODE TO FTL-BRANCH
		MOVE TILLFX-TELLER-ID TO FTL-TELLER
		MOVE TILLFX-CURRENCY-CODE TO FTL-CURRENCY
		MOVE TILLFX-BOUGHT TO FTL-BOUGHT
		MOVE TILLFX-SOLD TO FTL-SOLD
		MOVE WS-FX-HOLDING TO FTL-HOLDING
		MOVE WS-FX-TILL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE TILLFX-BRANCH-CODE TO WS-WORK-BRANCH
		MOVE TILLFX-CURRENCY-CODE TO WS-WORK-CURRENCY
		PERFORM 8200-FIND-FX-SLOT
		IF WS-SLOT-OK
			ADD TILLFX-BOUGHT
				TO WS-FX-TILL-BOUGHT (WS-FX-IDX)
			ADD TILLFX-SOLD
				TO WS-FX-TILL-SOLD (WS-FX-IDX)
		END-IF.
      *
	5000-TOTAL-FX-REGISTER.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT EXCHANGE-REGISTER-FILE
		IF WS-FXCX-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 5100-READ-EXCHANGE UNTIL WS-EOF
		CLOSE EXCHANGE-REGISTER-FILE.
      *
	5100-READ-EXCHANGE.
		READ EXCHANGE-REGISTER-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXCX-DATE = WS-BUSINESS-DATE
					PERFORM 5200-ADD-EXCHANGE
				END-IF
		END-READ.
      *
	5200-ADD-EXCHANGE.
		MOVE FXCX-BRANCH-CODE TO WS-WORK-BRANCH
		MOVE FXCX-CURRENCY-CODE TO WS-WORK-CURRENCY
		PERFORM 8200-FIND-FX-SLOT
		IF WS-SLOT-OK
			IF FXCX-BANK-BUYS
				ADD FXCX-FCY-AMOUNT
					TO WS-FX-REG-BOUGHT (WS-FX-IDX)
			ELSE
				ADD FXCX-FCY-AMOUNT
					TO WS-FX-REG-SOLD (WS-FX-IDX)
			END-IF
		END-IF.
      *
	6000-WRITE-FX-RECONCILIATION.
		PERFORM VARYING WS-FX-IDX FROM 1 BY 1
				UNTIL WS-FX-IDX > WS-FX-COUNT
			PERFORM 6100-WRITE-FX-PAIR
		END-PERFORM.
      *
	6100-WRITE-FX-PAIR.
		MOVE WS-FX-BRANCH (WS-FX-IDX) TO FRC-BRANCH
		MOVE WS-FX-CURRENCY (WS-FX-IDX) TO FRC-CURRENCY
		MOVE WS-FX-TILL-BOUGHT (WS-FX-IDX) TO FRC-TILL
		MOVE WS-FX-REG-BOUGHT (WS-FX-IDX) TO FRC-REGISTER
		MOVE "BUY " TO FRC-DIRECTION
		IF WS-FX-TILL-BOUGHT (WS-FX-IDX) =
				WS-FX-REG-BOUGHT (WS-FX-IDX)
			MOVE "IN BALANCE" TO FRC-TEXT
		ELSE
			MOVE "OUT OF BAL" TO FRC-TEXT
		END-IF
		MOVE WS-FX-RECON-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-FX-TILL-SOLD (WS-FX-IDX) TO FRC-TILL
		MOVE WS-FX-REG-SOLD (WS-FX-IDX) TO FRC-REGISTER
		MOVE "SELL" TO FRC-DIRECTION
		IF WS-FX-TILL-SOLD (WS-FX-IDX) =
				WS-FX-REG-SOLD (WS-FX-IDX)
			MOVE "IN BALANCE" TO FRC-TEXT
		ELSE
			MOVE "OUT OF BAL" TO FRC-TEXT
		END-IF
		MOVE WS-FX-RECON-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-FIND-BRANCH-SLOT.
		MOVE "N" TO WS-BR-FOUND-FLAG
			END-IF
		END-IF.
      *
	8200-FIND-FX-SLOT.
		MOVE "N" TO WS-FX-FOUND-FLAG
		PERFORM VARYING WS-FX-IDX FROM 1 BY 1
				UNTIL WS-FX-IDX > WS-FX-COUNT
				OR WS-FX-FOUND
			IF WS-FX-BRANCH (WS-FX-IDX) = WS-WORK-BRANCH
				AND WS-FX-CURRENCY (WS-FX-IDX)
					= WS-WORK-CURRENCY
				SET WS-FX-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-SLOT-OK TO TRUE
		IF WS-FX-FOUND
			SUBTRACT 1 FROM WS-FX-IDX
		ELSE
			IF WS-FX-COUNT < 100
				ADD 1 TO WS-FX-COUNT
				MOVE WS-FX-COUNT TO WS-FX-IDX
				PERFORM 8300-INIT-FX-SLOT
			ELSE
				MOVE "N" TO WS-SLOT-OK-FLAG
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	8300-INIT-FX-SLOT.
		MOVE WS-WORK-BRANCH TO WS-FX-BRANCH (WS-FX-IDX)
		MOVE WS-WORK-CURRENCY TO WS-FX-CURRENCY (WS-FX-IDX)
		MOVE ZERO TO WS-FX-TILL-BOUGHT (WS-FX-IDX)
		MOVE ZERO TO WS-FX-TILL-SOLD (WS-FX-IDX)
		MOVE ZERO TO WS-FX-REG-BOUGHT (WS-FX-IDX)
		MOVE ZERO TO WS-FX-REG-SOLD (WS-FX-IDX).
      *
