      *
      *  YECLBT1.cbl
      *
      *  Year-end close of income and expense to retained earnings.
      *  Run once, in the batch of the last business day of
      *  December after the shadow GL roll (GLSHDBT1), so the
      *  shadow ledger (GLSHDWR) holds every released December leg.
      *  Every shadow row whose account the chart of accounts
      *  (COACTR) classes as income or expense and which still
      *  carries a balance is closed: a pair of legs is written to
      *  the GL interface (GLINTFR) under its own TRANID
      *  (TRNIDGN1), value-dated the business date, one zeroing the
      *  account at its branch and one taking the same amount to
      *  the branch's retained-earnings account - the credit
      *  account of the YECLOSE mapping event (GLMAPR/GLMAPLK1),
      *  the house default when unmapped, which must be an equity
      *  account on the chart.  A balance too large for one leg is
      *  closed in as many pairs as it takes.
      *
      *  The new year's opening balance is then re-stated on every
      *  shadow row (GLSHDW-OPEN-YEAR / GLSHDW-OPEN-BALANCE): zero
      *  for income and expense, the balance less the year's profit
      *  for each branch's retained earnings (a row is added for a
      *  branch that has none), the balance for everything else.
      *  The running balance is left for the closing legs to roll
      *  into when they are released, as every other leg does.
      *
      *  The report lists every account closed, by branch with the
      *  branch code in column 1, and for each branch proves the
      *  year's net profit - income less expense from the balances
      *  closed - equals the movement in retained earnings taken
      *  from the legs written and from the re-stated opening
      *  balance.  Accounts with no class on the chart are listed
      *  and left open.  Nothing is closed unless the business date
      *  is in December, the December period is still open
      *  (GLPERCK1), the retained-earnings account is valid, and
      *  the year has not been closed already.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other year-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. YECLBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SHADOW-FILE ASSIGN TO "GLSHDWR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GLSHDW-KEY
			FILE STATUS IS WS-SHADOW-STATUS.
		SELECT CHART-OF-ACCTS-FILE ASSIGN TO "COACTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COACT-GL-ACCOUNT
			FILE STATUS IS WS-COACT-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT RPT-FILE ASSIGN TO "YECLBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SHADOW-FILE.
	01  SHADOW-RECORD.
		COPY GLSHDWR.
	FD  CHART-OF-ACCTS-FILE.
	01  CHART-OF-ACCTS-RECORD.
		COPY COACTR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-SHADOW-STATUS		PIC XX.
	01  WS-COACT-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-CLOSE-YEAR		PIC X(4).
	01  WS-YEAR-NUM			PIC 9(4).
	01  WS-NEW-YEAR			PIC X(4).
	01  WS-REFUSAL			PIC X(30).
	01  WS-TRANID			PIC S9(9) COMP-5.
      *
      *  Retained earnings: the credit account of the YECLOSE
      *  mapping event, this one when unmapped.
	01  WS-RETAINED-ACCT		PIC X(10) VALUE "3000000001".
	01  WS-YECL-EVENT		PIC X(8) VALUE "YECLOSE".
	01  WS-YECL-PRODUCT		PIC X(4) VALUE SPACES.
	01  WS-YECL-MAP-DEBIT		PIC X(10).
	01  WS-YECL-MAP-CREDIT		PIC X(10).
	01  WS-YECL-MAP-FOUND		PIC X.
      *
      *  The account in hand and what is left of it to close.
	01  WS-CLASS			PIC X.
		88  WS-CLASS-INCOME	VALUE "I".
		88  WS-CLASS-EXPENSE	VALUE "E".
		88  WS-CLASS-PL		VALUES "I", "E".
		88  WS-CLASS-NONE	VALUE SPACE.
	01  WS-REMAINING		PIC S9(15)V99 COMP-3.
	01  WS-LEG-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-LEG-MAX			PIC S9(11)V99 COMP-3
					VALUE 99999999999.99.
	01  WS-ACCOUNT-DR-CR		PIC X.
      *
      *  Per-branch profit and retained-earnings movement.
	01  WS-BR-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-BR-TABLE.
		05  WS-BR-ENTRY OCCURS 500 TIMES.
			10  WS-BR-CODE		PIC X(6).
			10  WS-BR-INCOME	PIC S9(15)V99 COMP-3.
			10  WS-BR-EXPENSE	PIC S9(15)V99 COMP-3.
			10  WS-BR-RE-MOVEMENT	PIC S9(15)V99 COMP-3.
			10  WS-BR-RE-BEFORE	PIC S9(15)V99 COMP-3.
			10  WS-BR-RE-AFTER	PIC S9(15)V99 COMP-3.
			10  WS-BR-RE-FOUND	PIC X.
	01  WS-BR-IDX			PIC S9(4) COMP-5.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-BR-PROFIT		PIC S9(15)V99 COMP-3.
	01  WS-BR-RESTATED		PIC S9(15)V99 COMP-3.
	01  WS-TOT-INCOME		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-TOT-EXPENSE		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-TOT-PROFIT		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-TOT-MOVEMENT		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-TOT-RE-AFTER		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-ACCOUNTS-CLOSED		PIC 9(9) VALUE 0.
	01  WS-LEGS-WRITTEN		PIC 9(9) VALUE 0.
	01  WS-UNCLASSIFIED		PIC 9(9) VALUE 0.
	01  WS-ROWS-RESTATED		PIC 9(9) VALUE 0.
	01  WS-PROOF-FAILS		PIC 9(9) VALUE 0.
      *
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(8) VALUE "BRANCH".
		05  FILLER		PIC X(12) VALUE "GL ACCOUNT".
		05  FILLER		PIC X(32) VALUE "ACCOUNT NAME".
		05  FILLER		PIC X(9) VALUE "CLASS".
		05  FILLER		PIC X(25)
				VALUE "    YEAR-END BALANCE".
		05  FILLER		PIC X(12) VALUE "NOTE".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-GL-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCOUNT-NAME	PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CLASS		PIC X(7).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BALANCE		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-NOTE		PIC X(20).
	01  WS-PROOF-HEADING.
		05  FILLER		PIC X(8) VALUE "BRANCH".
		05  FILLER		PIC X(20)
				VALUE "          INCOME".
		05  FILLER		PIC X(20)
				VALUE "         EXPENSE".
		05  FILLER		PIC X(20)
				VALUE "      NET PROFIT".
		05  FILLER		PIC X(20)
				VALUE "     RE MOVEMENT".
		05  FILLER		PIC X(20)
				VALUE "  RE OPENING NOW".
		05  FILLER		PIC X(10) VALUE " PROOF".
	01  WS-PROOF-LINE.
		05  PRF-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-INCOME		PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PRF-EXPENSE		PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PRF-PROFIT		PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PRF-MOVEMENT	PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PRF-RE-AFTER	PIC -(15)9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-RESULT		PIC X(10).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "YECLBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE WS-BUSINESS-DATE (1:4) TO WS-CLOSE-YEAR
		MOVE WS-CLOSE-YEAR TO WS-YEAR-NUM
		ADD 1 TO WS-YEAR-NUM
		MOVE WS-YEAR-NUM TO WS-NEW-YEAR
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "YEAR-END CLOSE TO RETAINED EARNINGS - "
			"FINANCIAL YEAR " WS-CLOSE-YEAR
			" - BUSINESS DATE " WS-BUSINESS-DATE
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0100-CHECK-CLOSE-ALLOWED
			IF WS-REFUSAL = SPACES
				PERFORM 1000-CLOSE-YEAR
			ELSE
				MOVE SPACES TO RPT-LINE
				STRING "YEAR NOT CLOSED - " WS-REFUSAL
					DELIMITED BY SIZE INTO RPT-LINE
				WRITE RPT-LINE
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
	0100-CHECK-CLOSE-ALLOWED.
		MOVE SPACES TO WS-REFUSAL
		CALL "GLPERCK1" USING WS-BUSINESS-DATE
			WS-PERIOD-OPEN-FLAG
		CALL "GLMAPLK1" USING WS-YECL-EVENT WS-YECL-PRODUCT
			WS-YECL-MAP-DEBIT WS-YECL-MAP-CREDIT
			WS-YECL-MAP-FOUND
		IF WS-YECL-MAP-FOUND = "Y"
			AND WS-YECL-MAP-CREDIT NOT = SPACES
			MOVE WS-YECL-MAP-CREDIT TO WS-RETAINED-ACCT
		END-IF
		EVALUATE TRUE
			WHEN WS-BUSINESS-DATE (5:2) NOT = "12"
				MOVE "NOT A DECEMBER DATE"
					TO WS-REFUSAL
			WHEN WS-PERIOD-CLOSED
				MOVE "DECEMBER PERIOD CLOSED"
					TO WS-REFUSAL
			WHEN OTHER
				PERFORM 0200-CHECK-RETAINED-ACCT
		END-EVALUATE
		IF WS-REFUSAL = SPACES
			PERFORM 0300-CHECK-NOT-CLOSED
		END-IF.
      *
	0200-CHECK-RETAINED-ACCT.
		OPEN INPUT CHART-OF-ACCTS-FILE
		MOVE WS-RETAINED-ACCT TO COACT-GL-ACCOUNT
		IF WS-COACT-STATUS NOT = "00"
			MOVE "NO CHART OF ACCOUNTS"
				TO WS-REFUSAL
		ELSE
			PERFORM 0210-READ-RETAINED-ACCT
		END-IF
		CLOSE CHART-OF-ACCTS-FILE.
      *
	0210-READ-RETAINED-ACCT.
		READ CHART-OF-ACCTS-FILE
			INVALID KEY
				MOVE "RE ACCOUNT NOT ON CHART"
					TO WS-REFUSAL
			NOT INVALID KEY
				IF NOT COACT-EQUITY OR NOT COACT-ACTIVE
					MOVE "RE ACCOUNT NOT EQUITY"
						TO WS-REFUSAL
				END-IF
		END-READ.
      *
      *  A row already carrying next year's opening balance means
      *  the close has run for this year.
	0300-CHECK-NOT-CLOSED.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SHADOW-FILE
		IF WS-SHADOW-STATUS NOT = "00"
			MOVE "NO SHADOW LEDGER"
				TO WS-REFUSAL
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 0310-READ-FOR-CLOSE UNTIL WS-EOF
		CLOSE SHADOW-FILE.
      *
	0310-READ-FOR-CLOSE.
		READ SHADOW-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF GLSHDW-OPEN-YEAR = WS-NEW-YEAR
					MOVE "YEAR ALREADY CLOSED"
						TO WS-REFUSAL
					SET WS-EOF TO TRUE
				END-IF
		END-READ.
      *
	1000-CLOSE-YEAR.
		OPEN I-O SHADOW-FILE
		OPEN INPUT CHART-OF-ACCTS-FILE
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 2000-CLOSE-PROFIT-AND-LOSS
		PERFORM 3000-RESTATE-OPENING
		PERFORM 3500-ADD-RETAINED-ROWS
		CLOSE GL-INTERFACE-FILE
		CLOSE CHART-OF-ACCTS-FILE
		CLOSE SHADOW-FILE
		PERFORM 4000-PRINT-PROOF
		PERFORM 9000-WRITE-TOTALS.
      *
	2000-CLOSE-PROFIT-AND-LOSS.
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO GLSHDW-KEY
		START SHADOW-FILE KEY >= GLSHDW-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 2100-READ-SHADOW UNTIL WS-EOF.
      *
	2100-READ-SHADOW.
		READ SHADOW-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-CHECK-ACCOUNT
		END-READ.
      *
	2200-CHECK-ACCOUNT.
		PERFORM 8100-READ-CLASS
		EVALUATE TRUE
			WHEN WS-CLASS-NONE
				ADD 1 TO WS-UNCLASSIFIED
				MOVE "UNCLASSIFIED - OPEN" TO DTL-NOTE
				PERFORM 2900-PRINT-ACCOUNT
			WHEN WS-CLASS-PL
				PERFORM 2300-CLOSE-ACCOUNT
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
      *
	2300-CLOSE-ACCOUNT.
		PERFORM 8000-FIND-BRANCH-SLOT
		IF WS-BR-FOUND
			IF WS-CLASS-INCOME
				SUBTRACT GLSHDW-BALANCE
					FROM WS-BR-INCOME (WS-BR-IDX)
			ELSE
				ADD GLSHDW-BALANCE
					TO WS-BR-EXPENSE (WS-BR-IDX)
			END-IF
			IF GLSHDW-BALANCE NOT = ZERO
				ADD 1 TO WS-ACCOUNTS-CLOSED
				MOVE "CLOSED" TO DTL-NOTE
				PERFORM 2900-PRINT-ACCOUNT
				PERFORM 2400-WRITE-CLOSING-LEGS
			END-IF
			MOVE WS-NEW-YEAR TO GLSHDW-OPEN-YEAR
			MOVE ZERO TO GLSHDW-OPEN-BALANCE
			REWRITE SHADOW-RECORD
			ADD 1 TO WS-ROWS-RESTATED
		END-IF.
      *
      *  A debit balance is credited off and the retained earnings
      *  debited; a credit balance the other way round.
	2400-WRITE-CLOSING-LEGS.
		IF GLSHDW-BALANCE > ZERO
			MOVE "C" TO WS-ACCOUNT-DR-CR
			MOVE GLSHDW-BALANCE TO WS-REMAINING
		ELSE
			MOVE "D" TO WS-ACCOUNT-DR-CR
			COMPUTE WS-REMAINING = ZERO - GLSHDW-BALANCE
		END-IF
		PERFORM 2500-WRITE-PAIR UNTIL WS-REMAINING = ZERO.
      *
	2500-WRITE-PAIR.
		IF WS-REMAINING > WS-LEG-MAX
			MOVE WS-LEG-MAX TO WS-LEG-AMOUNT
		ELSE
			MOVE WS-REMAINING TO WS-LEG-AMOUNT
		END-IF
		SUBTRACT WS-LEG-AMOUNT FROM WS-REMAINING
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE GLSHDW-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE GLSHDW-GL-ACCOUNT TO GLINTF-GL-ACCOUNT
		MOVE WS-ACCOUNT-DR-CR TO GLINTF-DR-CR-FLAG
		MOVE WS-LEG-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-RETAINED-ACCT TO GLINTF-GL-ACCOUNT
		IF WS-ACCOUNT-DR-CR = "C"
			SET GLINTF-DEBIT TO TRUE
			SUBTRACT WS-LEG-AMOUNT
				FROM WS-BR-RE-MOVEMENT (WS-BR-IDX)
		ELSE
			SET GLINTF-CREDIT TO TRUE
			ADD WS-LEG-AMOUNT
				TO WS-BR-RE-MOVEMENT (WS-BR-IDX)
		END-IF
		WRITE GL-INTERFACE-RECORD
		ADD 2 TO WS-LEGS-WRITTEN.
      *
	2900-PRINT-ACCOUNT.
		MOVE GLSHDW-BRANCH-CODE TO DTL-BRANCH
		MOVE GLSHDW-GL-ACCOUNT TO DTL-GL-ACCOUNT
		MOVE COACT-ACCOUNT-NAME TO DTL-ACCOUNT-NAME
		EVALUATE TRUE
			WHEN WS-CLASS-INCOME
				MOVE "INCOME" TO DTL-CLASS
			WHEN WS-CLASS-EXPENSE
				MOVE "EXPENSE" TO DTL-CLASS
			WHEN OTHER
				MOVE "NONE" TO DTL-CLASS
		END-EVALUATE
		MOVE GLSHDW-BALANCE TO DTL-BALANCE
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Every row not closed above opens the new year at its
      *  balance, retained earnings less the branch's closing
      *  entries (a credit lowers the debit-positive balance).
	3000-RESTATE-OPENING.
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO GLSHDW-KEY
		START SHADOW-FILE KEY >= GLSHDW-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 3100-READ-SHADOW UNTIL WS-EOF.
      *
	3100-READ-SHADOW.
		READ SHADOW-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF GLSHDW-OPEN-YEAR NOT = WS-NEW-YEAR
					PERFORM 3200-RESTATE-ROW
				END-IF
		END-READ.
      *
	3200-RESTATE-ROW.
		MOVE GLSHDW-BALANCE TO GLSHDW-OPEN-BALANCE
		IF GLSHDW-GL-ACCOUNT = WS-RETAINED-ACCT
			PERFORM 8000-FIND-BRANCH-SLOT
			IF WS-BR-FOUND
				PERFORM 3300-RESTATE-RETAINED
			END-IF
		END-IF
		MOVE WS-NEW-YEAR TO GLSHDW-OPEN-YEAR
		REWRITE SHADOW-RECORD
		ADD 1 TO WS-ROWS-RESTATED.
      *
	3300-RESTATE-RETAINED.
		MOVE "Y" TO WS-BR-RE-FOUND (WS-BR-IDX)
		MOVE GLSHDW-BALANCE TO WS-BR-RE-BEFORE (WS-BR-IDX)
		SUBTRACT WS-BR-RE-MOVEMENT (WS-BR-IDX)
			FROM GLSHDW-OPEN-BALANCE
		MOVE GLSHDW-OPEN-BALANCE TO WS-BR-RE-AFTER (WS-BR-IDX).
      *
      *  A branch with income or expense but no retained-earnings
      *  row yet gets one: nothing rolled so far, opening at the
      *  year's closing entries.
	3500-ADD-RETAINED-ROWS.
		PERFORM 3600-ADD-RETAINED-ROW
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BR-COUNT.
      *
	3600-ADD-RETAINED-ROW.
		IF WS-BR-RE-FOUND (WS-BR-IDX) NOT = "Y"
			MOVE WS-RETAINED-ACCT TO GLSHDW-GL-ACCOUNT
			MOVE WS-BR-CODE (WS-BR-IDX)
				TO GLSHDW-BRANCH-CODE
			MOVE ZERO TO GLSHDW-BALANCE
			MOVE WS-BUSINESS-DATE TO GLSHDW-LAST-ROLL-DATE
			MOVE WS-NEW-YEAR TO GLSHDW-OPEN-YEAR
			COMPUTE GLSHDW-OPEN-BALANCE =
				ZERO - WS-BR-RE-MOVEMENT (WS-BR-IDX)
			WRITE SHADOW-RECORD
			MOVE ZERO TO WS-BR-RE-BEFORE (WS-BR-IDX)
			MOVE GLSHDW-OPEN-BALANCE
				TO WS-BR-RE-AFTER (WS-BR-IDX)
			ADD 1 TO WS-ROWS-RESTATED
		END-IF.
      *
      *  Net profit from the balances closed must equal the
      *  retained-earnings credit from the legs written, and the
      *  re-stated opening must stand that far from the year-end
      *  balance.
	4000-PRINT-PROOF.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NET PROFIT AGAINST RETAINED EARNINGS BY BRANCH"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-PROOF-HEADING TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 4100-PROVE-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BR-COUNT
		MOVE "BANK" TO PRF-BRANCH
		MOVE WS-TOT-INCOME TO PRF-INCOME
		MOVE WS-TOT-EXPENSE TO PRF-EXPENSE
		MOVE WS-TOT-PROFIT TO PRF-PROFIT
		MOVE WS-TOT-MOVEMENT TO PRF-MOVEMENT
		MOVE WS-TOT-RE-AFTER TO PRF-RE-AFTER
		IF WS-PROOF-FAILS = ZERO
			MOVE "PROVED" TO PRF-RESULT
		ELSE
			MOVE "DIFFERENCE" TO PRF-RESULT
		END-IF
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-TBL-OVERFLOW
			MOVE "CLOSE INCOMPLETE - BRANCH TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	4100-PROVE-BRANCH.
		COMPUTE WS-BR-PROFIT = WS-BR-INCOME (WS-BR-IDX)
			- WS-BR-EXPENSE (WS-BR-IDX)
		COMPUTE WS-BR-RESTATED = WS-BR-RE-BEFORE (WS-BR-IDX)
			- WS-BR-RE-AFTER (WS-BR-IDX)
		ADD WS-BR-INCOME (WS-BR-IDX) TO WS-TOT-INCOME
		ADD WS-BR-EXPENSE (WS-BR-IDX) TO WS-TOT-EXPENSE
		ADD WS-BR-PROFIT TO WS-TOT-PROFIT
		ADD WS-BR-RE-MOVEMENT (WS-BR-IDX) TO WS-TOT-MOVEMENT
		ADD WS-BR-RE-AFTER (WS-BR-IDX) TO WS-TOT-RE-AFTER
		MOVE WS-BR-CODE (WS-BR-IDX) TO PRF-BRANCH
		MOVE WS-BR-INCOME (WS-BR-IDX) TO PRF-INCOME
		MOVE WS-BR-EXPENSE (WS-BR-IDX) TO PRF-EXPENSE
		MOVE WS-BR-PROFIT TO PRF-PROFIT
		MOVE WS-BR-RE-MOVEMENT (WS-BR-IDX) TO PRF-MOVEMENT
		MOVE WS-BR-RE-AFTER (WS-BR-IDX) TO PRF-RE-AFTER
		IF WS-BR-PROFIT = WS-BR-RE-MOVEMENT (WS-BR-IDX)
			AND WS-BR-RESTATED = WS-BR-PROFIT
			MOVE "PROVED" TO PRF-RESULT
		ELSE
			MOVE "DIFFERENCE" TO PRF-RESULT
			ADD 1 TO WS-PROOF-FAILS
		END-IF
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-FIND-BRANCH-SLOT.
		MOVE "N" TO WS-BR-FOUND-FLAG
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BR-COUNT
				OR WS-BR-FOUND
			IF WS-BR-CODE (WS-BR-IDX) =
					GLSHDW-BRANCH-CODE
				SET WS-BR-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-BR-FOUND
			SUBTRACT 1 FROM WS-BR-IDX
		ELSE
			PERFORM 8010-ADD-BRANCH
		END-IF.
      *
	8010-ADD-BRANCH.
		IF WS-BR-COUNT < 500
			ADD 1 TO WS-BR-COUNT
			MOVE WS-BR-COUNT TO WS-BR-IDX
			INITIALIZE WS-BR-ENTRY (WS-BR-IDX)
			MOVE GLSHDW-BRANCH-CODE
				TO WS-BR-CODE (WS-BR-IDX)
			MOVE "N" TO WS-BR-RE-FOUND (WS-BR-IDX)
			SET WS-BR-FOUND TO TRUE
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	8100-READ-CLASS.
		MOVE SPACE TO WS-CLASS
		MOVE SPACES TO COACT-ACCOUNT-NAME
		MOVE GLSHDW-GL-ACCOUNT TO COACT-GL-ACCOUNT
		READ CHART-OF-ACCTS-FILE
			INVALID KEY
				MOVE SPACES TO COACT-ACCOUNT-NAME
			NOT INVALID KEY
				IF COACT-CLASS-VALID
					MOVE COACT-ACCOUNT-CLASS
						TO WS-CLASS
				END-IF
		END-READ.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ACCOUNTS CLOSED:" TO CNT-TEXT
		MOVE WS-ACCOUNTS-CLOSED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CLOSING LEGS WRITTEN:" TO CNT-TEXT
		MOVE WS-LEGS-WRITTEN TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "OPENING BALANCES RE-STATED:" TO CNT-TEXT
		MOVE WS-ROWS-RESTATED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ACCOUNTS WITH NO CLASS:" TO CNT-TEXT
		MOVE WS-UNCLASSIFIED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BRANCHES NOT PROVED:" TO CNT-TEXT
		MOVE WS-PROOF-FAILS TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
