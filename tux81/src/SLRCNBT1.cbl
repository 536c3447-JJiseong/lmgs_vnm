      *
      *  SLRCNBT1.cbl
      *
      *  Nightly sub-ledger to GL control-account reconciliation.
      *  GLSHDBT1 says what each GL account holds and RECNBAT1
      *  proves the repayment schedule to the Loan Master; this job
      *  proves the sub-ledgers to the GL - the proof the auditors
      *  ask for every quarter end.  Five sub-ledgers are totalled
      *  by branch, product and currency:
      *
      *   - loan principal (LOANM-PRINCIPAL of open loans) against
      *     loan receivable, the credit account of the REPAYMNT
      *     mapping event for the loan's product - the account
      *     REPAYAP1 pays the loan down from;
      *   - loan penalty (LOANM-PENALTY-BALANCE of open loans)
      *     against penalty receivable;
      *   - demand-deposit balances (DDACC-BALANCE of accounts not
      *     closed) against the deposit liability;
      *   - fixed-deposit principal (FXDEP-PRINCIPAL-AMT of active
      *     deposits) against the term-deposit liability;
      *   - advance credits (ADVCRDR) against the unapplied-credit
      *     liability, homed on the loan's branch.
      *
      *  The last four control accounts are the debit account of
      *  the CTLPNLT, CTLDDBAL, CTLFDPRN and CTLADVCR mapping events
      *  (GLMAPR/GLMAPLK1, product spaces), the house accounts the
      *  posting services use when unmapped.  A foreign-currency
      *  balance is carried at its book rate, as the GL carries it
      *  since the last revaluation (FXRVLBAT1).
      *
      *  A deposit row not yet homed (home branch spaces) is
      *  totalled on head office 000000, the branch the posters
      *  carry it on until a transfer (BRXFR01) homes it; the
      *  count of such rows is on the totals, and the branch
      *  merger (BRMGBT1) lists them.
      *
      *  Each control account's sub-ledger total at each branch is
      *  compared with its shadow GL balance (GLSHDWR) - assets as
      *  debit balances, liabilities as credit balances, so the
      *  liability totals are compared negated - and any pair
      *  differing by more than the maintained tolerance (system
      *  parameter SLRCNTOL, amount, default 1.00) is a break.
      *  Breaks are carried night to night on the break file
      *  (SLRCNR) with the date each first appeared and the date
      *  its amount last moved, so the report traces every break
      *  to its day; a pair that agrees again is reported cleared.
      *
      *  The report (SLRCNBT1.OUT) lists the sub-ledger totals,
      *  then every control account by branch with the sub-ledger
      *  total, the GL balance, tonight's and the prior day's
      *  difference and the dates, branch code in column 1.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  GLSHDBT1 must show a completed run, so the shadow balances
      *  proved here already hold tonight's legs - and again at the
      *  end to stamp this job's own completion.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SLRCNBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
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
		SELECT ADVANCE-CREDIT-FILE ASSIGN TO "ADVCRDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS ADVCR-ACCOUNT-NO
			FILE STATUS IS WS-ADVCR-STATUS.
		SELECT SHADOW-FILE ASSIGN TO "GLSHDWR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GLSHDW-KEY
			FILE STATUS IS WS-SHADOW-STATUS.
		SELECT BREAK-FILE ASSIGN TO "SLRCNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SLRCN-KEY
			FILE STATUS IS WS-SLRCN-STATUS.
		SELECT RPT-FILE ASSIGN TO "SLRCNBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  ADVANCE-CREDIT-FILE.
	01  ADVANCE-CREDIT-RECORD.
		COPY ADVCRDR.
	FD  SHADOW-FILE.
	01  SHADOW-RECORD.
		COPY GLSHDWR.
	FD  BREAK-FILE.
	01  BREAK-RECORD.
		COPY SLRCNR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-ADVCR-STATUS		PIC XX.
	01  WS-SHADOW-STATUS		PIC XX.
	01  WS-SLRCN-STATUS		PIC XX.
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
	01  WS-TOLERANCE		PIC S9(11)V99 COMP-3.
	01  WS-TOLERANCE-EDIT		PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
      *  The five sub-ledgers: the side of the GL their control
      *  account sits on (A asset, L liability) and a report name.
	01  WS-LEDGER-VALUES.
		05  FILLER		PIC X(21)
				VALUE "ALOAN PRINCIPAL".
		05  FILLER		PIC X(21)
				VALUE "ALOAN PENALTY".
		05  FILLER		PIC X(21)
				VALUE "LDD BALANCE".
		05  FILLER		PIC X(21)
				VALUE "LFD PRINCIPAL".
		05  FILLER		PIC X(21)
				VALUE "LADVANCE CREDIT".
	01  WS-LEDGER-TABLE REDEFINES WS-LEDGER-VALUES.
		05  WS-LEDGER-ENTRY OCCURS 5 TIMES.
			10  WS-LEDGER-SIDE	PIC X.
			10  WS-LEDGER-NAME	PIC X(20).
	01  WS-LEDGER-LOAN		PIC 9 VALUE 1.
	01  WS-LEDGER-PENALTY		PIC 9 VALUE 2.
	01  WS-LEDGER-DD		PIC 9 VALUE 3.
	01  WS-LEDGER-FD		PIC 9 VALUE 4.
	01  WS-LEDGER-ADVANCE		PIC 9 VALUE 5.
      *
      *  Control accounts: loan receivable per product through the
      *  REPAYMNT event, the others through their own event.
	01  WS-LOAN-RECV-ACCT		PIC X(10) VALUE "1000000001".
	01  WS-PNLT-RECV-ACCT		PIC X(10) VALUE "1000000002".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-FD-LIABILITY-ACCT	PIC X(10) VALUE "2000000001".
	01  WS-ADVCR-LIAB-ACCT		PIC X(10) VALUE "2000000090".
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-GLMAP-PRODUCT		PIC X(4).
	01  WS-GLMAP-DEBIT		PIC X(10).
	01  WS-GLMAP-CREDIT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-PRD-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-PRD-TABLE.
		05  WS-PRD-ENTRY OCCURS 100 TIMES.
			10  WS-PRD-CODE		PIC X(4).
			10  WS-PRD-ACCOUNT	PIC X(10).
	01  WS-PRD-IDX			PIC S9(4) COMP-5.
	01  WS-PRD-FOUND-FLAG		PIC X.
		88  WS-PRD-FOUND	VALUE "Y".
	01  WS-CTA-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CTA-TABLE.
		05  WS-CTA-ACCOUNT OCCURS 100 TIMES
					PIC X(10).
	01  WS-CTA-IDX			PIC S9(4) COMP-5.
	01  WS-CTA-FOUND-FLAG		PIC X.
		88  WS-CTA-FOUND	VALUE "Y".
      *
      *  The balance in hand, as the sub-ledger passes hand it on.
	01  WS-CUR-LEDGER		PIC 9.
	01  WS-CUR-ACCOUNT		PIC X(10).
	01  WS-CUR-BRANCH		PIC X(6).
	01  WS-CUR-PRODUCT		PIC X(4).
	01  WS-CUR-CURRENCY		PIC X(3).
	01  WS-CUR-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-CUR-BOOK-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-CUR-VND			PIC S9(15)V99 COMP-3.
      *
      *  Sub-ledger totals by ledger, control account, branch,
      *  product and currency.
	01  WS-SUB-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SUB-TABLE.
		05  WS-SUB-ENTRY OCCURS 2000 TIMES.
			10  WS-SUB-LEDGER	PIC 9.
			10  WS-SUB-ACCOUNT	PIC X(10).
			10  WS-SUB-BRANCH	PIC X(6).
			10  WS-SUB-PRODUCT	PIC X(4).
			10  WS-SUB-CURRENCY	PIC X(3).
			10  WS-SUB-ITEMS	PIC S9(9) COMP-3.
			10  WS-SUB-AMOUNT
					PIC S9(15)V99 COMP-3.
			10  WS-SUB-VND
					PIC S9(15)V99 COMP-3.
	01  WS-SUB-IDX			PIC S9(4) COMP-5.
	01  WS-SUB-FOUND-FLAG		PIC X.
		88  WS-SUB-FOUND	VALUE "Y".
      *
      *  Control account by branch: the sub-ledger total on the
      *  GL's sign and the shadow balance.
	01  WS-CTL-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CTL-TABLE.
		05  WS-CTL-ENTRY OCCURS 1000 TIMES.
			10  WS-CTL-ACCOUNT	PIC X(10).
			10  WS-CTL-BRANCH	PIC X(6).
			10  WS-CTL-LEDGER
					PIC S9(15)V99 COMP-3.
			10  WS-CTL-SHADOW
					PIC S9(15)V99 COMP-3.
	01  WS-CTL-IDX			PIC S9(4) COMP-5.
	01  WS-CTL-FOUND-FLAG		PIC X.
		88  WS-CTL-FOUND	VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
      *
	01  WS-DIFFERENCE		PIC S9(15)V99 COMP-3.
	01  WS-ABS-DIFFERENCE		PIC S9(15)V99 COMP-3.
	01  WS-BREAK-FOUND-FLAG		PIC X.
		88  WS-BREAK-FOUND	VALUE "Y".
	01  WS-ITEMS-READ		PIC 9(9) VALUE 0.
	01  WS-ITEMS-UNHOMED		PIC 9(9) VALUE 0.
	01  WS-PAIRS-PROVED		PIC 9(9) VALUE 0.
	01  WS-PAIRS-AGREED		PIC 9(9) VALUE 0.
	01  WS-BREAKS-NEW		PIC 9(9) VALUE 0.
	01  WS-BREAKS-OPEN		PIC 9(9) VALUE 0.
	01  WS-BREAKS-CLEARED		PIC 9(9) VALUE 0.
      *
	01  WS-SUB-HEADING.
		05  FILLER		PIC X(8) VALUE "BRANCH".
		05  FILLER		PIC X(22) VALUE "SUB-LEDGER".
		05  FILLER		PIC X(12) VALUE "GL ACCOUNT".
		05  FILLER		PIC X(6) VALUE "PROD".
		05  FILLER		PIC X(5) VALUE "CCY".
		05  FILLER		PIC X(9) VALUE "    ITEMS".
		05  FILLER		PIC X(20)
				VALUE "     AMOUNT IN CCY".
		05  FILLER		PIC X(20)
				VALUE "   BOOK AMOUNT VND".
	01  WS-SUB-LINE.
		05  SUB-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SUB-LEDGER-NAME	PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SUB-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SUB-PRODUCT		PIC X(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SUB-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SUB-ITEMS		PIC ZZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  SUB-AMOUNT		PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  SUB-VND		PIC -(15)9.99.
	01  WS-CTL-HEADING.
		05  FILLER		PIC X(8) VALUE "BRANCH".
		05  FILLER		PIC X(12) VALUE "GL ACCOUNT".
		05  FILLER		PIC X(20)
				VALUE "    SUB-LEDGER (GL)".
		05  FILLER		PIC X(20)
				VALUE "    SHADOW GL".
		05  FILLER		PIC X(20)
				VALUE "    DIFFERENCE".
		05  FILLER		PIC X(21)
				VALUE "    PRIOR DAY DIFF".
		05  FILLER		PIC X(10) VALUE "FIRST SEEN".
		05  FILLER		PIC X(10) VALUE "LAST MOVED".
		05  FILLER		PIC X(11) VALUE "PROOF".
	01  WS-CTL-LINE.
		05  CTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CTL-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CTL-LEDGER		PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  CTL-SHADOW		PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  CTL-DIFFERENCE	PIC -(15)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  CTL-PRIOR		PIC -(15)9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CTL-FIRST-SEEN	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CTL-LAST-MOVED	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CTL-RESULT		PIC X(11).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "SLRCNBT1".
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
		PERFORM 0100-LOAD-TOLERANCE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "SUB-LEDGER TO GL CONTROL-ACCOUNT RECONCILIATION"
			" - BUSINESS DATE " WS-BUSINESS-DATE
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0500-RESOLVE-ACCOUNTS
			PERFORM 1000-TOTAL-LOANS
			PERFORM 1500-TOTAL-DEMAND-DEPOSITS
			PERFORM 1600-TOTAL-FIXED-DEPOSITS
			PERFORM 1700-TOTAL-ADVANCE-CREDITS
			PERFORM 2000-PRINT-SUB-LEDGERS
			PERFORM 3000-LOAD-SHADOW-BALANCES
			PERFORM 4000-PROVE-CONTROL-ACCOUNTS
			PERFORM 9000-WRITE-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-LOAD-TOLERANCE.
		MOVE 1.00 TO WS-TOLERANCE
		MOVE "SLRCNTOL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-BUSINESS-DATE WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT TO WS-TOLERANCE
		END-IF.
      *
      *  Every control account is listed up front, so one whose
      *  sub-ledger is empty is still proved against the GL.
	0500-RESOLVE-ACCOUNTS.
		MOVE SPACES TO WS-GLMAP-PRODUCT
		MOVE "CTLPNLT" TO WS-GLMAP-EVENT
		PERFORM 0510-MAP-CONTROL-ACCOUNT
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-DEBIT TO WS-PNLT-RECV-ACCT
		END-IF
		MOVE "CTLDDBAL" TO WS-GLMAP-EVENT
		PERFORM 0510-MAP-CONTROL-ACCOUNT
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-DEBIT TO WS-DD-LIABILITY-ACCT
		END-IF
		MOVE "CTLFDPRN" TO WS-GLMAP-EVENT
		PERFORM 0510-MAP-CONTROL-ACCOUNT
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-DEBIT TO WS-FD-LIABILITY-ACCT
		END-IF
		MOVE "CTLADVCR" TO WS-GLMAP-EVENT
		PERFORM 0510-MAP-CONTROL-ACCOUNT
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-DEBIT TO WS-ADVCR-LIAB-ACCT
		END-IF
		MOVE WS-LOAN-RECV-ACCT TO WS-CUR-ACCOUNT
		PERFORM 8300-NOTE-CONTROL-ACCOUNT
		MOVE WS-PNLT-RECV-ACCT TO WS-CUR-ACCOUNT
		PERFORM 8300-NOTE-CONTROL-ACCOUNT
		MOVE WS-DD-LIABILITY-ACCT TO WS-CUR-ACCOUNT
		PERFORM 8300-NOTE-CONTROL-ACCOUNT
		MOVE WS-FD-LIABILITY-ACCT TO WS-CUR-ACCOUNT
		PERFORM 8300-NOTE-CONTROL-ACCOUNT
		MOVE WS-ADVCR-LIAB-ACCT TO WS-CUR-ACCOUNT
		PERFORM 8300-NOTE-CONTROL-ACCOUNT.
      *
	0510-MAP-CONTROL-ACCOUNT.
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT WS-GLMAP-PRODUCT
			WS-GLMAP-DEBIT WS-GLMAP-CREDIT
			WS-GLMAP-FOUND-FLAG
		IF WS-GLMAP-DEBIT = SPACES
			MOVE "N" TO WS-GLMAP-FOUND-FLAG
		END-IF.
      *
	1000-TOTAL-LOANS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE.
      *
	1100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN
					PERFORM 1200-TAKE-LOAN
				END-IF
		END-READ.
      *
	1200-TAKE-LOAN.
		ADD 1 TO WS-ITEMS-READ
		PERFORM 8400-LOAN-RECV-FOR-PRODUCT
		MOVE LOANM-BRANCH-CODE TO WS-CUR-BRANCH
		MOVE LOANM-PRODUCT-CODE TO WS-CUR-PRODUCT
		MOVE LOANM-CURRENCY-CODE TO WS-CUR-CURRENCY
		MOVE LOANM-BOOK-RATE TO WS-CUR-BOOK-RATE
		MOVE WS-LEDGER-LOAN TO WS-CUR-LEDGER
		MOVE LOANM-PRINCIPAL TO WS-CUR-AMOUNT
		PERFORM 8000-ADD-TO-LEDGER
		IF LOANM-PENALTY-BALANCE NOT = ZERO
			MOVE WS-LEDGER-PENALTY TO WS-CUR-LEDGER
			MOVE WS-PNLT-RECV-ACCT TO WS-CUR-ACCOUNT
			MOVE LOANM-PENALTY-BALANCE TO WS-CUR-AMOUNT
			PERFORM 8000-ADD-TO-LEDGER
		END-IF.
      *
	1500-TOTAL-DEMAND-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1510-READ-DD-ACCOUNT UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE.
      *
	1510-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF NOT DDACC-CLOSED
					PERFORM 1520-TAKE-DD-ACCOUNT
				END-IF
		END-READ.
      *
	1520-TAKE-DD-ACCOUNT.
		ADD 1 TO WS-ITEMS-READ
		MOVE WS-LEDGER-DD TO WS-CUR-LEDGER
		MOVE WS-DD-LIABILITY-ACCT TO WS-CUR-ACCOUNT
		MOVE DDACC-HOME-BRANCH TO WS-CUR-BRANCH
		PERFORM 1900-CHECK-HOME
		MOVE SPACES TO WS-CUR-PRODUCT
		MOVE "VND" TO WS-CUR-CURRENCY
		MOVE ZERO TO WS-CUR-BOOK-RATE
		MOVE DDACC-BALANCE TO WS-CUR-AMOUNT
		PERFORM 8000-ADD-TO-LEDGER.
      *
      *  Dormant and escheated deposits have left the term-deposit
      *  liability (DORMBAT1), so only active ones are counted.
	1600-TOTAL-FIXED-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1610-READ-DEPOSIT UNTIL WS-EOF
		CLOSE FX-DEPOSIT-FILE.
      *
	1610-READ-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXDEP-ACTIVE
					PERFORM 1620-TAKE-DEPOSIT
				END-IF
		END-READ.
      *
	1620-TAKE-DEPOSIT.
		ADD 1 TO WS-ITEMS-READ
		MOVE WS-LEDGER-FD TO WS-CUR-LEDGER
		MOVE WS-FD-LIABILITY-ACCT TO WS-CUR-ACCOUNT
		MOVE FXDEP-HOME-BRANCH TO WS-CUR-BRANCH
		PERFORM 1900-CHECK-HOME
		MOVE SPACES TO WS-CUR-PRODUCT
		MOVE FXDEP-CURRENCY-CODE TO WS-CUR-CURRENCY
		MOVE FXDEP-BOOK-RATE TO WS-CUR-BOOK-RATE
		MOVE FXDEP-PRINCIPAL-AMT TO WS-CUR-AMOUNT
		PERFORM 8000-ADD-TO-LEDGER.
      *
      *  An advance credit sits on its loan's branch, in the loan's
      *  product and currency.
	1700-TOTAL-ADVANCE-CREDITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT ADVANCE-CREDIT-FILE
		IF WS-ADVCR-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		OPEN INPUT LOAN-MASTER-FILE
		PERFORM 1710-READ-ADVANCE UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE ADVANCE-CREDIT-FILE.
      *
	1710-READ-ADVANCE.
		READ ADVANCE-CREDIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF ADVCR-BALANCE NOT = ZERO
					PERFORM 1720-TAKE-ADVANCE
				END-IF
		END-READ.
      *
	1720-TAKE-ADVANCE.
		ADD 1 TO WS-ITEMS-READ
		MOVE SPACES TO WS-CUR-BRANCH
		MOVE SPACES TO WS-CUR-PRODUCT
		MOVE "VND" TO WS-CUR-CURRENCY
		MOVE ZERO TO WS-CUR-BOOK-RATE
		MOVE ADVCR-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE LOANM-BRANCH-CODE TO WS-CUR-BRANCH
				MOVE LOANM-PRODUCT-CODE
					TO WS-CUR-PRODUCT
				MOVE LOANM-CURRENCY-CODE
					TO WS-CUR-CURRENCY
				MOVE LOANM-BOOK-RATE TO WS-CUR-BOOK-RATE
		END-READ
		MOVE WS-LEDGER-ADVANCE TO WS-CUR-LEDGER
		MOVE WS-ADVCR-LIAB-ACCT TO WS-CUR-ACCOUNT
		MOVE ADVCR-BALANCE TO WS-CUR-AMOUNT
		PERFORM 8000-ADD-TO-LEDGER.
      *
	1900-CHECK-HOME.
		IF WS-CUR-BRANCH = SPACES
			MOVE "000000" TO WS-CUR-BRANCH
			ADD 1 TO WS-ITEMS-UNHOMED
		END-IF.
      *
	2000-PRINT-SUB-LEDGERS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SUB-LEDGER TOTALS BY BRANCH, PRODUCT AND CURRENCY"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-SUB-HEADING TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 2100-PRINT-SUB-LINE
			VARYING WS-SUB-IDX FROM 1 BY 1
			UNTIL WS-SUB-IDX > WS-SUB-COUNT.
      *
	2100-PRINT-SUB-LINE.
		MOVE WS-SUB-BRANCH (WS-SUB-IDX) TO SUB-BRANCH
		MOVE WS-LEDGER-NAME (WS-SUB-LEDGER (WS-SUB-IDX))
			TO SUB-LEDGER-NAME
		MOVE WS-SUB-ACCOUNT (WS-SUB-IDX) TO SUB-ACCOUNT
		MOVE WS-SUB-PRODUCT (WS-SUB-IDX) TO SUB-PRODUCT
		MOVE WS-SUB-CURRENCY (WS-SUB-IDX) TO SUB-CURRENCY
		MOVE WS-SUB-ITEMS (WS-SUB-IDX) TO SUB-ITEMS
		MOVE WS-SUB-AMOUNT (WS-SUB-IDX) TO SUB-AMOUNT
		MOVE WS-SUB-VND (WS-SUB-IDX) TO SUB-VND
		MOVE WS-SUB-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  The shadow balance of every control account at every
      *  branch, and every break still open from an earlier night,
      *  joins the sub-ledger totals before the proof.
	3000-LOAD-SHADOW-BALANCES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SHADOW-FILE
		IF WS-SHADOW-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-SHADOW UNTIL WS-EOF
		CLOSE SHADOW-FILE
		OPEN I-O BREAK-FILE
		IF WS-SLRCN-STATUS NOT = "00"
			CLOSE BREAK-FILE
			OPEN OUTPUT BREAK-FILE
			CLOSE BREAK-FILE
			OPEN I-O BREAK-FILE
		END-IF
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO SLRCN-KEY
		START BREAK-FILE KEY >= SLRCN-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 3200-READ-BREAK UNTIL WS-EOF.
      *
	3100-READ-SHADOW.
		READ SHADOW-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				MOVE GLSHDW-GL-ACCOUNT TO WS-CUR-ACCOUNT
				PERFORM 8310-FIND-CONTROL-ACCOUNT
				IF WS-CTA-FOUND
					PERFORM 3110-TAKE-SHADOW
				END-IF
		END-READ.
      *
	3110-TAKE-SHADOW.
		MOVE GLSHDW-BRANCH-CODE TO WS-CUR-BRANCH
		PERFORM 8200-FIND-CONTROL-SLOT
		IF WS-CTL-FOUND
			ADD GLSHDW-BALANCE TO WS-CTL-SHADOW (WS-CTL-IDX)
		END-IF.
      *
	3200-READ-BREAK.
		READ BREAK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF SLRCN-FIRST-SEEN-DATE NOT = SPACES
					MOVE SLRCN-GL-ACCOUNT
						TO WS-CUR-ACCOUNT
					MOVE SLRCN-BRANCH-CODE
						TO WS-CUR-BRANCH
					PERFORM 8200-FIND-CONTROL-SLOT
				END-IF
		END-READ.
      *
	4000-PROVE-CONTROL-ACCOUNTS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-TOLERANCE TO WS-TOLERANCE-EDIT
		MOVE SPACES TO RPT-LINE
		STRING "CONTROL ACCOUNTS BY BRANCH - TOLERANCE "
			WS-TOLERANCE-EDIT
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-CTL-HEADING TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 4100-PROVE-PAIR
			VARYING WS-CTL-IDX FROM 1 BY 1
			UNTIL WS-CTL-IDX > WS-CTL-COUNT
		CLOSE BREAK-FILE
		IF WS-TBL-OVERFLOW
			MOVE "PROOF INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	4100-PROVE-PAIR.
		ADD 1 TO WS-PAIRS-PROVED
		COMPUTE WS-DIFFERENCE = WS-CTL-SHADOW (WS-CTL-IDX)
			- WS-CTL-LEDGER (WS-CTL-IDX)
		IF WS-DIFFERENCE < ZERO
			COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
		ELSE
			MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
		END-IF
		MOVE WS-CTL-ACCOUNT (WS-CTL-IDX) TO SLRCN-GL-ACCOUNT
		MOVE WS-CTL-BRANCH (WS-CTL-IDX) TO SLRCN-BRANCH-CODE
		READ BREAK-FILE
			INVALID KEY
				MOVE "N" TO WS-BREAK-FOUND-FLAG
			NOT INVALID KEY
				SET WS-BREAK-FOUND TO TRUE
		END-READ
		IF WS-BREAK-FOUND
			AND SLRCN-LAST-RUN-DATE < WS-BUSINESS-DATE
			MOVE SLRCN-DIFFERENCE TO SLRCN-PRIOR-DIFFERENCE
		END-IF
		IF WS-ABS-DIFFERENCE > WS-TOLERANCE
			PERFORM 4200-RECORD-BREAK
		ELSE
			PERFORM 4300-RECORD-AGREEMENT
		END-IF
		MOVE WS-CTL-BRANCH (WS-CTL-IDX) TO CTL-BRANCH
		MOVE WS-CTL-ACCOUNT (WS-CTL-IDX) TO CTL-ACCOUNT
		MOVE WS-CTL-LEDGER (WS-CTL-IDX) TO CTL-LEDGER
		MOVE WS-CTL-SHADOW (WS-CTL-IDX) TO CTL-SHADOW
		MOVE WS-DIFFERENCE TO CTL-DIFFERENCE
		MOVE WS-CTL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  A break keeps the day it first appeared; the day it last
      *  moved is tonight whenever its amount changed.
	4200-RECORD-BREAK.
		IF NOT WS-BREAK-FOUND
			MOVE ZERO TO SLRCN-DIFFERENCE
			MOVE ZERO TO SLRCN-PRIOR-DIFFERENCE
			MOVE SPACES TO SLRCN-FIRST-SEEN-DATE
			MOVE SPACES TO SLRCN-LAST-MOVED-DATE
		END-IF
		EVALUATE TRUE
			WHEN SLRCN-FIRST-SEEN-DATE = SPACES
				MOVE WS-BUSINESS-DATE
					TO SLRCN-FIRST-SEEN-DATE
				MOVE WS-BUSINESS-DATE
					TO SLRCN-LAST-MOVED-DATE
			WHEN WS-DIFFERENCE NOT = SLRCN-DIFFERENCE
				MOVE WS-BUSINESS-DATE
					TO SLRCN-LAST-MOVED-DATE
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		IF SLRCN-FIRST-SEEN-DATE = WS-BUSINESS-DATE
			MOVE "NEW BREAK" TO CTL-RESULT
			ADD 1 TO WS-BREAKS-NEW
		ELSE
			MOVE "BREAK" TO CTL-RESULT
			ADD 1 TO WS-BREAKS-OPEN
		END-IF
		MOVE WS-DIFFERENCE TO SLRCN-DIFFERENCE
		MOVE WS-BUSINESS-DATE TO SLRCN-LAST-RUN-DATE
		PERFORM 4400-SAVE-BREAK-ROW
		MOVE SLRCN-PRIOR-DIFFERENCE TO CTL-PRIOR
		MOVE SLRCN-FIRST-SEEN-DATE TO CTL-FIRST-SEEN
		MOVE SLRCN-LAST-MOVED-DATE TO CTL-LAST-MOVED.
      *
      *  A pair that agrees needs no row unless it broke before;
      *  that row is kept, its first-seen date cleared.
	4300-RECORD-AGREEMENT.
		MOVE SPACES TO CTL-FIRST-SEEN
		MOVE SPACES TO CTL-LAST-MOVED
		IF WS-BREAK-FOUND
			MOVE SLRCN-PRIOR-DIFFERENCE TO CTL-PRIOR
			IF SLRCN-FIRST-SEEN-DATE NOT = SPACES
				MOVE SLRCN-FIRST-SEEN-DATE
					TO CTL-FIRST-SEEN
				MOVE WS-BUSINESS-DATE TO CTL-LAST-MOVED
				MOVE SPACES TO SLRCN-FIRST-SEEN-DATE
				MOVE WS-BUSINESS-DATE
					TO SLRCN-LAST-MOVED-DATE
				MOVE "CLEARED" TO CTL-RESULT
				ADD 1 TO WS-BREAKS-CLEARED
			ELSE
				MOVE "AGREED" TO CTL-RESULT
				ADD 1 TO WS-PAIRS-AGREED
			END-IF
			MOVE WS-DIFFERENCE TO SLRCN-DIFFERENCE
			MOVE WS-BUSINESS-DATE TO SLRCN-LAST-RUN-DATE
			REWRITE BREAK-RECORD
		ELSE
			MOVE ZERO TO CTL-PRIOR
			MOVE "AGREED" TO CTL-RESULT
			ADD 1 TO WS-PAIRS-AGREED
		END-IF.
      *
	4400-SAVE-BREAK-ROW.
		IF WS-BREAK-FOUND
			REWRITE BREAK-RECORD
		ELSE
			WRITE BREAK-RECORD
		END-IF.
      *
      *  One balance into its sub-ledger line and, on the GL's
      *  sign, into its control account at its branch.
	8000-ADD-TO-LEDGER.
		IF WS-CUR-CURRENCY = SPACES
			MOVE "VND" TO WS-CUR-CURRENCY
		END-IF
		IF WS-CUR-CURRENCY NOT = "VND"
			AND WS-CUR-BOOK-RATE > ZERO
			COMPUTE WS-CUR-VND ROUNDED =
				WS-CUR-AMOUNT * WS-CUR-BOOK-RATE
		ELSE
			MOVE WS-CUR-AMOUNT TO WS-CUR-VND
		END-IF
		PERFORM 8100-FIND-SUB-SLOT
		IF WS-SUB-FOUND
			ADD 1 TO WS-SUB-ITEMS (WS-SUB-IDX)
			ADD WS-CUR-AMOUNT TO WS-SUB-AMOUNT (WS-SUB-IDX)
			ADD WS-CUR-VND TO WS-SUB-VND (WS-SUB-IDX)
		END-IF
		PERFORM 8200-FIND-CONTROL-SLOT
		IF WS-CTL-FOUND
			IF WS-LEDGER-SIDE (WS-CUR-LEDGER) = "L"
				SUBTRACT WS-CUR-VND
					FROM WS-CTL-LEDGER (WS-CTL-IDX)
			ELSE
				ADD WS-CUR-VND
					TO WS-CTL-LEDGER (WS-CTL-IDX)
			END-IF
		END-IF.
      *
	8100-FIND-SUB-SLOT.
		MOVE "N" TO WS-SUB-FOUND-FLAG
		PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
				UNTIL WS-SUB-IDX > WS-SUB-COUNT
				OR WS-SUB-FOUND
			IF WS-SUB-LEDGER (WS-SUB-IDX) = WS-CUR-LEDGER
				AND WS-SUB-ACCOUNT (WS-SUB-IDX)
					= WS-CUR-ACCOUNT
				AND WS-SUB-BRANCH (WS-SUB-IDX)
					= WS-CUR-BRANCH
				AND WS-SUB-PRODUCT (WS-SUB-IDX)
					= WS-CUR-PRODUCT
				AND WS-SUB-CURRENCY (WS-SUB-IDX)
					= WS-CUR-CURRENCY
				SET WS-SUB-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-SUB-FOUND
			SUBTRACT 1 FROM WS-SUB-IDX
		ELSE
			PERFORM 8110-ADD-SUB-SLOT
		END-IF.
      *
	8110-ADD-SUB-SLOT.
		IF WS-SUB-COUNT < 2000
			ADD 1 TO WS-SUB-COUNT
			MOVE WS-SUB-COUNT TO WS-SUB-IDX
			INITIALIZE WS-SUB-ENTRY (WS-SUB-IDX)
			MOVE WS-CUR-LEDGER TO WS-SUB-LEDGER (WS-SUB-IDX)
			MOVE WS-CUR-ACCOUNT
				TO WS-SUB-ACCOUNT (WS-SUB-IDX)
			MOVE WS-CUR-BRANCH TO WS-SUB-BRANCH (WS-SUB-IDX)
			MOVE WS-CUR-PRODUCT
				TO WS-SUB-PRODUCT (WS-SUB-IDX)
			MOVE WS-CUR-CURRENCY
				TO WS-SUB-CURRENCY (WS-SUB-IDX)
			SET WS-SUB-FOUND TO TRUE
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	8200-FIND-CONTROL-SLOT.
		MOVE "N" TO WS-CTL-FOUND-FLAG
		PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
				UNTIL WS-CTL-IDX > WS-CTL-COUNT
				OR WS-CTL-FOUND
			IF WS-CTL-ACCOUNT (WS-CTL-IDX) = WS-CUR-ACCOUNT
				AND WS-CTL-BRANCH (WS-CTL-IDX)
					= WS-CUR-BRANCH
				SET WS-CTL-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CTL-FOUND
			SUBTRACT 1 FROM WS-CTL-IDX
		ELSE
			PERFORM 8210-ADD-CONTROL-SLOT
		END-IF.
      *
	8210-ADD-CONTROL-SLOT.
		IF WS-CTL-COUNT < 1000
			ADD 1 TO WS-CTL-COUNT
			MOVE WS-CTL-COUNT TO WS-CTL-IDX
			INITIALIZE WS-CTL-ENTRY (WS-CTL-IDX)
			MOVE WS-CUR-ACCOUNT
				TO WS-CTL-ACCOUNT (WS-CTL-IDX)
			MOVE WS-CUR-BRANCH TO WS-CTL-BRANCH (WS-CTL-IDX)
			SET WS-CTL-FOUND TO TRUE
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	8300-NOTE-CONTROL-ACCOUNT.
		PERFORM 8310-FIND-CONTROL-ACCOUNT
		IF NOT WS-CTA-FOUND
			IF WS-CTA-COUNT < 100
				ADD 1 TO WS-CTA-COUNT
				MOVE WS-CUR-ACCOUNT
					TO WS-CTA-ACCOUNT (WS-CTA-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	8310-FIND-CONTROL-ACCOUNT.
		MOVE "N" TO WS-CTA-FOUND-FLAG
		PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
				UNTIL WS-CTA-IDX > WS-CTA-COUNT
				OR WS-CTA-FOUND
			IF WS-CTA-ACCOUNT (WS-CTA-IDX) = WS-CUR-ACCOUNT
				SET WS-CTA-FOUND TO TRUE
			END-IF
		END-PERFORM.
      *
      *  Loan receivable for the loan's product, resolved once per
      *  product through the REPAYMNT event.
	8400-LOAN-RECV-FOR-PRODUCT.
		MOVE "N" TO WS-PRD-FOUND-FLAG
		PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
				UNTIL WS-PRD-IDX > WS-PRD-COUNT
				OR WS-PRD-FOUND
			IF WS-PRD-CODE (WS-PRD-IDX) = LOANM-PRODUCT-CODE
				SET WS-PRD-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-PRD-FOUND
			SUBTRACT 1 FROM WS-PRD-IDX
			MOVE WS-PRD-ACCOUNT (WS-PRD-IDX)
				TO WS-CUR-ACCOUNT
		ELSE
			PERFORM 8410-MAP-LOAN-RECV
		END-IF.
      *
	8410-MAP-LOAN-RECV.
		MOVE WS-LOAN-RECV-ACCT TO WS-CUR-ACCOUNT
		MOVE "REPAYMNT" TO WS-GLMAP-EVENT
		MOVE LOANM-PRODUCT-CODE TO WS-GLMAP-PRODUCT
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT WS-GLMAP-PRODUCT
			WS-GLMAP-DEBIT WS-GLMAP-CREDIT
			WS-GLMAP-FOUND-FLAG
		IF WS-GLMAP-FOUND-FLAG = "Y"
			AND WS-GLMAP-CREDIT NOT = SPACES
			MOVE WS-GLMAP-CREDIT TO WS-CUR-ACCOUNT
		END-IF
		PERFORM 8300-NOTE-CONTROL-ACCOUNT
		IF WS-PRD-COUNT < 100
			ADD 1 TO WS-PRD-COUNT
			MOVE LOANM-PRODUCT-CODE
				TO WS-PRD-CODE (WS-PRD-COUNT)
			MOVE WS-CUR-ACCOUNT
				TO WS-PRD-ACCOUNT (WS-PRD-COUNT)
		END-IF.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SUB-LEDGER ITEMS READ:" TO CNT-TEXT
		MOVE WS-ITEMS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DEPOSITS NOT HOMED (000000):" TO CNT-TEXT
		MOVE WS-ITEMS-UNHOMED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CONTROL ACCOUNTS PROVED:" TO CNT-TEXT
		MOVE WS-PAIRS-PROVED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "AGREED WITHIN TOLERANCE:" TO CNT-TEXT
		MOVE WS-PAIRS-AGREED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NEW BREAKS TONIGHT:" TO CNT-TEXT
		MOVE WS-BREAKS-NEW TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BREAKS OPEN FROM EARLIER:" TO CNT-TEXT
		MOVE WS-BREAKS-OPEN TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BREAKS CLEARED TONIGHT:" TO CNT-TEXT
		MOVE WS-BREAKS-CLEARED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
