      *
      *  CURTAP1.cbl
      *
      *  Principal curtailment core.  CALLed subprogram on the
      *  REPAYAP1/FEEASS01 "small CALLed subprogram used by multiple
      *  programs" shape, driven by LNRPAY01's curtailment functions
      *  so money a customer brings beyond the installments due can
      *  go straight off LOANM-PRINCIPAL instead of being parked on
      *  the advance-credit register (ADVCRDR) or faked as a
      *  restructure through LNRSTR01.
      *
      *  The loan must be open and current - every installment
      *  already due on the value date must be settled first, so a
      *  curtailment never jumps the queue ahead of arrears - and
      *  the amount must leave some principal outstanding (a full
      *  payoff is a settlement, not a curtailment).  The amount is
      *  posted as one receipt: debit the caller's tender account,
      *  credit loan receivable (REPAYMNT mapping event per the
      *  loan's product, GLMAPLK1), net of any participant share on
      *  a sold-down loan (LNPARTR) exactly as REPAYAP1 splits its
      *  principal, with a foreign-currency loan realizing the FX
      *  difference against LOANM-BOOK-RATE under the same TRANID,
      *  and a CURTAIL row on the account's transaction history
      *  (TRNHSTR/TRNHLOG) so the payment shows on the ledger.  The
      *  regenerated schedule cannot be mirrored from a history
      *  row, so TRNRVAP1 refuses a CURTAIL event like any other
      *  non-reversible one and the desk restructures instead.
      *
      *  Every unpaid REPAYSCH installment is then superseded to
      *  the dispute file (REPAYHST) stamped "CURTAIL" and the
      *  schedule regenerated from the reduced balance on the due
      *  dates the customer already knows, by the option chosen:
      *    T  keep the installment, shorten the term - rows are
      *       generated at the current installment (annuity
      *       payment, or equal-principal slice) until the balance
      *       runs out, the last row absorbing the remainder;
      *    P  keep the term, lower the installment - the same
      *       number of amortizing rows are regenerated over the
      *       reduced balance by the loan's own method.
      *  A bullet or balloon loan has no level installment to keep
      *  running until the balance is gone - the principal falls
      *  due at the end - so either option regenerates it the P
      *  way: the bullet's interest falls with the balance, and the
      *  balloon's installment is re-levelled over the same count
      *  with LOANM-BALLOON-AMT still left for the last row.
      *  Preserved grace rows and a PARTIAL installment's collected
      *  interest and premium carry across exactly as LNRSTR01
      *  carries them, and LOANM-TERM-MONTHS is restated so the
      *  master still shows the loan's full life.
      *
      *  A product flagged for an early-repayment fee
      *  (LNPROD-PREPAY-FEE-FLAG) is charged through FEEASS01 on the
      *  PREPAY fee-table event, based on the curtailed amount.
      *  LS-RESULT-CODE comes back zero when applied, or the
      *  APPL-CODE-style reason (see APPLCODR) when not.
      *
      *  The curtailed principal on a loan booked under a revolving
      *  customer credit facility goes back to the facility's
      *  headroom through FACLCK1, exactly as REPAYAP1 restores an
      *  installment's principal.
      *
      *  Branches follow REPAYAP1: the tender leg posts to the
      *  counter that took the money (LS-BRANCH-CODE); the
      *  receivable, participation and FX legs post to the loan's
      *  home branch (LOANM-BRANCH-CODE, the counter's when blank),
      *  so a curtailment paid across branches credits the branch
      *  that owns the loan and the GL release adds the
      *  inter-branch due-to/due-from legs between the two.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CURTAP1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT REPAY-SCHEDULE-FILE ASSIGN TO "REPAYSCH"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT LOAN-PRODUCT-FILE ASSIGN TO "LNPRODR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNPROD-PRODUCT-CODE
			FILE STATUS IS WS-LNPROD-STATUS.
		SELECT CREDIT-LIFE-FILE ASSIGN TO "CRLIFER"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CRLIFE-ACCOUNT-NO
			FILE STATUS IS WS-CRLIFE-STATUS.
		SELECT PARTICIPATION-FILE ASSIGN TO "LNPARTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNPART-ACCOUNT-NO
			FILE STATUS IS WS-LNPART-STATUS.
		SELECT REPAY-HISTORY-FILE ASSIGN TO "REPAYHST"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPHST-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  LOAN-PRODUCT-FILE.
	01  LOAN-PRODUCT-RECORD.
		COPY LNPRODR.
	FD  CREDIT-LIFE-FILE.
	01  CREDIT-LIFE-RECORD.
		COPY CRLIFER.
	FD  PARTICIPATION-FILE.
	01  PARTICIPATION-RECORD.
		COPY LNPARTR.
	FD  REPAY-HISTORY-FILE.
	01  REPAY-HISTORY-RECORD.
		COPY REPAYHSR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-LNPROD-STATUS		PIC XX.
	01  WS-CRLIFE-STATUS		PIC XX.
	01  WS-LNPART-STATUS		PIC XX.
	01  WS-RPHST-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-VALUE-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-LOAN-RECV-ACCT		PIC X(10) VALUE "1000000001".
	01  WS-PART-PAYABLE-ACCT	PIC X(10) VALUE "2000000091".
	01  WS-FX-REAL-GAIN-ACCT	PIC X(10) VALUE "4000000008".
	01  WS-FX-REAL-LOSS-ACCT	PIC X(10) VALUE "5000000008".
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-GLMAP-PRODUCT		PIC X(4).
	01  WS-GLMAP-DEBIT		PIC X(10).
	01  WS-GLMAP-CREDIT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-PART-SHARE		PIC S9(11)V99 COMP-3.
	01  WS-RECV-AMT			PIC S9(11)V99 COMP-3.
	01  WS-MID-RATE			PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
		88  WS-RATE-CURRENT	VALUE "C".
		88  WS-RATE-ROLLED	VALUE "R".
		88  WS-RATE-STALE	VALUE "S".
	01  WS-FX-MOVEMENT		PIC S9(11)V99 COMP-3.
	01  WS-ABS-MOVEMENT		PIC S9(11)V99 COMP-3.
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-FIRST-UNPAID-FLAG	PIC X.
		88  WS-FIRST-UNPAID-SEEN	VALUE "Y".
	01  WS-FIRST-AMORT-FLAG		PIC X.
		88  WS-FIRST-AMORT-SEEN	VALUE "Y".
	01  WS-PAID-COUNT		PIC S9(5) COMP-3.
	01  WS-UNPAID-COUNT		PIC S9(5) COMP-3.
	01  WS-OVERDUE-COUNT		PIC S9(5) COMP-3.
	01  WS-REMAINING-GRACE		PIC S9(5) COMP-3.
	01  WS-AMORT-COUNT		PIC S9(5) COMP-3.
	01  WS-NEW-AMORT-COUNT		PIC S9(5) COMP-3.
	01  WS-FIRST-DUE-DATE		PIC X(8).
	01  WS-KEPT-PRINCIPAL		PIC S9(11)V99 COMP-3.
	01  WS-KEPT-PAYMENT		PIC S9(11)V99 COMP-3.
	01  WS-DUE-YEAR			PIC 9(4).
	01  WS-DUE-MONTH		PIC 9(2).
	01  WS-RAW-DUE-DATE		PIC X(8).
	01  WS-INSTALLMENT-NO		PIC 9(5).
	01  WS-LAST-INSTALLMENT-NO	PIC 9(5).
	01  WS-INSTALLMENT-PRIN	PIC S9(11)V99 COMP-3.
	01  WS-BALANCE			PIC S9(11)V99 COMP-3.
	01  WS-MONTHLY-RATE		PIC S9(3)V9(6) COMP-3.
	01  WS-DAILY-RATE		PIC S9(3)V9(8) COMP-3.
	01  WS-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-PAYMENT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-FACTOR		PIC S9(7)V9(8) COMP-3.
	01  WS-BALLOON-AMT		PIC S9(11)V99 COMP-3.
	01  WS-PREMIUM-AMT		PIC S9(11)V99 COMP-3.
	01  WS-CARRY-INTEREST		PIC S9(11)V99 COMP-3.
	01  WS-CARRY-INSURANCE		PIC S9(11)V99 COMP-3.
	01  WS-CARRY-PENDING-FLAG	PIC X.
		88  WS-CARRY-PENDING	VALUE "Y".
	01  WS-ROW-LIMIT		PIC S9(5) COMP-3 VALUE 600.
	01  WS-FEE-EVENT		PIC X(8) VALUE "PREPAY".
	01  WS-PREPAY-FEE-FLAG		PIC X.
		88  WS-PREPAY-FEE-DUE	VALUE "Y".
	01  WS-OLD-PRIN-DISP		PIC -(11)9.99.
	01  WS-NEW-PRIN-DISP		PIC -(11)9.99.
	01  WS-OLD-TERM-DISP		PIC ----9.
	01  WS-NEW-TERM-DISP		PIC ----9.
	01  WS-LOAN-BRANCH		PIC X(6).
	01  WS-FACIL-MODE		PIC X.
	01  WS-FACIL-RESULT		PIC S9(9) COMP-5.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	LINKAGE SECTION.
	01  LS-ACCOUNT-NO		PIC X(12).
	01  LS-AMOUNT			PIC S9(11)V99 COMP-3.
	01  LS-OPTION			PIC X.
		88  LS-REDUCE-TERM	VALUE "T".
		88  LS-REDUCE-PAYMENT	VALUE "P".
	01  LS-BRANCH-CODE		PIC X(6).
	01  LS-CASH-GL-ACCOUNT		PIC X(10).
	01  LS-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	01  LS-NEW-INSTALLMENTS		PIC S9(5) COMP-3.
	01  LS-NEW-INSTALLMENT-AMT	PIC S9(11)V99 COMP-3.
	01  LS-RESULT-CODE		PIC S9(9) COMP-5.
      *
	PROCEDURE DIVISION USING LS-ACCOUNT-NO LS-AMOUNT LS-OPTION
			LS-BRANCH-CODE LS-CASH-GL-ACCOUNT
			LS-FEE-AMOUNT LS-NEW-INSTALLMENTS
			LS-NEW-INSTALLMENT-AMT LS-RESULT-CODE.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE ZERO TO LS-RESULT-CODE
		MOVE ZERO TO LS-FEE-AMOUNT
		MOVE ZERO TO LS-NEW-INSTALLMENTS
		MOVE ZERO TO LS-NEW-INSTALLMENT-AMT
		CALL "SYSDTLK1" USING WS-VALUE-DATE
			WS-BUSDATE-OPEN-FLAG
		IF WS-BUSDATE-CLOSED
			MOVE 9208 TO LS-RESULT-CODE
			EXIT PROGRAM
		END-IF
		CALL "GLPERCK1" USING WS-VALUE-DATE
			WS-PERIOD-OPEN-FLAG
		IF WS-PERIOD-CLOSED
			MOVE 9209 TO LS-RESULT-CODE
			EXIT PROGRAM
		END-IF
		OPEN I-O LOAN-MASTER-FILE
		PERFORM 1000-CHECK-LOAN
		IF LS-RESULT-CODE = ZERO
			PERFORM 1100-CHECK-REQUEST
		END-IF
		IF LS-RESULT-CODE = ZERO
			PERFORM 2000-SURVEY-SCHEDULE
		END-IF
		IF LS-RESULT-CODE = ZERO
			PERFORM 3000-POST-CURTAILMENT
			PERFORM 4000-SUPERSEDE-SCHEDULE
			PERFORM 5000-REGENERATE-SCHEDULE
			PERFORM 6000-UPDATE-MASTER
			PERFORM 7000-ASSESS-PREPAY-FEE
		END-IF
		CLOSE LOAN-MASTER-FILE
		EXIT PROGRAM.
      *
	1000-CHECK-LOAN.
		MOVE LS-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE 9210 TO LS-RESULT-CODE
			NOT INVALID KEY
				PERFORM 1050-TAKE-LOAN-BRANCH
				IF NOT LOANM-OPEN
					MOVE 9211 TO LS-RESULT-CODE
				END-IF
		END-READ.
      *
	1050-TAKE-LOAN-BRANCH.
		MOVE LOANM-BRANCH-CODE TO WS-LOAN-BRANCH
		IF WS-LOAN-BRANCH = SPACES
			MOVE LS-BRANCH-CODE TO WS-LOAN-BRANCH
		END-IF.
      *
      *  A curtailment that would clear the whole balance is a
      *  payoff and goes through the settlement quote instead.
	1100-CHECK-REQUEST.
		IF NOT LS-REDUCE-TERM AND NOT LS-REDUCE-PAYMENT
			MOVE 9212 TO LS-RESULT-CODE
		ELSE
			IF LS-AMOUNT <= ZERO
				MOVE 9213 TO LS-RESULT-CODE
			ELSE
				IF LS-AMOUNT >= LOANM-PRINCIPAL
					MOVE 9214 TO LS-RESULT-CODE
				END-IF
			END-IF
		END-IF.
      *
      *  Read-only pass over the schedule before anything posts:
      *  counts the paid rows (regeneration numbers on from them),
      *  refuses while any installment due on or before the value
      *  date is still unpaid, and takes the first unpaid row's due
      *  date and the first unpaid amortizing row's installment -
      *  the amount a reduce-term curtailment keeps.
	2000-SURVEY-SCHEDULE.
		MOVE ZERO TO WS-PAID-COUNT
		MOVE ZERO TO WS-UNPAID-COUNT
		MOVE ZERO TO WS-OVERDUE-COUNT
		MOVE ZERO TO WS-KEPT-PRINCIPAL
		MOVE ZERO TO WS-KEPT-PAYMENT
		MOVE SPACES TO WS-FIRST-DUE-DATE
		MOVE "N" TO WS-FIRST-UNPAID-FLAG
		MOVE "N" TO WS-FIRST-AMORT-FLAG
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT REPAY-SCHEDULE-FILE
		MOVE LS-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 2100-SURVEY-NEXT-ROW UNTIL WS-SCAN-EOF
		CLOSE REPAY-SCHEDULE-FILE
		IF WS-OVERDUE-COUNT > ZERO
			MOVE 9215 TO LS-RESULT-CODE
		ELSE
			IF WS-UNPAID-COUNT = ZERO
				MOVE 9216 TO LS-RESULT-CODE
			END-IF
		END-IF
		COMPUTE WS-REMAINING-GRACE =
			LOANM-GRACE-MONTHS - WS-PAID-COUNT
		IF WS-REMAINING-GRACE < ZERO
			MOVE ZERO TO WS-REMAINING-GRACE
		END-IF
		COMPUTE WS-AMORT-COUNT =
			WS-UNPAID-COUNT - WS-REMAINING-GRACE
		IF WS-AMORT-COUNT < 1
			MOVE 1 TO WS-AMORT-COUNT
		END-IF.
      *
	2100-SURVEY-NEXT-ROW.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 2150-SURVEY-ROW
		END-READ.
      *
	2150-SURVEY-ROW.
		IF REPAY-ACCOUNT-NO NOT = LS-ACCOUNT-NO
			SET WS-SCAN-EOF TO TRUE
		ELSE
			IF REPAY-PAID
				ADD 1 TO WS-PAID-COUNT
			ELSE
				ADD 1 TO WS-UNPAID-COUNT
				IF REPAY-DUE-DATE <= WS-VALUE-DATE
					ADD 1 TO WS-OVERDUE-COUNT
				END-IF
				PERFORM 2160-TAKE-FIRST-UNPAID
			END-IF
		END-IF.
      *
	2160-TAKE-FIRST-UNPAID.
		IF NOT WS-FIRST-UNPAID-SEEN
			MOVE REPAY-DUE-DATE TO WS-FIRST-DUE-DATE
			SET WS-FIRST-UNPAID-SEEN TO TRUE
		END-IF
		IF NOT WS-FIRST-AMORT-SEEN
			AND REPAY-INSTALLMENT-NO > LOANM-GRACE-MONTHS
			MOVE REPAY-PRINCIPAL-AMT TO WS-KEPT-PRINCIPAL
			COMPUTE WS-KEPT-PAYMENT =
				REPAY-PRINCIPAL-AMT + REPAY-INTEREST-AMT
			SET WS-FIRST-AMORT-SEEN TO TRUE
		END-IF.
      *
      *  The receivable leg resolves through the REPAYMNT mapping
      *  like any other receipt on the loan - the money is the
      *  same principal, it only skips the installment queue.
	3000-POST-CURTAILMENT.
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE "REPAYMNT" TO WS-GLMAP-EVENT
		MOVE LOANM-PRODUCT-CODE TO WS-GLMAP-PRODUCT
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT
			WS-GLMAP-PRODUCT WS-GLMAP-DEBIT
			WS-GLMAP-CREDIT WS-GLMAP-FOUND-FLAG
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-CREDIT TO WS-LOAN-RECV-ACCT
		END-IF
		MOVE LOANM-PRINCIPAL TO WS-OLD-PRIN-DISP
		MOVE LOANM-TERM-MONTHS TO WS-OLD-TERM-DISP
		SUBTRACT LS-AMOUNT FROM LOANM-PRINCIPAL
		REWRITE LOAN-MASTER-RECORD
		IF LOANM-FACILITY-NO NOT = SPACES
			MOVE "P" TO WS-FACIL-MODE
			CALL "FACLCK1" USING LOANM-FACILITY-NO
				LOANM-CUSTOMER-NO LOANM-CURRENCY-CODE
				LS-AMOUNT WS-FACIL-MODE
				WS-VALUE-DATE WS-FACIL-RESULT
		END-IF
		PERFORM 3100-RESOLVE-PARTICIPATION
		PERFORM 3200-WRITE-GL-LEGS
		IF LOANM-CURRENCY-CODE NOT = "VND"
			AND LOANM-CURRENCY-CODE NOT = SPACES
			PERFORM 3500-REALIZE-FX-DIFFERENCE
		END-IF
		PERFORM 3800-WRITE-HISTORY.
      *
      *  A sold-down loan remits the participant's percentage of
      *  the curtailed principal, the same split REPAYAP1 applies
      *  to installment principal.
	3100-RESOLVE-PARTICIPATION.
		MOVE ZERO TO WS-PART-SHARE
		OPEN I-O PARTICIPATION-FILE
		IF WS-LNPART-STATUS = "00"
			MOVE LS-ACCOUNT-NO TO LNPART-ACCOUNT-NO
			READ PARTICIPATION-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 3110-TAKE-SHARE
			END-READ
		END-IF
		CLOSE PARTICIPATION-FILE.
      *
	3110-TAKE-SHARE.
		IF LNPART-ACTIVE AND LNPART-SOLD-PCT > ZERO
			COMPUTE WS-PART-SHARE ROUNDED =
				LS-AMOUNT * LNPART-SOLD-PCT / 100
			ADD WS-PART-SHARE
				TO LNPART-ACCRUED-PAYABLE
			REWRITE PARTICIPATION-RECORD
		END-IF.
      *
	3200-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		COMPUTE WS-RECV-AMT = LS-AMOUNT - WS-PART-SHARE
		MOVE LS-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE LS-CASH-GL-ACCOUNT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE LS-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		IF WS-RECV-AMT > ZERO
			MOVE WS-LOAN-RECV-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			MOVE WS-RECV-AMT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-PART-SHARE > ZERO
			PERFORM 3210-WRITE-PARTICIPANT-LEG
		END-IF
		CLOSE GL-INTERFACE-FILE.
      *
	3210-WRITE-PARTICIPANT-LEG.
		MOVE "LNPART" TO WS-GLMAP-EVENT
		MOVE LOANM-PRODUCT-CODE TO WS-GLMAP-PRODUCT
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT
			WS-GLMAP-PRODUCT WS-GLMAP-DEBIT
			WS-GLMAP-CREDIT WS-GLMAP-FOUND-FLAG
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-CREDIT
				TO WS-PART-PAYABLE-ACCT
		END-IF
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-PART-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-PART-SHARE TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD.
      *
      *  The curtailed principal leaves the book at LOANM-BOOK-RATE
      *  but arrived at the value date's mid rate - realized here
      *  exactly as REPAYAP1 realizes installment principal; a
      *  stale rate realizes nothing and the month-end revaluation
      *  catches the movement.
	3500-REALIZE-FX-DIFFERENCE.
		CALL "FXRTLK1" USING LOANM-CURRENCY-CODE
			WS-VALUE-DATE WS-MID-RATE
			WS-RATE-RESULT-FLAG
		IF NOT WS-RATE-STALE
			COMPUTE WS-FX-MOVEMENT ROUNDED =
				LS-AMOUNT
				* (WS-MID-RATE - LOANM-BOOK-RATE)
			IF WS-FX-MOVEMENT NOT = ZERO
				PERFORM 3520-POST-REALIZED-LEGS
			END-IF
		END-IF.
      *
	3520-POST-REALIZED-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		IF WS-FX-MOVEMENT > ZERO
			MOVE WS-FX-MOVEMENT TO WS-ABS-MOVEMENT
			MOVE WS-LOAN-RECV-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			PERFORM 3530-FILL-AND-WRITE-LEG
			MOVE WS-FX-REAL-GAIN-ACCT
				TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			PERFORM 3530-FILL-AND-WRITE-LEG
		ELSE
			COMPUTE WS-ABS-MOVEMENT =
				ZERO - WS-FX-MOVEMENT
			MOVE WS-FX-REAL-LOSS-ACCT
				TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			PERFORM 3530-FILL-AND-WRITE-LEG
			MOVE WS-LOAN-RECV-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			PERFORM 3530-FILL-AND-WRITE-LEG
		END-IF
		CLOSE GL-INTERFACE-FILE.
      *
	3530-FILL-AND-WRITE-LEG.
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-ABS-MOVEMENT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD.
      *
	3800-WRITE-HISTORY.
		MOVE LS-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "CURTAIL" TO TRNH-EVENT-CODE
		MOVE LS-AMOUNT TO TRNH-AMOUNT
		MOVE LS-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE LS-CASH-GL-ACCOUNT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
      *  Same supersede LNRSTR01 performs, stamped CURTAIL so the
      *  dispute file shows why the installments changed.  The one
      *  PARTIAL row's collected interest and premium carry onto
      *  the first regenerated row.
	4000-SUPERSEDE-SCHEDULE.
		MOVE ZERO TO WS-CARRY-INTEREST
		MOVE ZERO TO WS-CARRY-INSURANCE
		MOVE "N" TO WS-CARRY-PENDING-FLAG
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN I-O REPAY-SCHEDULE-FILE
		OPEN EXTEND REPAY-HISTORY-FILE
		IF WS-RPHST-STATUS NOT = "00"
			CLOSE REPAY-HISTORY-FILE
			OPEN OUTPUT REPAY-HISTORY-FILE
		END-IF
		MOVE LS-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 4100-SCAN-SCHEDULE UNTIL WS-SCAN-EOF
		CLOSE REPAY-HISTORY-FILE
		CLOSE REPAY-SCHEDULE-FILE.
      *
	4100-SCAN-SCHEDULE.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 4150-CHECK-ROW
		END-READ.
      *
	4150-CHECK-ROW.
		IF REPAY-ACCOUNT-NO NOT = LS-ACCOUNT-NO
			SET WS-SCAN-EOF TO TRUE
		ELSE
			IF NOT REPAY-PAID
				IF REPAY-PARTIAL
					MOVE REPAY-PAID-INTEREST
						TO WS-CARRY-INTEREST
					MOVE REPAY-PAID-INSURANCE
						TO WS-CARRY-INSURANCE
					SET WS-CARRY-PENDING TO TRUE
				END-IF
				PERFORM 4200-HISTORY-AND-DELETE
			END-IF
		END-IF.
      *
	4200-HISTORY-AND-DELETE.
		MOVE REPAY-ACCOUNT-NO TO RPHST-ACCOUNT-NO
		MOVE REPAY-INSTALLMENT-NO TO RPHST-INSTALLMENT-NO
		MOVE REPAY-DUE-DATE TO RPHST-DUE-DATE
		MOVE REPAY-PRINCIPAL-AMT TO RPHST-PRINCIPAL-AMT
		MOVE REPAY-INTEREST-AMT TO RPHST-INTEREST-AMT
		MOVE REPAY-RUNNING-BALANCE TO RPHST-RUNNING-BALANCE
		MOVE REPAY-PAID-FLAG TO RPHST-PAID-FLAG
		MOVE WS-VALUE-DATE TO RPHST-SUPERSEDED-DATE
		MOVE "CURTAIL" TO RPHST-REASON
		WRITE REPAY-HISTORY-RECORD
		DELETE REPAY-SCHEDULE-FILE RECORD.
      *
      *  Regeneration restarts the due-date sequence one month
      *  before the first superseded row, so the first new row
      *  falls on the date the customer was already expecting.
	5000-REGENERATE-SCHEDULE.
		PERFORM 5700-LOOK-UP-PREMIUM
		MOVE WS-FIRST-DUE-DATE (1:4) TO WS-DUE-YEAR
		MOVE WS-FIRST-DUE-DATE (5:2) TO WS-DUE-MONTH
		IF WS-DUE-MONTH = 1
			MOVE 12 TO WS-DUE-MONTH
			SUBTRACT 1 FROM WS-DUE-YEAR
		ELSE
			SUBTRACT 1 FROM WS-DUE-MONTH
		END-IF
		MOVE LOANM-PRINCIPAL TO WS-BALANCE
		CALL "DAYCNT1" USING LOANM-DAYCOUNT-BASIS
			LOANM-RATE WS-DAILY-RATE WS-MONTHLY-RATE
		MOVE "N" TO WS-FIRST-AMORT-FLAG
		MOVE ZERO TO WS-NEW-AMORT-COUNT
		MOVE WS-PAID-COUNT TO WS-INSTALLMENT-NO
		OPEN I-O REPAY-SCHEDULE-FILE
		IF WS-REMAINING-GRACE > ZERO
			PERFORM WS-REMAINING-GRACE TIMES
				ADD 1 TO WS-INSTALLMENT-NO
				PERFORM 5600-WRITE-GRACE-ROW
			END-PERFORM
		END-IF
		IF LS-REDUCE-TERM
			AND NOT LOANM-BULLET AND NOT LOANM-BALLOON
			PERFORM 5100-SET-KEPT-INSTALLMENT
			PERFORM 5200-WRITE-KEPT-ROW
				UNTIL WS-BALANCE <= ZERO
		ELSE
			PERFORM 5300-SET-REDUCED-INSTALLMENT
			COMPUTE WS-LAST-INSTALLMENT-NO =
				WS-INSTALLMENT-NO + WS-AMORT-COUNT
			PERFORM 5400-WRITE-REDUCED-ROW
				WS-AMORT-COUNT TIMES
		END-IF
		CLOSE REPAY-SCHEDULE-FILE
		MOVE WS-NEW-AMORT-COUNT TO LS-NEW-INSTALLMENTS.
      *
      *  Reduce-term keeps what the customer already pays: the
      *  annuity payment, or the equal-principal slice.  A kept
      *  installment too small to beat the month's interest (a
      *  grace-only schedule has none to keep) falls back to the
      *  reduced installment over the old count.
	5100-SET-KEPT-INSTALLMENT.
		COMPUTE WS-INTEREST-AMT ROUNDED =
			WS-BALANCE * WS-MONTHLY-RATE
		IF LOANM-ANNUITY
			MOVE WS-KEPT-PAYMENT TO WS-ANNUITY-PAYMENT
			IF WS-ANNUITY-PAYMENT <= WS-INTEREST-AMT
				PERFORM 5300-SET-REDUCED-INSTALLMENT
			END-IF
		ELSE
			MOVE WS-KEPT-PRINCIPAL TO WS-INSTALLMENT-PRIN
			IF WS-INSTALLMENT-PRIN <= ZERO
				PERFORM 5300-SET-REDUCED-INSTALLMENT
			END-IF
		END-IF.
      *
	5200-WRITE-KEPT-ROW.
		ADD 1 TO WS-INSTALLMENT-NO
		ADD 1 TO WS-NEW-AMORT-COUNT
		COMPUTE WS-INTEREST-AMT ROUNDED =
			WS-BALANCE * WS-MONTHLY-RATE
		IF LOANM-ANNUITY
			COMPUTE WS-INSTALLMENT-PRIN =
				WS-ANNUITY-PAYMENT - WS-INTEREST-AMT
		END-IF
		IF WS-INSTALLMENT-PRIN >= WS-BALANCE
			OR WS-INSTALLMENT-PRIN <= ZERO
			OR WS-NEW-AMORT-COUNT >= WS-ROW-LIMIT
			MOVE WS-BALANCE TO WS-INSTALLMENT-PRIN
		END-IF
		PERFORM 5500-WRITE-AMORT-ROW.
      *
	5300-SET-REDUCED-INSTALLMENT.
		DIVIDE WS-BALANCE BY WS-AMORT-COUNT
			GIVING WS-INSTALLMENT-PRIN
		PERFORM 5350-SET-BALLOON-AMOUNT
		IF WS-MONTHLY-RATE = ZERO
			COMPUTE WS-ANNUITY-PAYMENT =
				(WS-BALANCE - WS-BALLOON-AMT)
				/ WS-AMORT-COUNT
		ELSE
			COMPUTE WS-ANNUITY-FACTOR ROUNDED =
				(1 + WS-MONTHLY-RATE) ** WS-AMORT-COUNT
			COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
				(WS-BALANCE
				- WS-BALLOON-AMT / WS-ANNUITY-FACTOR)
				* WS-MONTHLY-RATE * WS-ANNUITY-FACTOR
				/ (WS-ANNUITY-FACTOR - 1)
		END-IF.
      *
	5350-SET-BALLOON-AMOUNT.
		IF LOANM-BALLOON
			MOVE LOANM-BALLOON-AMT TO WS-BALLOON-AMT
		ELSE
			MOVE ZERO TO WS-BALLOON-AMT
		END-IF
		IF WS-BALLOON-AMT > WS-BALANCE
			MOVE WS-BALANCE TO WS-BALLOON-AMT
		END-IF.
      *
	5400-WRITE-REDUCED-ROW.
		ADD 1 TO WS-INSTALLMENT-NO
		ADD 1 TO WS-NEW-AMORT-COUNT
		COMPUTE WS-INTEREST-AMT ROUNDED =
			WS-BALANCE * WS-MONTHLY-RATE
		IF WS-INSTALLMENT-NO = WS-LAST-INSTALLMENT-NO
			MOVE WS-BALANCE TO WS-INSTALLMENT-PRIN
		ELSE
			PERFORM 5450-SET-REDUCED-PRINCIPAL
		END-IF
		PERFORM 5500-WRITE-AMORT-ROW.
      *
	5450-SET-REDUCED-PRINCIPAL.
		IF LOANM-LEVEL-PAYMENT
			COMPUTE WS-INSTALLMENT-PRIN =
				WS-ANNUITY-PAYMENT - WS-INTEREST-AMT
		END-IF
		IF LOANM-BULLET
			MOVE ZERO TO WS-INSTALLMENT-PRIN
		END-IF.
      *
      *  The first regenerated amortizing row is the new
      *  installment quoted back to the teller.
	5500-WRITE-AMORT-ROW.
		PERFORM 5550-ADVANCE-MONTH
		SUBTRACT WS-INSTALLMENT-PRIN FROM WS-BALANCE
		MOVE LS-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE WS-INSTALLMENT-NO TO REPAY-INSTALLMENT-NO
		MOVE WS-DUE-YEAR TO WS-RAW-DUE-DATE (1:4)
		MOVE WS-DUE-MONTH TO WS-RAW-DUE-DATE (5:2)
		MOVE "01" TO WS-RAW-DUE-DATE (7:2)
		CALL "BUSDTRL1" USING WS-RAW-DUE-DATE
			REPAY-DUE-DATE
		MOVE WS-INSTALLMENT-PRIN TO REPAY-PRINCIPAL-AMT
		MOVE WS-INTEREST-AMT TO REPAY-INTEREST-AMT
		MOVE WS-PREMIUM-AMT TO REPAY-INSURANCE-AMT
		MOVE WS-BALANCE TO REPAY-RUNNING-BALANCE
		PERFORM 5800-SET-PAID-STATE
		WRITE REPAY-SCHEDULE-RECORD
		IF NOT WS-FIRST-AMORT-SEEN
			COMPUTE LS-NEW-INSTALLMENT-AMT =
				WS-INSTALLMENT-PRIN + WS-INTEREST-AMT
			SET WS-FIRST-AMORT-SEEN TO TRUE
		END-IF.
      *
	5550-ADVANCE-MONTH.
		ADD 1 TO WS-DUE-MONTH
		IF WS-DUE-MONTH > 12
			MOVE 1 TO WS-DUE-MONTH
			ADD 1 TO WS-DUE-YEAR
		END-IF.
      *
	5600-WRITE-GRACE-ROW.
		PERFORM 5550-ADVANCE-MONTH
		COMPUTE WS-INTEREST-AMT ROUNDED =
			WS-BALANCE * WS-MONTHLY-RATE
		MOVE LS-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE WS-INSTALLMENT-NO TO REPAY-INSTALLMENT-NO
		MOVE WS-DUE-YEAR TO WS-RAW-DUE-DATE (1:4)
		MOVE WS-DUE-MONTH TO WS-RAW-DUE-DATE (5:2)
		MOVE "01" TO WS-RAW-DUE-DATE (7:2)
		CALL "BUSDTRL1" USING WS-RAW-DUE-DATE
			REPAY-DUE-DATE
		MOVE ZERO TO REPAY-PRINCIPAL-AMT
		MOVE WS-INTEREST-AMT TO REPAY-INTEREST-AMT
		MOVE WS-PREMIUM-AMT TO REPAY-INSURANCE-AMT
		MOVE WS-BALANCE TO REPAY-RUNNING-BALANCE
		PERFORM 5800-SET-PAID-STATE
		WRITE REPAY-SCHEDULE-RECORD.
      *
	5700-LOOK-UP-PREMIUM.
		MOVE ZERO TO WS-PREMIUM-AMT
		OPEN INPUT CREDIT-LIFE-FILE
		IF WS-CRLIFE-STATUS = "00"
			MOVE LS-ACCOUNT-NO TO CRLIFE-ACCOUNT-NO
			READ CREDIT-LIFE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 5750-TAKE-PREMIUM
			END-READ
		END-IF
		CLOSE CREDIT-LIFE-FILE.
      *
	5750-TAKE-PREMIUM.
		IF CRLIFE-ACTIVE
			MOVE CRLIFE-PREMIUM-AMT TO WS-PREMIUM-AMT
		END-IF.
      *
	5800-SET-PAID-STATE.
		SET REPAY-UNPAID TO TRUE
		MOVE SPACES TO REPAY-PAID-DATE
		MOVE ZERO TO REPAY-PAID-AMOUNT
		MOVE ZERO TO REPAY-PAID-PRINCIPAL
		MOVE ZERO TO REPAY-PAID-INTEREST
		MOVE ZERO TO REPAY-PAID-INSURANCE
		IF WS-CARRY-PENDING
			MOVE WS-CARRY-INTEREST
				TO REPAY-PAID-INTEREST
			MOVE WS-CARRY-INSURANCE
				TO REPAY-PAID-INSURANCE
			COMPUTE REPAY-PAID-AMOUNT =
				WS-CARRY-INTEREST
				+ WS-CARRY-INSURANCE
			IF REPAY-PAID-AMOUNT > ZERO
				SET REPAY-PARTIAL TO TRUE
			END-IF
			MOVE "N" TO WS-CARRY-PENDING-FLAG
		END-IF.
      *
      *  Term counted the way AMRTBAT1 and LNRSTR01 count it -
      *  amortizing installments only, grace rows netted off.
	6000-UPDATE-MASTER.
		COMPUTE LOANM-TERM-MONTHS =
			WS-PAID-COUNT + WS-REMAINING-GRACE
			+ WS-NEW-AMORT-COUNT - LOANM-GRACE-MONTHS
		REWRITE LOAN-MASTER-RECORD
		MOVE LOANM-PRINCIPAL TO WS-NEW-PRIN-DISP
		MOVE LOANM-TERM-MONTHS TO WS-NEW-TERM-DISP
		MOVE "LOAN-PRINCIPAL" TO AUDTRL-RECORD-TYPE
		MOVE LOANM-ACCOUNT-NO TO AUDTRL-KEY-VALUE
		MOVE SPACES TO AUDTRL-OLD-VALUE
		MOVE WS-OLD-PRIN-DISP TO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE WS-NEW-PRIN-DISP TO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL
		MOVE "LOAN-TERM-MTHS" TO AUDTRL-RECORD-TYPE
		MOVE LOANM-ACCOUNT-NO TO AUDTRL-KEY-VALUE
		MOVE SPACES TO AUDTRL-OLD-VALUE
		MOVE WS-OLD-TERM-DISP TO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE WS-NEW-TERM-DISP TO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL.
      *
      *  Only a product that calls for it charges the fee; the fee
      *  table prices the PREPAY event (flat, or percent of the
      *  curtailed amount) and an unpriced event charges nothing.
	7000-ASSESS-PREPAY-FEE.
		MOVE "N" TO WS-PREPAY-FEE-FLAG
		OPEN INPUT LOAN-PRODUCT-FILE
		IF WS-LNPROD-STATUS = "00"
			MOVE LOANM-PRODUCT-CODE TO LNPROD-PRODUCT-CODE
			READ LOAN-PRODUCT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF LNPROD-PREPAY-FEE
						SET WS-PREPAY-FEE-DUE
							TO TRUE
					END-IF
			END-READ
		END-IF
		CLOSE LOAN-PRODUCT-FILE
		IF WS-PREPAY-FEE-DUE
			CALL "FEEASS01" USING WS-FEE-EVENT
				LS-ACCOUNT-NO LS-AMOUNT LS-BRANCH-CODE
				LS-FEE-AMOUNT
		END-IF.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
