      *  LS-RESULT-CODE comes back zero when applied, or the
      *  APPL-CODE-style reason (see APPLCODR) the caller should
      *  return/report when not.
      *
      *  The principal portion repaid on a loan booked under a
      *  revolving customer credit facility (LOANM-FACILITY-NO) is
      *  given back to the facility's headroom through the shared
      *  core FACLCK1, so the customer can draw it again; on a
      *  non-revolving facility the drawn amount stays used.
      *
      *  The tender leg posts to the caller's branch (the counter
      *  that took the money, LS-BRANCH-CODE); the receivable,
      *  penalty, advance, premium, participation, FX and income
      *  legs post to the loan's home branch (LOANM-BRANCH-CODE),
      *  so a repayment taken across branches credits the branch
      *  that owns the loan and the GL release adds the
      *  inter-branch due-to/due-from legs between the two.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. REPAYAP1.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-TODAY-DATE		PIC X(8).
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-PNLT-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-GAP-DAYS			PIC S9(9) COMP-5.
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-LOAN-BRANCH		PIC X(6).
	01  WS-VALUE-DATE		PIC X(8).
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-FACIL-MODE		PIC X.
	01  WS-FACIL-RESULT		PIC S9(9) COMP-5.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
			INVALID KEY
				MOVE 9049 TO LS-RESULT-CODE
			NOT INVALID KEY
				PERFORM 1050-TAKE-LOAN-BRANCH
				IF NOT LOANM-OPEN
					MOVE 9050 TO LS-RESULT-CODE
				END-IF
		END-READ.
      *
      *  The tender leg belongs to the branch whose counter took the
      *  money; every leg on the loan's side books to the loan's
      *  home branch, and the GL release (GLBALBAT1) settles the
      *  two with due-to/due-from legs.
	1050-TAKE-LOAN-BRANCH.
		MOVE LOANM-BRANCH-CODE TO WS-LOAN-BRANCH
		IF WS-LOAN-BRANCH = SPACES
			MOVE LS-BRANCH-CODE TO WS-LOAN-BRANCH
		END-IF.
      *
	2000-FIND-OLDEST-UNPAID.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		SUBTRACT WS-PNLT-APPLIED
			FROM LOANM-PENALTY-BALANCE
		REWRITE LOAN-MASTER-RECORD
		IF LOANM-FACILITY-NO NOT = SPACES
			AND WS-PRIN-APPLIED > ZERO
			PERFORM 3060-RESTORE-FACILITY
		END-IF
		PERFORM 3050-SETTLE-ADVANCE-REGISTER
		PERFORM 3100-WRITE-GL-LEGS
		IF LOANM-CURRENCY-CODE NOT = "VND"
		END-IF
		PERFORM 3200-WRITE-HISTORY.
      *
      *  Repaid principal back to a revolving facility's headroom
      *  (FACLCK1 repayment mode; a non-revolving facility is left
      *  as drawn).  The restore never fails the receipt.
	3060-RESTORE-FACILITY.
		MOVE "P" TO WS-FACIL-MODE
		CALL "FACLCK1" USING LOANM-FACILITY-NO
			LOANM-CUSTOMER-NO LOANM-CURRENCY-CODE
			WS-PRIN-APPLIED WS-FACIL-MODE
			WS-VALUE-DATE WS-FACIL-RESULT.
      *
      *  The pool is the receipt plus whatever advance credit an
      *  earlier overpayment parked - drawn in full here and
      *  whatever survives the buckets parked back at the end.
      *  default penalty-interest-principal.
	3020-LOAD-APPLY-ORDER.
		MOVE "PIR" TO WS-APPLY-ORDER
		MOVE WS-VALUE-DATE TO WS-PARM-AS-OF
		MOVE "APPLYORD" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			PERFORM 3025-TAKE-ORDER
		END-IF.
      *
	3025-TAKE-ORDER.
		IF PARM-DESCRIPTION (1:3) NOT = SPACES
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		IF WS-ADVANCE-DRAWN > ZERO
			MOVE WS-ADVCR-LIAB-ACCT
				TO GLINTF-GL-ACCOUNT
		CLOSE GL-INTERFACE-FILE.
      *
	3530-FILL-AND-WRITE-LEG.
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-ABS-MOVEMENT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-ACCR-RECV-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-RECOGNIZE-AMT TO GLINTF-AMOUNT
      *  the days it was wrongly treated overdue, capped at the
      *  penalty balance, comes back off the Loan Master with
      *  reversal legs (debit penalty income, credit penalty
      *  receivable), recorded on the loan's history as PNLTRFND
      *  (zero TRANID, so a later storno of the repayment still
      *  finds only its REPAYMNT row).  A partial receipt refunds
      *  only on its own
      *  principal slice - the unpaid remainder is still overdue
      *  and PNLTBAT1 rightly keeps charging it.  DELQBAT1's next
      *  classification pass sees the installment paid and
      *
	3810-LOAD-PENALTY-RATE.
		MOVE 18.00 TO WS-PNLT-RATE
		MOVE WS-VALUE-DATE TO WS-PARM-AS-OF
		MOVE "PNLTRATE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-PNLT-RATE
		END-IF.
      *
	3820-POST-REFUND-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-PNLT-INCOME-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-REFUND-AMT TO GLINTF-AMOUNT
		MOVE WS-PNLT-RECV-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE
		MOVE LS-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "PNLTRFND" TO TRNH-EVENT-CODE
		MOVE WS-REFUND-AMT TO TRNH-AMOUNT
		MOVE WS-LOAN-BRANCH TO TRNH-BRANCH-CODE
		MOVE ZERO TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-PNLT-RECV-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	3900-AUDIT-VALUE-DATING.
		MOVE "VALUE-DATED-PMT" TO AUDTRL-RECORD-TYPE
