      *
      *  ESTSBT1.cbl
      *
      *  Nightly estate settlement run.  Walks the settlement case
      *  file (ESTCASR) and, for every open case whose next step a
      *  checker has approved through APPRMNT1, carries that one
      *  step out - so each night moves a case at most one step,
      *  and nothing happens to a deceased customer's money that
      *  two people have not signed off.
      *
      *  1  Inventory.  Every demand-deposit account (DDACCTR),
      *     fixed deposit (FXDEPR) and open loan (LOANMSTR) the
      *     customer holds is listed on ESTPOSR with its balance or
      *     principal and, for deposits, the interest to the date of
      *     death.  Positions the run cannot settle by itself are
      *     marked for the desk: an account with another active
      *     holder on DDMANDR passes to the survivors; an overdrawn
      *     or held account, a dormant deposit, a deposit pledged
      *     for somebody else's loan and any foreign-currency
      *     position are settled by hand.
      *
      *  2  Close deposits.  Each inventoried deposit is closed
      *     into the estate settlement account (2000000087) with
      *     interest to the date of death.  A demand-deposit
      *     account's accrual ran on past the death, so the excess
      *     is reversed out of the accrued-interest liability back
      *     to interest expense and only the interest to the date of
      *     death is paid in; a fixed deposit earns its contract
      *     rate for the days held up to the death, less the months
      *     FXINTBT1 already settled, withholding tax taken at the
      *     WHTAX rate and registered on TAXREGR exactly as the
      *     maturity batch does; the FD interest payable the
      *     nightly accrual built up on the deposit is released and
      *     only the difference goes to interest expense.  The
      *     accounts are closed and the status changes audited.
      *
      *  3  Offset loans.  The pool repays the customer's loans
      *     before anybody else sees a penny: each loan's principal
      *     is taken off (REPAYMNT mapping, GLMAPLK1) for as much as
      *     the pool covers, a facility's headroom is restored
      *     (FACLCK1), and a loan repaid in full is closed through
      *     the LNMAST01 service, which releases its pledges and
      *     opens its collateral release tasks.  What the pool
      *     cannot cover is recorded as the case's shortfall; a
      *     loan left to the desk holds the step open until it is
      *     closed.  A loan carrying credit-life cover is the
      *     insurer's to repay first: while its death claim
      *     (CRLCLMR, CRLCBT1) is still to be opened, filed or
      *     applied the step waits for it, and only a declined
      *     claim or one paid short is offset from the pool.  What
      *     remains is the net the heirs share.
      *
      *  4  Pay heirs.  The net is split by the share percentages on
      *     ESTHEIRR, the last heir taking the rounding, and paid to
      *     each heir's demand-deposit account or by outward
      *     banker's cheque registered through the OCHQIS01 service
      *     (via RETRYQ01) against the outward cheque payable.  An
      *     heir who could not be paid tonight stays pending and is
      *     retried on the next run; when every heir is paid the
      *     case is settled.
      *
      *  Every posting carries a commit-sequence TRANID and a row on
      *  the account's transaction history, so one case's trail
      *  reads back from TRNHSTR and the print.
      *
      *  A closed account's legs (liability, accrued interest,
      *  interest expense, tax) and its history row post on the
      *  account's home branch (DDACC-HOME-BRANCH or
      *  FXDEP-HOME-BRANCH), as does an heir's demand-deposit
      *  credit; the estate account is kept at head office 000000,
      *  and GLBALBAT1 settles the difference between the two
      *  within each TRANID.  An account from before home branches
      *  were kept (spaces) posts on 000000 throughout.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
      *  the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ESTSBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ESTATE-CASE-FILE ASSIGN TO "ESTCASR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTC-CUSTOMER-NO
			FILE STATUS IS WS-ESTC-STATUS.
		SELECT POSITION-FILE ASSIGN TO "ESTPOSR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTP-KEY
			FILE STATUS IS WS-ESTP-STATUS.
		SELECT HEIR-FILE ASSIGN TO "ESTHEIRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTH-KEY
			FILE STATUS IS WS-ESTH-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT MANDATE-FILE ASSIGN TO "DDMANDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDMAND-KEY
			FILE STATUS IS WS-DDMAND-STATUS.
		SELECT CREDIT-LIFE-FILE ASSIGN TO "CRLIFER"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CRLIFE-ACCOUNT-NO
			FILE STATUS IS WS-CRLIFE-STATUS.
		SELECT CLAIM-FILE ASSIGN TO "CRLCLMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CRLCLM-ACCOUNT-NO
			FILE STATUS IS WS-CRLCLM-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TAXREG-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
		SELECT RPT-FILE ASSIGN TO "ESTSBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  ESTATE-CASE-FILE.
	01  ESTATE-CASE-RECORD.
		COPY ESTCASR.
	FD  POSITION-FILE.
	01  POSITION-RECORD.
		COPY ESTPOSR.
	FD  HEIR-FILE.
	01  HEIR-RECORD.
		COPY ESTHEIRR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  MANDATE-FILE.
	01  MANDATE-RECORD.
		COPY DDMANDR.
	FD  CREDIT-LIFE-FILE.
	01  CREDIT-LIFE-RECORD.
		COPY CRLIFER.
	FD  CLAIM-FILE.
	01  CLAIM-RECORD.
		COPY CRLCLMR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TAX-REGISTER-FILE.
	01  TAX-REGISTER-RECORD.
		COPY TAXREGR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-ESTC-STATUS		PIC XX.
	01  WS-ESTP-STATUS		PIC XX.
	01  WS-ESTH-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-DDMAND-STATUS		PIC XX.
	01  WS-CRLIFE-STATUS		PIC XX.
	01  WS-CRLCLM-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TAXREG-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-CASE-EOF-FLAG		PIC X.
		88  WS-CASE-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-POS-EOF-FLAG		PIC X.
		88  WS-POS-EOF		VALUE "Y".
	01  WS-HEIR-EOF-FLAG		PIC X.
		88  WS-HEIR-EOF		VALUE "Y".
	01  WS-HOLDER-EOF-FLAG		PIC X.
		88  WS-HOLDER-EOF	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DEATH-INT		PIC S9(9) COMP-5.
	01  WS-BUSINESS-INT		PIC S9(9) COMP-5.
	01  WS-START-INT		PIC S9(9) COMP-5.
	01  WS-END-INT			PIC S9(9) COMP-5.
	01  WS-DAYS			PIC S9(9) COMP-5.
	01  WS-WHTAX-RATE		PIC S9(3)V99 COMP-3.
	01  WS-GROSS-INT		PIC S9(11)V99 COMP-3.
	01  WS-EXCESS-INT		PIC S9(11)V99 COMP-3.
	01  WS-SETTLED-INT		PIC S9(11)V99 COMP-3.
	01  WS-TAX-AMT			PIC S9(11)V99 COMP-3.
	01  WS-PROCEEDS			PIC S9(11)V99 COMP-3.
	01  WS-POOL			PIC S9(13)V99 COMP-3.
	01  WS-OFFSET-AMT		PIC S9(11)V99 COMP-3.
	01  WS-HEIR-AMT			PIC S9(11)V99 COMP-3.
	01  WS-ALLOCATED		PIC S9(13)V99 COMP-3.
	01  WS-SHARE-TOTAL		PIC S9(5)V99 COMP-3.
	01  WS-LAST-HEIR-SEQ		PIC 9(2).
	01  WS-OTHER-HOLDERS		PIC S9(4) COMP-5.
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-STEP-OPEN-FLAG		PIC X.
		88  WS-STEP-INCOMPLETE	VALUE "Y".
	01  WS-CLAIM-PENDING-FLAG	PIC X.
		88  WS-CLAIM-PENDING	VALUE "Y".
	01  WS-LOAN-CLOSE-FLAG		PIC X.
		88  WS-LOAN-PAID-OFF	VALUE "Y".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-OLD-STATUS-FLAG		PIC X(60).
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-ESTATE-ACCT		PIC X(10) VALUE "2000000087".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-DD-ACCRUED-ACCT		PIC X(10) VALUE "2000000095".
	01  WS-FD-LIABILITY-ACCT	PIC X(10) VALUE "2000000001".
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-TRUEUP-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TAX-PAYABLE-ACCT	PIC X(10) VALUE "2000000098".
	01  WS-CHQ-PAYABLE-ACCT	PIC X(10) VALUE "2000000088".
	01  WS-LOAN-RECV-ACCT		PIC X(10).
	01  WS-LEG-BRANCH		PIC X(6).
	01  WS-ACCT-BRANCH		PIC X(6).
	01  WS-LEG-ACCT			PIC X(10).
	01  WS-LEG-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-GLMAP-PRODUCT		PIC X(4).
	01  WS-GLMAP-DEBIT		PIC X(10).
	01  WS-GLMAP-CREDIT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-FACIL-MODE		PIC X.
	01  WS-FACIL-RESULT		PIC S9(9) COMP-5.
	01  WS-CASE-COUNT		PIC 9(7) VALUE 0.
	01  WS-SETTLED-COUNT		PIC 9(7) VALUE 0.
	01  WS-POSTED-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-CUSTOMER-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-STEP		PIC 9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ITEM		PIC X(15).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-AMOUNT		PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-TOTAL-LINE.
		05  TOT-TEXT		PIC X(20).
		05  TOT-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TOT-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-JOB-NAME			PIC X(9) VALUE "ESTSBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
	01  TPINFDEF-REC.
		COPY TPINFDEF.
	01  TPSVCDEF-REC.
		COPY TPSVCDEF.
	01  TPTYPE-REC.
		COPY TPTYPE.
	01  TPSTATUS-REC.
		COPY TPSTATUS.
	01  WS-SVC-DATA			PIC X(200).
	01  WS-OCHQ-REC REDEFINES WS-SVC-DATA.
		COPY OCHQISD.
	01  WS-LNMAST-REC REDEFINES WS-SVC-DATA.
		COPY LNMASTD.
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
		OPEN OUTPUT RPT-FILE
		MOVE "ESTATE SETTLEMENT RUN" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			CALL "TPINIT" USING TPINFDEF-REC
			PERFORM 0500-LOAD-TAX-RATE
			OPEN I-O ESTATE-CASE-FILE
			IF WS-ESTC-STATUS = "00"
				PERFORM 0600-OPEN-CASE-FILES
				PERFORM 1000-PROCESS-CASES
				CLOSE POSITION-FILE
				CLOSE HEIR-FILE
			END-IF
			CLOSE ESTATE-CASE-FILE
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
	0500-LOAD-TAX-RATE.
		MOVE 5.00 TO WS-WHTAX-RATE
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "WHTAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-WHTAX-RATE
		END-IF.
      *
	0600-OPEN-CASE-FILES.
		OPEN I-O POSITION-FILE
		IF WS-ESTP-STATUS NOT = "00"
			CLOSE POSITION-FILE
			OPEN OUTPUT POSITION-FILE
			CLOSE POSITION-FILE
			OPEN I-O POSITION-FILE
		END-IF
		OPEN I-O HEIR-FILE
		IF WS-ESTH-STATUS NOT = "00"
			CLOSE HEIR-FILE
			OPEN OUTPUT HEIR-FILE
			CLOSE HEIR-FILE
			OPEN I-O HEIR-FILE
		END-IF.
      *
	1000-PROCESS-CASES.
		MOVE "N" TO WS-CASE-EOF-FLAG
		MOVE LOW-VALUES TO ESTC-CUSTOMER-NO
		START ESTATE-CASE-FILE KEY >= ESTC-CUSTOMER-NO
			INVALID KEY
				SET WS-CASE-EOF TO TRUE
		END-START
		PERFORM 1100-READ-CASE
		PERFORM 1200-CHECK-CASE UNTIL WS-CASE-EOF.
      *
	1100-READ-CASE.
		READ ESTATE-CASE-FILE NEXT RECORD
			AT END
				SET WS-CASE-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	1200-CHECK-CASE.
		IF ESTC-OPEN
			AND ESTC-APPROVED-STEP > ESTC-DONE-STEP
			PERFORM 1300-RUN-NEXT-STEP
		END-IF
		PERFORM 1100-READ-CASE.
      *
      *  The death date is the end of every interest calculation;
      *  accrual that ran on after it is the bank's to take back.
	1300-RUN-NEXT-STEP.
		ADD 1 TO WS-CASE-COUNT
		MOVE ESTC-DEATH-DATE TO WS-DATE-NUM
		COMPUTE WS-DEATH-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
		COMPUTE WS-BUSINESS-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		MOVE "N" TO WS-STEP-OPEN-FLAG
		EVALUATE ESTC-DONE-STEP
			WHEN 0
				PERFORM 2000-TAKE-INVENTORY
			WHEN 1
				PERFORM 3000-CLOSE-DEPOSITS
			WHEN 2
				PERFORM 4000-OFFSET-LOANS
			WHEN 3
				PERFORM 5000-PAY-HEIRS
		END-EVALUATE
		IF NOT WS-STEP-INCOMPLETE
			MOVE SPACES TO DTL-ITEM
			MOVE ZERO TO DTL-AMOUNT
			MOVE "STEP COMPLETE" TO DTL-RESULT
			PERFORM 8000-WRITE-DETAIL
			ADD 1 TO ESTC-DONE-STEP
			MOVE WS-BUSINESS-DATE TO ESTC-STEP-DATE
		END-IF
		IF ESTC-PAYMENT-DONE
			SET ESTC-SETTLED TO TRUE
			ADD 1 TO WS-SETTLED-COUNT
		END-IF
		REWRITE ESTATE-CASE-RECORD.
      *
      *----------------------------------------------------------------
      *  Step 1 - inventory.
      *----------------------------------------------------------------
	2000-TAKE-INVENTORY.
		MOVE ZERO TO ESTC-LOAN-TOTAL
		PERFORM 2100-SCAN-DD-ACCOUNTS
		PERFORM 2300-SCAN-FIXED-DEPOSITS
		PERFORM 2500-SCAN-LOANS.
      *
	2100-SCAN-DD-ACCOUNTS.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-SCAN-EOF TO TRUE
		END-IF
		PERFORM 2110-READ-DD-ACCOUNT UNTIL WS-SCAN-EOF
		CLOSE DD-ACCOUNT-FILE.
      *
	2110-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF DDACC-CUSTOMER-NO = ESTC-CUSTOMER-NO
					AND DDACC-ACTIVE
					PERFORM 2150-LIST-DD-ACCOUNT
				END-IF
		END-READ.
      *
	2150-LIST-DD-ACCOUNT.
		PERFORM 2900-INIT-POSITION
		SET ESTP-DEMAND TO TRUE
		MOVE DDACC-ACCOUNT-NO TO ESTP-ACCOUNT-NO
		MOVE "VND" TO ESTP-CURRENCY-CODE
		MOVE DDACC-BALANCE TO ESTP-BALANCE
		PERFORM 6100-DD-INTEREST-TO-DEATH
		MOVE WS-GROSS-INT TO ESTP-INTEREST-AMT
		PERFORM 2160-COUNT-OTHER-HOLDERS
		CALL "DDHLDCK1" USING DDACC-ACCOUNT-NO
			WS-BUSINESS-DATE WS-HELD-AMOUNT
			WS-FULL-HOLD-FLAG
		EVALUATE TRUE
			WHEN WS-OTHER-HOLDERS > ZERO
				SET ESTP-SURVIVORSHIP TO TRUE
				MOVE "PASSES TO SURVIVOR" TO ESTP-NOTE
			WHEN DDACC-BALANCE < ZERO
				SET ESTP-BLOCKED TO TRUE
				MOVE "ACCOUNT OVERDRAWN" TO ESTP-NOTE
			WHEN WS-FULL-HOLD OR WS-HELD-AMOUNT > ZERO
				SET ESTP-BLOCKED TO TRUE
				MOVE "HOLD ON ACCOUNT" TO ESTP-NOTE
		END-EVALUATE
		PERFORM 2950-WRITE-POSITION.
      *
      *  A joint account passes to the surviving primary or joint
      *  holders on the mandate file; a signatory owns nothing.
	2160-COUNT-OTHER-HOLDERS.
		MOVE ZERO TO WS-OTHER-HOLDERS
		MOVE "N" TO WS-HOLDER-EOF-FLAG
		OPEN INPUT MANDATE-FILE
		IF WS-DDMAND-STATUS NOT = "00"
			SET WS-HOLDER-EOF TO TRUE
		END-IF
		IF NOT WS-HOLDER-EOF
			MOVE DDACC-ACCOUNT-NO TO DDMAND-ACCOUNT-NO
			MOVE LOW-VALUES TO DDMAND-CUSTOMER-NO
			START MANDATE-FILE KEY >= DDMAND-KEY
				INVALID KEY
					SET WS-HOLDER-EOF TO TRUE
			END-START
		END-IF
		PERFORM 2170-READ-HOLDER UNTIL WS-HOLDER-EOF
		CLOSE MANDATE-FILE.
      *
	2170-READ-HOLDER.
		READ MANDATE-FILE NEXT RECORD
			AT END
				SET WS-HOLDER-EOF TO TRUE
			NOT AT END
				IF DDMAND-ACCOUNT-NO
						NOT = DDACC-ACCOUNT-NO
					SET WS-HOLDER-EOF TO TRUE
				ELSE
					PERFORM 2180-CHECK-HOLDER
				END-IF
		END-READ.
      *
	2180-CHECK-HOLDER.
		IF DDMAND-ACTIVE
			AND (DDMAND-PRIMARY OR DDMAND-JOINT)
			AND DDMAND-CUSTOMER-NO NOT = ESTC-CUSTOMER-NO
			ADD 1 TO WS-OTHER-HOLDERS
		END-IF.
      *
	2300-SCAN-FIXED-DEPOSITS.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-SCAN-EOF TO TRUE
		END-IF
		PERFORM 2310-READ-FIXED-DEPOSIT UNTIL WS-SCAN-EOF
		CLOSE FX-DEPOSIT-FILE.
      *
	2310-READ-FIXED-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF FXDEP-CUSTOMER-NO = ESTC-CUSTOMER-NO
					AND (FXDEP-ACTIVE
					OR FXDEP-DORMANT)
					PERFORM 2350-LIST-FIXED-DEPOSIT
				END-IF
		END-READ.
      *
	2350-LIST-FIXED-DEPOSIT.
		PERFORM 2900-INIT-POSITION
		SET ESTP-FIXED TO TRUE
		MOVE FXDEP-DEPOSIT-NO TO ESTP-ACCOUNT-NO
		MOVE FXDEP-CURRENCY-CODE TO ESTP-CURRENCY-CODE
		IF FXDEP-CURRENCY-CODE = SPACES
			MOVE "VND" TO ESTP-CURRENCY-CODE
		END-IF
		MOVE FXDEP-PRINCIPAL-AMT TO ESTP-BALANCE
		PERFORM 6200-FD-INTEREST-TO-DEATH
		MOVE WS-GROSS-INT TO ESTP-INTEREST-AMT
		MOVE WS-TAX-AMT TO ESTP-TAX-AMT
		EVALUATE TRUE
			WHEN FXDEP-DORMANT
				SET ESTP-BLOCKED TO TRUE
				MOVE "DORMANT DEPOSIT" TO ESTP-NOTE
			WHEN ESTP-CURRENCY-CODE NOT = "VND"
				SET ESTP-BLOCKED TO TRUE
				MOVE "FOREIGN CURRENCY" TO ESTP-NOTE
			WHEN FXDEP-HELD
				PERFORM 2360-CHECK-PLEDGE
		END-EVALUATE
		PERFORM 2950-WRITE-POSITION.
      *
      *  A deposit pledged for the deceased's own loan is simply
      *  part of the pool that repays it; one pledged for anybody
      *  else's loan is that borrower's collateral and stays put.
	2360-CHECK-PLEDGE.
		OPEN INPUT LOAN-MASTER-FILE
		MOVE FXDEP-PLEDGED-LOAN-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF LOANM-CUSTOMER-NO
						NOT = ESTC-CUSTOMER-NO
					AND LOANM-OPEN
					SET ESTP-BLOCKED TO TRUE
					MOVE "PLEDGED ELSEWHERE"
						TO ESTP-NOTE
				END-IF
		END-READ
		CLOSE LOAN-MASTER-FILE.
      *
	2500-SCAN-LOANS.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-SCAN-EOF TO TRUE
		END-IF
		PERFORM 2510-READ-LOAN UNTIL WS-SCAN-EOF
		CLOSE LOAN-MASTER-FILE.
      *
	2510-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF LOANM-CUSTOMER-NO = ESTC-CUSTOMER-NO
					AND LOANM-OPEN
					PERFORM 2550-LIST-LOAN
				END-IF
		END-READ.
      *
	2550-LIST-LOAN.
		PERFORM 2900-INIT-POSITION
		SET ESTP-LOAN TO TRUE
		MOVE LOANM-ACCOUNT-NO TO ESTP-ACCOUNT-NO
		MOVE LOANM-CURRENCY-CODE TO ESTP-CURRENCY-CODE
		IF LOANM-CURRENCY-CODE = SPACES
			MOVE "VND" TO ESTP-CURRENCY-CODE
		END-IF
		MOVE LOANM-PRINCIPAL TO ESTP-BALANCE
		ADD LOANM-PRINCIPAL TO ESTC-LOAN-TOTAL
		IF ESTP-CURRENCY-CODE NOT = "VND"
			SET ESTP-BLOCKED TO TRUE
			MOVE "FOREIGN CURRENCY" TO ESTP-NOTE
		END-IF
		PERFORM 2950-WRITE-POSITION.
      *
	2900-INIT-POSITION.
		MOVE ESTC-CUSTOMER-NO TO ESTP-CUSTOMER-NO
		MOVE ZERO TO ESTP-BALANCE
		MOVE ZERO TO ESTP-INTEREST-AMT
		MOVE ZERO TO ESTP-TAX-AMT
		MOVE ZERO TO ESTP-SETTLED-AMT
		SET ESTP-INVENTORIED TO TRUE
		MOVE WS-BUSINESS-DATE TO ESTP-STATUS-DATE
		MOVE SPACES TO ESTP-NOTE.
      *
	2950-WRITE-POSITION.
		MOVE ESTP-BALANCE TO DTL-AMOUNT
		MOVE ESTP-ACCOUNT-NO TO DTL-ITEM
		IF ESTP-NOTE = SPACES
			MOVE "LISTED" TO DTL-RESULT
		ELSE
			MOVE ESTP-NOTE TO DTL-RESULT
		END-IF
		WRITE POSITION-RECORD
			INVALID KEY
				REWRITE POSITION-RECORD
		END-WRITE
		PERFORM 8000-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *  Step 2 - close the deposits into the estate account.
      *----------------------------------------------------------------
	3000-CLOSE-DEPOSITS.
		OPEN I-O DD-ACCOUNT-FILE
		OPEN I-O FX-DEPOSIT-FILE
		MOVE "N" TO WS-POS-EOF-FLAG
		PERFORM 3010-START-POSITIONS
		PERFORM 3020-READ-POSITION
		PERFORM 3100-CLOSE-POSITION UNTIL WS-POS-EOF
		CLOSE DD-ACCOUNT-FILE
		CLOSE FX-DEPOSIT-FILE.
      *
	3010-START-POSITIONS.
		MOVE ESTC-CUSTOMER-NO TO ESTP-CUSTOMER-NO
		MOVE LOW-VALUES TO ESTP-POSITION-TYPE
		MOVE LOW-VALUES TO ESTP-ACCOUNT-NO
		START POSITION-FILE KEY >= ESTP-KEY
			INVALID KEY
				SET WS-POS-EOF TO TRUE
		END-START.
      *
	3020-READ-POSITION.
		IF NOT WS-POS-EOF
			READ POSITION-FILE NEXT RECORD
				AT END
					SET WS-POS-EOF TO TRUE
				NOT AT END
					IF ESTP-CUSTOMER-NO
						NOT = ESTC-CUSTOMER-NO
						SET WS-POS-EOF TO TRUE
					END-IF
			END-READ
		END-IF.
      *
	3100-CLOSE-POSITION.
		IF ESTP-INVENTORIED
			EVALUATE TRUE
				WHEN ESTP-DEMAND
					PERFORM 3200-CLOSE-DD-ACCOUNT
				WHEN ESTP-FIXED
					PERFORM 3400-CLOSE-FIXED-DEPOSIT
			END-EVALUATE
		END-IF
		PERFORM 3020-READ-POSITION.
      *
	3200-CLOSE-DD-ACCOUNT.
		MOVE ESTP-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE "ACCOUNT NOT FOUND" TO ESTP-NOTE
				PERFORM 3900-BLOCK-POSITION
			NOT INVALID KEY
				PERFORM 3210-RECHECK-DD-ACCOUNT
		END-READ.
      *
      *  Anything that arrived since the inventory - a court order,
      *  an overdraft - still stops the run from touching the
      *  account.
	3210-RECHECK-DD-ACCOUNT.
		CALL "DDHLDCK1" USING DDACC-ACCOUNT-NO
			WS-BUSINESS-DATE WS-HELD-AMOUNT
			WS-FULL-HOLD-FLAG
		EVALUATE TRUE
			WHEN NOT DDACC-ACTIVE
				MOVE "NO LONGER ACTIVE" TO ESTP-NOTE
				PERFORM 3900-BLOCK-POSITION
			WHEN DDACC-BALANCE < ZERO
				MOVE "ACCOUNT OVERDRAWN" TO ESTP-NOTE
				PERFORM 3900-BLOCK-POSITION
			WHEN WS-FULL-HOLD OR WS-HELD-AMOUNT > ZERO
				MOVE "HOLD ON ACCOUNT" TO ESTP-NOTE
				PERFORM 3900-BLOCK-POSITION
			WHEN OTHER
				PERFORM 3250-POST-DD-CLOSURE
		END-EVALUATE.
      *
      *  Balance plus interest to the date of death into the estate
      *  account; accrual booked for the days since goes back to
      *  interest expense.
	3250-POST-DD-CLOSURE.
		PERFORM 6100-DD-INTEREST-TO-DEATH
		COMPUTE WS-PROCEEDS = DDACC-BALANCE + WS-GROSS-INT
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 7000-OPEN-GL
		MOVE DDACC-HOME-BRANCH TO WS-ACCT-BRANCH
		IF WS-ACCT-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-ACCT-BRANCH
		END-IF
		MOVE WS-ACCT-BRANCH TO WS-LEG-BRANCH
		MOVE WS-DD-LIABILITY-ACCT TO WS-LEG-ACCT
		MOVE DDACC-BALANCE TO WS-LEG-AMOUNT
		PERFORM 7100-WRITE-DEBIT
		MOVE WS-DD-ACCRUED-ACCT TO WS-LEG-ACCT
		MOVE DDACC-ACCRUED-INT TO WS-LEG-AMOUNT
		PERFORM 7100-WRITE-DEBIT
		MOVE WS-INT-EXPENSE-ACCT TO WS-LEG-ACCT
		MOVE WS-EXCESS-INT TO WS-LEG-AMOUNT
		PERFORM 7200-WRITE-CREDIT
		MOVE WS-BRANCH-CODE TO WS-LEG-BRANCH
		MOVE WS-ESTATE-ACCT TO WS-LEG-ACCT
		MOVE WS-PROCEEDS TO WS-LEG-AMOUNT
		PERFORM 7200-WRITE-CREDIT
		CLOSE GL-INTERFACE-FILE
		MOVE SPACES TO WS-OLD-STATUS-FLAG
		MOVE DDACC-STATUS-FLAG TO WS-OLD-STATUS-FLAG
		MOVE ZERO TO DDACC-BALANCE
		MOVE ZERO TO DDACC-ACCRUED-INT
		SET DDACC-CLOSED TO TRUE
		REWRITE DD-ACCOUNT-RECORD
		MOVE "DDACC-STATUS" TO AUDTRL-RECORD-TYPE
		MOVE DDACC-ACCOUNT-NO TO AUDTRL-KEY-VALUE
		MOVE WS-OLD-STATUS-FLAG TO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE DDACC-STATUS-FLAG TO AUDTRL-NEW-VALUE
		PERFORM 8200-WRITE-AUDIT-TRAIL
		MOVE DDACC-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE WS-ACCT-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-ESTATE-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 3800-RECORD-CLOSURE.
      *
	3400-CLOSE-FIXED-DEPOSIT.
		MOVE ESTP-ACCOUNT-NO TO FXDEP-DEPOSIT-NO
		READ FX-DEPOSIT-FILE
			INVALID KEY
				MOVE "DEPOSIT NOT FOUND" TO ESTP-NOTE
				PERFORM 3900-BLOCK-POSITION
			NOT INVALID KEY
				PERFORM 3410-RECHECK-FIXED-DEPOSIT
		END-READ.
      *
	3410-RECHECK-FIXED-DEPOSIT.
		IF FXDEP-ACTIVE
			IF FXDEP-HELD
				PERFORM 2360-CHECK-PLEDGE
			END-IF
			IF NOT ESTP-BLOCKED
				PERFORM 3450-POST-FD-CLOSURE
			ELSE
				PERFORM 3900-BLOCK-POSITION
			END-IF
		ELSE
			MOVE "NO LONGER ACTIVE" TO ESTP-NOTE
			PERFORM 3900-BLOCK-POSITION
		END-IF.
      *
      *  The FXDPWD01 legs, with the estate account standing in for
      *  the customer's settlement account.
	3450-POST-FD-CLOSURE.
		PERFORM 6200-FD-INTEREST-TO-DEATH
		COMPUTE WS-PROCEEDS =
			FXDEP-PRINCIPAL-AMT + WS-GROSS-INT - WS-TAX-AMT
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 7000-OPEN-GL
		MOVE FXDEP-HOME-BRANCH TO WS-ACCT-BRANCH
		IF WS-ACCT-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-ACCT-BRANCH
		END-IF
		MOVE WS-ACCT-BRANCH TO WS-LEG-BRANCH
		MOVE WS-FD-LIABILITY-ACCT TO WS-LEG-ACCT
		MOVE FXDEP-PRINCIPAL-AMT TO WS-LEG-AMOUNT
		PERFORM 7100-WRITE-DEBIT
		PERFORM 3455-RELEASE-FD-ACCRUAL
		MOVE WS-TAX-PAYABLE-ACCT TO WS-LEG-ACCT
		MOVE WS-TAX-AMT TO WS-LEG-AMOUNT
		PERFORM 7200-WRITE-CREDIT
		MOVE WS-BRANCH-CODE TO WS-LEG-BRANCH
		MOVE WS-ESTATE-ACCT TO WS-LEG-ACCT
		MOVE WS-PROCEEDS TO WS-LEG-AMOUNT
		PERFORM 7200-WRITE-CREDIT
		CLOSE GL-INTERFACE-FILE
		PERFORM 3460-WRITE-TAX-REGISTER
		MOVE SPACES TO WS-OLD-STATUS-FLAG
		MOVE FXDEP-STATUS-FLAG TO WS-OLD-STATUS-FLAG
		SET FXDEP-CLOSED TO TRUE
		SET FXDEP-FREE TO TRUE
		MOVE SPACES TO FXDEP-PLEDGED-LOAN-NO
		REWRITE FX-DEPOSIT-RECORD
		MOVE "FXDEP-STATUS" TO AUDTRL-RECORD-TYPE
		MOVE FXDEP-DEPOSIT-NO TO AUDTRL-KEY-VALUE
		MOVE WS-OLD-STATUS-FLAG TO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE FXDEP-STATUS-FLAG TO AUDTRL-NEW-VALUE
		PERFORM 8200-WRITE-AUDIT-TRAIL
		MOVE FXDEP-DEPOSIT-NO TO TRNH-ACCOUNT-NO
		MOVE WS-ACCT-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-ESTATE-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 3800-RECORD-CLOSURE.
      *
	3455-RELEASE-FD-ACCRUAL.
		IF FXDEP-ACCRUED-INT > ZERO
			MOVE WS-FD-INT-PAYABLE-ACCT TO WS-LEG-ACCT
			MOVE FXDEP-ACCRUED-INT TO WS-LEG-AMOUNT
			PERFORM 7100-WRITE-DEBIT
		END-IF
		COMPUTE WS-TRUEUP-AMT =
			WS-GROSS-INT - FXDEP-ACCRUED-INT
		MOVE WS-INT-EXPENSE-ACCT TO WS-LEG-ACCT
		IF WS-TRUEUP-AMT > ZERO
			MOVE WS-TRUEUP-AMT TO WS-LEG-AMOUNT
			PERFORM 7100-WRITE-DEBIT
		END-IF
		IF WS-TRUEUP-AMT < ZERO
			COMPUTE WS-LEG-AMOUNT = ZERO - WS-TRUEUP-AMT
			PERFORM 7200-WRITE-CREDIT
		END-IF
		MOVE ZERO TO FXDEP-ACCRUED-INT.
      *
	3460-WRITE-TAX-REGISTER.
		OPEN EXTEND TAX-REGISTER-FILE
		IF WS-TAXREG-STATUS NOT = "00"
			CLOSE TAX-REGISTER-FILE
			OPEN OUTPUT TAX-REGISTER-FILE
		END-IF
		MOVE FXDEP-DEPOSIT-NO TO TAXREG-DEPOSIT-NO
		MOVE FXDEP-CUSTOMER-NO TO TAXREG-CUSTOMER-NO
		MOVE "ESTATE" TO TAXREG-EVENT
		MOVE WS-BUSINESS-DATE TO TAXREG-DATE
		MOVE WS-GROSS-INT TO TAXREG-GROSS-INTEREST
		MOVE WS-WHTAX-RATE TO TAXREG-TAX-RATE
		MOVE WS-TAX-AMT TO TAXREG-TAX-AMOUNT
		COMPUTE TAXREG-NET-INTEREST =
			WS-GROSS-INT - WS-TAX-AMT
		WRITE TAX-REGISTER-RECORD
		CLOSE TAX-REGISTER-FILE.
      *
	3800-RECORD-CLOSURE.
		MOVE "ESTCLOSE" TO TRNH-EVENT-CODE
		MOVE WS-PROCEEDS TO TRNH-AMOUNT
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		PERFORM 8100-WRITE-TRAN-HISTORY
		MOVE WS-GROSS-INT TO ESTP-INTEREST-AMT
		MOVE WS-TAX-AMT TO ESTP-TAX-AMT
		MOVE WS-PROCEEDS TO ESTP-SETTLED-AMT
		SET ESTP-SETTLED TO TRUE
		MOVE WS-BUSINESS-DATE TO ESTP-STATUS-DATE
		REWRITE POSITION-RECORD
		ADD WS-PROCEEDS TO ESTC-DEPOSIT-TOTAL
		COMPUTE ESTC-INTEREST-TOTAL = ESTC-INTEREST-TOTAL
			+ WS-GROSS-INT - WS-TAX-AMT
		ADD WS-TAX-AMT TO ESTC-TAX-TOTAL
		ADD WS-PROCEEDS TO WS-POSTED-TOTAL
		MOVE ESTP-ACCOUNT-NO TO DTL-ITEM
		MOVE WS-PROCEEDS TO DTL-AMOUNT
		MOVE "CLOSED TO ESTATE" TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
	3900-BLOCK-POSITION.
		SET ESTP-BLOCKED TO TRUE
		MOVE WS-BUSINESS-DATE TO ESTP-STATUS-DATE
		REWRITE POSITION-RECORD
		MOVE ESTP-ACCOUNT-NO TO DTL-ITEM
		MOVE ESTP-BALANCE TO DTL-AMOUNT
		MOVE ESTP-NOTE TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *  Step 3 - repay the loans out of the pool.
      *----------------------------------------------------------------
	4000-OFFSET-LOANS.
		COMPUTE WS-POOL = ESTC-DEPOSIT-TOTAL - ESTC-OFFSET-TOTAL
		MOVE ZERO TO ESTC-SHORTFALL-AMT
		MOVE "N" TO WS-POS-EOF-FLAG
		PERFORM 3010-START-POSITIONS
		PERFORM 3020-READ-POSITION
		PERFORM 4100-OFFSET-POSITION UNTIL WS-POS-EOF
		IF WS-STEP-INCOMPLETE
			MOVE ZERO TO ESTC-NET-AMT
		ELSE
			MOVE WS-POOL TO ESTC-NET-AMT
		END-IF.
      *
	4100-OFFSET-POSITION.
		IF ESTP-LOAN
			EVALUATE TRUE
				WHEN ESTP-INVENTORIED
					PERFORM 4150-CHECK-CLAIM
				WHEN ESTP-BLOCKED
					PERFORM 4700-CHECK-DESK-LOAN
				WHEN ESTP-PART-OFFSET
					ADD ESTP-BALANCE
						TO ESTC-SHORTFALL-AMT
					SUBTRACT ESTP-SETTLED-AMT
						FROM ESTC-SHORTFALL-AMT
			END-EVALUATE
		END-IF
		PERFORM 3020-READ-POSITION.
      *
	4150-CHECK-CLAIM.
		MOVE "N" TO WS-CLAIM-PENDING-FLAG
		OPEN INPUT CREDIT-LIFE-FILE
		IF WS-CRLIFE-STATUS = "00"
			MOVE ESTP-ACCOUNT-NO TO CRLIFE-ACCOUNT-NO
			READ CREDIT-LIFE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF CRLIFE-ACTIVE
						PERFORM 4160-READ-CLAIM
					END-IF
			END-READ
		END-IF
		CLOSE CREDIT-LIFE-FILE
		IF WS-CLAIM-PENDING
			SET WS-STEP-INCOMPLETE TO TRUE
			MOVE ESTP-ACCOUNT-NO TO DTL-ITEM
			MOVE ESTP-BALANCE TO DTL-AMOUNT
			MOVE "AWAITING INSURER" TO DTL-RESULT
			PERFORM 8000-WRITE-DETAIL
		ELSE
			PERFORM 4200-OFFSET-LOAN
		END-IF.
      *
      *  No claim yet means the claim run has still to open one.
	4160-READ-CLAIM.
		SET WS-CLAIM-PENDING TO TRUE
		OPEN INPUT CLAIM-FILE
		IF WS-CRLCLM-STATUS = "00"
			MOVE ESTP-ACCOUNT-NO TO CRLCLM-ACCOUNT-NO
			READ CLAIM-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 4170-CHECK-ANSWER
			END-READ
		END-IF
		CLOSE CLAIM-FILE.
      *
	4170-CHECK-ANSWER.
		IF CRLCLM-PAID OR CRLCLM-DECLINED
			MOVE "N" TO WS-CLAIM-PENDING-FLAG
		END-IF.
      *
	4200-OFFSET-LOAN.
		MOVE "N" TO WS-LOAN-CLOSE-FLAG
		OPEN I-O LOAN-MASTER-FILE
		MOVE ESTP-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE ZERO TO WS-OFFSET-AMT
				MOVE "LOAN NOT FOUND" TO ESTP-NOTE
			NOT INVALID KEY
				PERFORM 4300-APPLY-OFFSET
		END-READ
		CLOSE LOAN-MASTER-FILE
		IF WS-LOAN-PAID-OFF
			PERFORM 4600-CLOSE-LOAN
		END-IF
		MOVE WS-OFFSET-AMT TO ESTP-SETTLED-AMT
		MOVE WS-BUSINESS-DATE TO ESTP-STATUS-DATE
		REWRITE POSITION-RECORD
		MOVE ESTP-ACCOUNT-NO TO DTL-ITEM
		MOVE WS-OFFSET-AMT TO DTL-AMOUNT
		MOVE ESTP-NOTE TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
	4300-APPLY-OFFSET.
		IF NOT LOANM-OPEN
			MOVE ZERO TO WS-OFFSET-AMT
			SET ESTP-SETTLED TO TRUE
			MOVE "CLOSED ELSEWHERE" TO ESTP-NOTE
		ELSE
			IF LOANM-PRINCIPAL > WS-POOL
				MOVE WS-POOL TO WS-OFFSET-AMT
			ELSE
				MOVE LOANM-PRINCIPAL TO WS-OFFSET-AMT
			END-IF
			IF WS-OFFSET-AMT > ZERO
				PERFORM 4400-POST-OFFSET
			END-IF
			PERFORM 4500-RECORD-OUTCOME
		END-IF.
      *
	4400-POST-OFFSET.
		MOVE "1000000001" TO WS-LOAN-RECV-ACCT
		MOVE "REPAYMNT" TO WS-GLMAP-EVENT
		MOVE LOANM-PRODUCT-CODE TO WS-GLMAP-PRODUCT
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT
			WS-GLMAP-PRODUCT WS-GLMAP-DEBIT
			WS-GLMAP-CREDIT WS-GLMAP-FOUND-FLAG
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-CREDIT TO WS-LOAN-RECV-ACCT
		END-IF
		SUBTRACT WS-OFFSET-AMT FROM LOANM-PRINCIPAL
		REWRITE LOAN-MASTER-RECORD
		IF LOANM-FACILITY-NO NOT = SPACES
			MOVE "P" TO WS-FACIL-MODE
			CALL "FACLCK1" USING LOANM-FACILITY-NO
				LOANM-CUSTOMER-NO LOANM-CURRENCY-CODE
				WS-OFFSET-AMT WS-FACIL-MODE
				WS-BUSINESS-DATE WS-FACIL-RESULT
		END-IF
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 7000-OPEN-GL
		MOVE LOANM-BRANCH-CODE TO WS-LEG-BRANCH
		MOVE WS-ESTATE-ACCT TO WS-LEG-ACCT
		MOVE WS-OFFSET-AMT TO WS-LEG-AMOUNT
		PERFORM 7100-WRITE-DEBIT
		MOVE WS-LOAN-RECV-ACCT TO WS-LEG-ACCT
		PERFORM 7200-WRITE-CREDIT
		CLOSE GL-INTERFACE-FILE
		MOVE LOANM-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "ESTOFSET" TO TRNH-EVENT-CODE
		MOVE WS-OFFSET-AMT TO TRNH-AMOUNT
		MOVE LOANM-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-ESTATE-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		SUBTRACT WS-OFFSET-AMT FROM WS-POOL
		ADD WS-OFFSET-AMT TO ESTC-OFFSET-TOTAL
		ADD WS-OFFSET-AMT TO WS-POSTED-TOTAL.
      *
	4500-RECORD-OUTCOME.
		IF LOANM-PRINCIPAL = ZERO
			SET WS-LOAN-PAID-OFF TO TRUE
			SET ESTP-SETTLED TO TRUE
			MOVE "REPAID FROM ESTATE" TO ESTP-NOTE
		ELSE
			SET ESTP-PART-OFFSET TO TRUE
			ADD LOANM-PRINCIPAL TO ESTC-SHORTFALL-AMT
			MOVE "ESTATE SHORTFALL" TO ESTP-NOTE
		END-IF.
      *
      *  Closing through the service rather than flipping the flag
      *  here keeps pledge release, collateral release tasks and
      *  co-borrower and pool retirement in the one place.
	4600-CLOSE-LOAN.
		MOVE SPACES TO WS-SVC-DATA
		SET LNMAST-CLOSE TO TRUE
		MOVE ESTP-ACCOUNT-NO TO LNMAST-ACCOUNT-NO
		MOVE "LNMAST01" TO SERVICE-NAME
		SET X-COMMON TO TRUE
		MOVE LENGTH OF WS-SVC-DATA TO LEN
		CALL "RETRYQ01" USING TPSVCDEF-REC TPTYPE-REC
			WS-SVC-DATA TPSTATUS-REC
		IF NOT TPOK
			MOVE "REPAID-CLOSE BY DESK" TO ESTP-NOTE
		END-IF.
      *
      *  A loan the run could not touch holds the step open until
      *  the desk has closed it; the pool is not shared while a
      *  debt of the deceased is still standing.
	4700-CHECK-DESK-LOAN.
		OPEN INPUT LOAN-MASTER-FILE
		MOVE ESTP-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF LOANM-OPEN
					SET WS-STEP-INCOMPLETE TO TRUE
				END-IF
		END-READ
		CLOSE LOAN-MASTER-FILE
		IF WS-STEP-INCOMPLETE
			MOVE "LOAN WITH DESK" TO DTL-RESULT
		ELSE
			SET ESTP-SETTLED TO TRUE
			MOVE "SETTLED BY DESK" TO ESTP-NOTE
			MOVE WS-BUSINESS-DATE TO ESTP-STATUS-DATE
			REWRITE POSITION-RECORD
			MOVE ESTP-NOTE TO DTL-RESULT
		END-IF
		MOVE ESTP-ACCOUNT-NO TO DTL-ITEM
		MOVE ESTP-BALANCE TO DTL-AMOUNT
		PERFORM 8000-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *  Step 4 - pay the heirs.
      *----------------------------------------------------------------
	5000-PAY-HEIRS.
		PERFORM 5100-TOTAL-SHARES
		IF WS-SHARE-TOTAL NOT = 100
			SET WS-STEP-INCOMPLETE TO TRUE
			MOVE SPACES TO DTL-ITEM
			MOVE ZERO TO DTL-AMOUNT
			MOVE "SHARES NOT 100 PCT" TO DTL-RESULT
			PERFORM 8000-WRITE-DETAIL
		ELSE
			MOVE ZERO TO WS-ALLOCATED
			PERFORM 5150-START-HEIRS
			PERFORM 5160-READ-HEIR
			PERFORM 5200-PAY-ONE-HEIR UNTIL WS-HEIR-EOF
		END-IF.
      *
	5100-TOTAL-SHARES.
		MOVE ZERO TO WS-SHARE-TOTAL
		MOVE ZERO TO WS-LAST-HEIR-SEQ
		PERFORM 5150-START-HEIRS
		PERFORM 5160-READ-HEIR
		PERFORM 5110-ADD-SHARE UNTIL WS-HEIR-EOF.
      *
	5110-ADD-SHARE.
		ADD ESTH-SHARE-PCT TO WS-SHARE-TOTAL
		IF ESTH-SHARE-PCT > ZERO
			MOVE ESTH-HEIR-SEQ TO WS-LAST-HEIR-SEQ
		END-IF
		PERFORM 5160-READ-HEIR.
      *
	5150-START-HEIRS.
		MOVE "N" TO WS-HEIR-EOF-FLAG
		MOVE ESTC-CUSTOMER-NO TO ESTH-CUSTOMER-NO
		MOVE ZERO TO ESTH-HEIR-SEQ
		START HEIR-FILE KEY >= ESTH-KEY
			INVALID KEY
				SET WS-HEIR-EOF TO TRUE
		END-START.
      *
	5160-READ-HEIR.
		IF NOT WS-HEIR-EOF
			READ HEIR-FILE NEXT RECORD
				AT END
					SET WS-HEIR-EOF TO TRUE
				NOT AT END
					IF ESTH-CUSTOMER-NO
						NOT = ESTC-CUSTOMER-NO
						SET WS-HEIR-EOF TO TRUE
					END-IF
			END-READ
		END-IF.
      *
      *  Every heir's amount is worked out afresh on each run in
      *  sequence order, so one paid on an earlier night keeps the
      *  same share and the last heir still takes the rounding.
	5200-PAY-ONE-HEIR.
		IF ESTH-HEIR-SEQ = WS-LAST-HEIR-SEQ
			COMPUTE WS-HEIR-AMT =
				ESTC-NET-AMT - WS-ALLOCATED
		ELSE
			COMPUTE WS-HEIR-AMT ROUNDED =
				ESTC-NET-AMT * ESTH-SHARE-PCT / 100
		END-IF
		IF ESTH-SHARE-PCT = ZERO
			MOVE ZERO TO WS-HEIR-AMT
		END-IF
		ADD WS-HEIR-AMT TO WS-ALLOCATED
		IF ESTH-PENDING
			EVALUATE TRUE
				WHEN WS-HEIR-AMT = ZERO
					PERFORM 5500-MARK-HEIR-PAID
				WHEN ESTH-PAY-TO-ACCOUNT
					PERFORM 5300-CREDIT-HEIR-ACCOUNT
				WHEN OTHER
					PERFORM 5400-ISSUE-HEIR-CHEQUE
			END-EVALUATE
		END-IF
		PERFORM 5160-READ-HEIR.
      *
	5300-CREDIT-HEIR-ACCOUNT.
		OPEN I-O DD-ACCOUNT-FILE
		MOVE ESTH-DD-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				PERFORM 5600-LEAVE-HEIR-PENDING
			NOT INVALID KEY
				IF DDACC-ACTIVE
					PERFORM 5350-POST-HEIR-CREDIT
				ELSE
					PERFORM 5600-LEAVE-HEIR-PENDING
				END-IF
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
	5350-POST-HEIR-CREDIT.
		ADD WS-HEIR-AMT TO DDACC-BALANCE
		REWRITE DD-ACCOUNT-RECORD
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 7000-OPEN-GL
		MOVE DDACC-HOME-BRANCH TO WS-ACCT-BRANCH
		IF WS-ACCT-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-ACCT-BRANCH
		END-IF
		MOVE WS-BRANCH-CODE TO WS-LEG-BRANCH
		MOVE WS-ESTATE-ACCT TO WS-LEG-ACCT
		MOVE WS-HEIR-AMT TO WS-LEG-AMOUNT
		PERFORM 7100-WRITE-DEBIT
		MOVE WS-ACCT-BRANCH TO WS-LEG-BRANCH
		MOVE WS-DD-LIABILITY-ACCT TO WS-LEG-ACCT
		PERFORM 7200-WRITE-CREDIT
		CLOSE GL-INTERFACE-FILE
		MOVE DDACC-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		PERFORM 5450-RECORD-HEIR-PAYMENT.
      *
      *  The cheque is registered first; the money only leaves the
      *  estate account for the cheque payable once the register
      *  has accepted the number.
	5400-ISSUE-HEIR-CHEQUE.
		MOVE SPACES TO WS-SVC-DATA
		SET OCHQD-ISSUE TO TRUE
		MOVE ESTH-CHEQUE-NO TO OCHQD-CHEQUE-NO
		MOVE ESTH-HEIR-NAME TO OCHQD-PAYEE-NAME
		MOVE ESTC-CUSTOMER-NO TO OCHQD-ACCOUNT-NO
		MOVE WS-HEIR-AMT TO OCHQD-AMOUNT
		MOVE "OCHQIS01" TO SERVICE-NAME
		SET X-COMMON TO TRUE
		MOVE LENGTH OF WS-SVC-DATA TO LEN
		CALL "RETRYQ01" USING TPSVCDEF-REC TPTYPE-REC
			WS-SVC-DATA TPSTATUS-REC
		IF TPOK
			CALL "TRNIDGN1" USING WS-TRANID
			PERFORM 7000-OPEN-GL
			MOVE WS-BRANCH-CODE TO WS-ACCT-BRANCH
			MOVE WS-BRANCH-CODE TO WS-LEG-BRANCH
			MOVE WS-ESTATE-ACCT TO WS-LEG-ACCT
			MOVE WS-HEIR-AMT TO WS-LEG-AMOUNT
			PERFORM 7100-WRITE-DEBIT
			MOVE WS-CHQ-PAYABLE-ACCT TO WS-LEG-ACCT
			PERFORM 7200-WRITE-CREDIT
			CLOSE GL-INTERFACE-FILE
			MOVE ESTC-CUSTOMER-NO TO TRNH-ACCOUNT-NO
			PERFORM 5450-RECORD-HEIR-PAYMENT
		ELSE
			PERFORM 5600-LEAVE-HEIR-PENDING
		END-IF.
      *
	5450-RECORD-HEIR-PAYMENT.
		MOVE "ESTHEIR" TO TRNH-EVENT-CODE
		MOVE WS-HEIR-AMT TO TRNH-AMOUNT
		MOVE WS-ACCT-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-ESTATE-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		ADD WS-HEIR-AMT TO ESTC-PAID-TOTAL
		ADD WS-HEIR-AMT TO WS-POSTED-TOTAL
		PERFORM 5500-MARK-HEIR-PAID.
      *
	5500-MARK-HEIR-PAID.
		SET ESTH-PAID TO TRUE
		MOVE WS-HEIR-AMT TO ESTH-PAID-AMT
		MOVE WS-BUSINESS-DATE TO ESTH-PAID-DATE
		REWRITE HEIR-RECORD
		MOVE ESTH-HEIR-NAME TO DTL-ITEM
		MOVE WS-HEIR-AMT TO DTL-AMOUNT
		MOVE "PAID TO HEIR" TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
	5600-LEAVE-HEIR-PENDING.
		SET WS-STEP-INCOMPLETE TO TRUE
		MOVE ESTH-HEIR-NAME TO DTL-ITEM
		MOVE WS-HEIR-AMT TO DTL-AMOUNT
		IF ESTH-PAY-TO-ACCOUNT
			MOVE "CREDIT ACCT INVALID" TO DTL-RESULT
		ELSE
			MOVE "CHEQUE NOT ISSUED" TO DTL-RESULT
		END-IF
		PERFORM 8000-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *  Interest to the date of death.
      *----------------------------------------------------------------
      *  The nightly accrual has run on past the death; the days
      *  since are taken back out of DDACC-ACCRUED-INT, never more
      *  than is there.
	6100-DD-INTEREST-TO-DEATH.
		COMPUTE WS-DAYS = WS-BUSINESS-INT - WS-DEATH-INT
		IF WS-DAYS < ZERO OR DDACC-BALANCE <= ZERO
			MOVE ZERO TO WS-DAYS
		END-IF
		COMPUTE WS-EXCESS-INT ROUNDED =
			DDACC-BALANCE * DDACC-INTEREST-RATE
			* WS-DAYS / 36500
		IF WS-EXCESS-INT > DDACC-ACCRUED-INT
			MOVE DDACC-ACCRUED-INT TO WS-EXCESS-INT
		END-IF
		IF WS-EXCESS-INT < ZERO
			MOVE ZERO TO WS-EXCESS-INT
		END-IF
		COMPUTE WS-GROSS-INT =
			DDACC-ACCRUED-INT - WS-EXCESS-INT
		MOVE ZERO TO WS-TAX-AMT.
      *
      *  Contract rate for the days held, stopping at maturity if
      *  the deposit matured first, less the months FXINTBT1 has
      *  already paid out or capitalized.
	6200-FD-INTEREST-TO-DEATH.
		MOVE FXDEP-OPEN-DATE TO WS-DATE-NUM
		COMPUTE WS-START-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		MOVE WS-DEATH-INT TO WS-END-INT
		IF FXDEP-MATURITY-DATE < ESTC-DEATH-DATE
			MOVE FXDEP-MATURITY-DATE TO WS-DATE-NUM
			COMPUTE WS-END-INT =
				FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		END-IF
		COMPUTE WS-DAYS = WS-END-INT - WS-START-INT
		IF WS-DAYS < ZERO
			MOVE ZERO TO WS-DAYS
		END-IF
		COMPUTE WS-GROSS-INT ROUNDED =
			FXDEP-PRINCIPAL-AMT * FXDEP-INTEREST-RATE
			* WS-DAYS / 36500
		COMPUTE WS-SETTLED-INT ROUNDED =
			FXDEP-PRINCIPAL-AMT * FXDEP-INTEREST-RATE
			* FXDEP-INT-PAID-MONTHS / 1200
		SUBTRACT WS-SETTLED-INT FROM WS-GROSS-INT
		IF WS-GROSS-INT < ZERO
			MOVE ZERO TO WS-GROSS-INT
		END-IF
		COMPUTE WS-TAX-AMT ROUNDED =
			WS-GROSS-INT * WS-WHTAX-RATE / 100.
      *
      *----------------------------------------------------------------
      *  GL interface legs.
      *----------------------------------------------------------------
	7000-OPEN-GL.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF.
      *
      *  A leg of zero is not written at all.
	7100-WRITE-DEBIT.
		IF WS-LEG-AMOUNT NOT = ZERO
			SET GLINTF-DEBIT TO TRUE
			PERFORM 7300-WRITE-LEG
		END-IF.
      *
	7200-WRITE-CREDIT.
		IF WS-LEG-AMOUNT NOT = ZERO
			SET GLINTF-CREDIT TO TRUE
			PERFORM 7300-WRITE-LEG
		END-IF.
      *
	7300-WRITE-LEG.
		MOVE WS-LEG-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-LEG-ACCT TO GLINTF-GL-ACCOUNT
		MOVE WS-LEG-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD.
      *
	8000-WRITE-DETAIL.
		MOVE ESTC-CUSTOMER-NO TO DTL-CUSTOMER-NO
		COMPUTE DTL-STEP = ESTC-DONE-STEP + 1
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
	8200-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CASES WORKED:" TO TOT-TEXT
		MOVE WS-CASE-COUNT TO TOT-COUNT
		MOVE WS-POSTED-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CASES SETTLED:" TO TOT-TEXT
		MOVE WS-SETTLED-COUNT TO TOT-COUNT
		MOVE ZERO TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
