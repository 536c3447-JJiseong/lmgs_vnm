      *
      *  BRXFRP1.cbl
      *
      *  Branch-transfer engine.  CALLed subprogram on the
      *  BATCTLCK "small CALLed subprogram" shape, shared by the
      *  counter transfer service (BRXFR01) and the branch-merger
      *  batch (BRMGBT1) so a single account and a whole closing
      *  branch move through exactly the same postings.  The
      *  parameter block is the BRXFRD buffer; LS-BUSINESS-DATE is
      *  the value date of the legs.
      *
      *  Re-homes one loan (LOANMSTR, LOANM-BRANCH-CODE), demand-
      *  deposit account (DDACCTR, DDACC-HOME-BRANCH) or fixed
      *  deposit (FXDEPR, FXDEP-HOME-BRANCH) to the branch named
      *  in BRXFRD-TO-BRANCH, which must stand on the Branch Master
      *  (BRMSTR) and not itself be merged away.  Only open
      *  accounts move; a closed one stays where it closed.
      *
      *  Every balance the account carries in the GL leaves the old
      *  branch's books and arrives on the new branch's books under
      *  one TRANID - a transfer-out leg at the old branch and a
      *  matching transfer-in leg at the new branch, on the same
      *  GL account, on the GL interface (GLINTFR); the GL release
      *  (GLBALBAT1) adds the inter-branch due-to/due-from pair as
      *  it does for any TRANID spanning branches:
      *    - a loan moves its principal (loan receivable), its
      *      accrued interest (accrued interest receivable - the
      *      interest of past-due unpaid installments plus the
      *      daily accrual since the last elapsed due date, as the
      *      payoff quote LNPAYQ01 measures it), its penalty
      *      balance (penalty receivable) and the provision
      *      carried on the provision register (PROVREGR, against
      *      the provision allowance);
      *    - a demand-deposit account moves its balance (the DD
      *      liability, sign-aware for a drawn overdraft), its
      *      accrued credit interest (DD accrued interest payable)
      *      and its accrued overdraft interest (OD receivable);
      *    - a fixed deposit moves its principal (FD liability)
      *      and the interest accrued on it so far (FD interest
      *      payable), both at the book rate.
      *  A foreign-currency loan or deposit moves at its book rate
      *  (LOANM-BOOK-RATE/FXDEP-BOOK-RATE), the value it stands in
      *  the GL at.
      *
      *  The old and new branch land on the audit trail (AUDTRLR)
      *  as a before/after image with the principal moved, and the
      *  account's transaction history (TRNHSTR) gets a BRXFER row
      *  at the new branch.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BRXFRP1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BRM-LMID
			FILE STATUS IS WS-BRMSTR-STATUS.
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
		SELECT PROVISION-REG-FILE ASSIGN TO "PROVREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PROV-ACCOUNT-NO
			FILE STATUS IS WS-PROV-STATUS.
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
	FD  BRANCH-MASTER-FILE.
	01  BRANCH-MASTER-RECORD.
		COPY BRMSTR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  PROVISION-REG-FILE.
	01  PROVISION-REG-RECORD.
		COPY PROVREGR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
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
	01  WS-BRMSTR-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-PROV-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-BRM-EOF-FLAG		PIC X.
		88  WS-BRM-EOF		VALUE "Y".
	01  WS-TARGET-FLAG		PIC X.
		88  WS-TARGET-FOUND	VALUE "Y".
	01  WS-FROM-BRANCH		PIC X(6).
	01  WS-BOOK-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-LAST-CYCLE-DATE		PIC X(8).
	01  WS-UNPAID-INTEREST		PIC S9(13)V99 COMP-3.
	01  WS-TODAY-NUM		PIC 9(8).
	01  WS-TODAY-INT		PIC S9(9) COMP-5.
	01  WS-CYCLE-NUM		PIC 9(8).
	01  WS-CYCLE-INT		PIC S9(9) COMP-5.
	01  WS-ACCRUAL-DAYS		PIC S9(9) COMP-5.
	01  WS-DAILY-RATE		PIC S9(3)V9(8) COMP-3.
	01  WS-MONTHLY-RATE		PIC S9(3)V9(6) COMP-3.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-LEG-ACCOUNT		PIC X(10).
	01  WS-LEG-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-LEG-SIDE			PIC X.
		88  WS-LEG-ASSET	VALUE "A".
		88  WS-LEG-LIABILITY	VALUE "L".
	01  WS-OUT-DEBIT-FLAG		PIC X.
		88  WS-OUT-IS-DEBIT	VALUE "Y".
	01  WS-LOAN-RECV-ACCT		PIC X(10) VALUE "1000000001".
	01  WS-PENALTY-RECV-ACCT	PIC X(10) VALUE "1000000002".
	01  WS-ACCR-RECV-ACCT		PIC X(10) VALUE "1000000003".
	01  WS-OD-RECV-ACCT		PIC X(10) VALUE "1000000004".
	01  WS-PROV-ALLOW-ACCT		PIC X(10) VALUE "1000000091".
	01  WS-FD-LIABILITY-ACCT	PIC X(10) VALUE "2000000001".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-DD-ACCRUED-ACCT		PIC X(10) VALUE "2000000095".
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-AUDIT-TYPE		PIC X(15).
	01  WS-EDIT-AMOUNT		PIC -(13)9.99.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	LINKAGE SECTION.
	01  LS-XFR-REC.
		COPY BRXFRD.
	01  LS-BUSINESS-DATE		PIC X(8).
      *
	PROCEDURE DIVISION USING LS-XFR-REC LS-BUSINESS-DATE.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE ZERO TO BRXFRD-RESULT-CODE
		MOVE ZERO TO BRXFRD-PRINCIPAL-AMT
		MOVE ZERO TO BRXFRD-ACCRUED-INT
		MOVE ZERO TO BRXFRD-OD-ACCRUED-INT
		MOVE ZERO TO BRXFRD-PENALTY-AMT
		MOVE ZERO TO BRXFRD-PROVISION-AMT
		MOVE ZERO TO BRXFRD-TRANID
		IF NOT BRXFRD-LOAN AND NOT BRXFRD-DEMAND
				AND NOT BRXFRD-FIXED
			MOVE 9322 TO BRXFRD-RESULT-CODE
		ELSE
			PERFORM 1000-CHECK-TARGET
		END-IF
		IF BRXFRD-RESULT-CODE = ZERO
			EVALUATE TRUE
				WHEN BRXFRD-LOAN
					PERFORM 2000-MOVE-LOAN
				WHEN BRXFRD-DEMAND
					PERFORM 3000-MOVE-DEMAND
				WHEN BRXFRD-FIXED
					PERFORM 4000-MOVE-FIXED
			END-EVALUATE
		END-IF
		EXIT PROGRAM.
      *
      *  The Branch Master is keyed on LMID, so the target branch
      *  code is found by a scan; a branch already merged away
      *  takes no new book.
	1000-CHECK-TARGET.
		MOVE "N" TO WS-TARGET-FLAG
		MOVE "N" TO WS-BRM-EOF-FLAG
		OPEN INPUT BRANCH-MASTER-FILE
		IF WS-BRMSTR-STATUS NOT = "00"
			SET WS-BRM-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-BRANCH UNTIL WS-BRM-EOF
		CLOSE BRANCH-MASTER-FILE
		IF NOT WS-TARGET-FOUND
			MOVE 9323 TO BRXFRD-RESULT-CODE
		END-IF.
      *
	1100-READ-BRANCH.
		READ BRANCH-MASTER-FILE NEXT RECORD
			AT END
				SET WS-BRM-EOF TO TRUE
			NOT AT END
				IF BRM-BRANCH-CODE = BRXFRD-TO-BRANCH
					AND NOT BRM-MERGED
					SET WS-TARGET-FOUND TO TRUE
					SET WS-BRM-EOF TO TRUE
				END-IF
		END-READ.
      *
      *  An account not yet homed takes the branch the caller says
      *  it stands in today; with neither there is no book to move
      *  it out of.
	1500-CHECK-FROM-BRANCH.
		IF WS-FROM-BRANCH = SPACES
			MOVE BRXFRD-FROM-BRANCH TO WS-FROM-BRANCH
		END-IF
		EVALUATE TRUE
			WHEN WS-FROM-BRANCH = SPACES
				MOVE 9326 TO BRXFRD-RESULT-CODE
			WHEN WS-FROM-BRANCH = BRXFRD-TO-BRANCH
				MOVE 9327 TO BRXFRD-RESULT-CODE
			WHEN OTHER
				MOVE WS-FROM-BRANCH
					TO BRXFRD-FROM-BRANCH
		END-EVALUATE.
      *
	2000-MOVE-LOAN.
		OPEN I-O LOAN-MASTER-FILE
		MOVE BRXFRD-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE 9324 TO BRXFRD-RESULT-CODE
			NOT INVALID KEY
				PERFORM 2050-CHECK-LOAN
		END-READ
		CLOSE LOAN-MASTER-FILE.
      *
	2050-CHECK-LOAN.
		IF NOT LOANM-OPEN
			MOVE 9325 TO BRXFRD-RESULT-CODE
		ELSE
			MOVE LOANM-BRANCH-CODE TO WS-FROM-BRANCH
			PERFORM 1500-CHECK-FROM-BRANCH
			IF BRXFRD-RESULT-CODE = ZERO
				PERFORM 2100-MEASURE-LOAN
				PERFORM 2500-POST-LOAN
			END-IF
		END-IF.
      *
	2100-MEASURE-LOAN.
		MOVE 1 TO WS-BOOK-RATE
		IF LOANM-CURRENCY-CODE NOT = SPACES
			AND LOANM-CURRENCY-CODE NOT = "VND"
			AND LOANM-BOOK-RATE > ZERO
			MOVE LOANM-BOOK-RATE TO WS-BOOK-RATE
		END-IF
		COMPUTE BRXFRD-PRINCIPAL-AMT ROUNDED =
			LOANM-PRINCIPAL * WS-BOOK-RATE
		COMPUTE BRXFRD-PENALTY-AMT ROUNDED =
			LOANM-PENALTY-BALANCE * WS-BOOK-RATE
		MOVE ZERO TO WS-UNPAID-INTEREST
		MOVE SPACES TO WS-LAST-CYCLE-DATE
		OPEN INPUT REPAY-SCHEDULE-FILE
		IF WS-REPAY-STATUS = "00"
			PERFORM 2200-SCAN-SCHEDULE-SETUP
			PERFORM 2210-SCAN-SCHEDULE UNTIL WS-SCAN-EOF
		END-IF
		CLOSE REPAY-SCHEDULE-FILE
		PERFORM 2300-ACCRUE-SINCE-CYCLE
		COMPUTE BRXFRD-ACCRUED-INT ROUNDED =
			WS-UNPAID-INTEREST * WS-BOOK-RATE
		PERFORM 2400-READ-PROVISION.
      *
	2200-SCAN-SCHEDULE-SETUP.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE BRXFRD-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START.
      *
	2210-SCAN-SCHEDULE.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 2220-CHECK-ROW
		END-READ.
      *
      *  A part-paid installment owes only the interest still
      *  unsettled on it.
	2220-CHECK-ROW.
		IF REPAY-ACCOUNT-NO NOT = BRXFRD-ACCOUNT-NO
			SET WS-SCAN-EOF TO TRUE
		ELSE
			IF REPAY-DUE-DATE <= LS-BUSINESS-DATE
				MOVE REPAY-DUE-DATE
					TO WS-LAST-CYCLE-DATE
				IF REPAY-UNPAID
					COMPUTE WS-UNPAID-INTEREST =
						WS-UNPAID-INTEREST
						+ REPAY-INTEREST-AMT
						- REPAY-PAID-INTEREST
				END-IF
			END-IF
		END-IF.
      *
	2300-ACCRUE-SINCE-CYCLE.
		IF WS-LAST-CYCLE-DATE NOT = SPACES
			MOVE LS-BUSINESS-DATE TO WS-TODAY-NUM
			COMPUTE WS-TODAY-INT =
				FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
			MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-NUM
			COMPUTE WS-CYCLE-INT =
				FUNCTION INTEGER-OF-DATE (WS-CYCLE-NUM)
			COMPUTE WS-ACCRUAL-DAYS =
				WS-TODAY-INT - WS-CYCLE-INT
			IF WS-ACCRUAL-DAYS > ZERO
				CALL "DAYCNT1" USING
					LOANM-DAYCOUNT-BASIS
					LOANM-RATE WS-DAILY-RATE
					WS-MONTHLY-RATE
				COMPUTE WS-UNPAID-INTEREST ROUNDED =
					WS-UNPAID-INTEREST
					+ LOANM-PRINCIPAL
					* WS-DAILY-RATE
					* WS-ACCRUAL-DAYS
			END-IF
		END-IF.
      *
	2400-READ-PROVISION.
		OPEN INPUT PROVISION-REG-FILE
		IF WS-PROV-STATUS = "00"
			MOVE BRXFRD-ACCOUNT-NO TO PROV-ACCOUNT-NO
			READ PROVISION-REG-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE PROV-AMOUNT
						TO BRXFRD-PROVISION-AMT
			END-READ
		END-IF
		CLOSE PROVISION-REG-FILE.
      *
	2500-POST-LOAN.
		PERFORM 6000-OPEN-POSTING
		MOVE WS-LOAN-RECV-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-PRINCIPAL-AMT TO WS-LEG-AMOUNT
		SET WS-LEG-ASSET TO TRUE
		PERFORM 6100-WRITE-TRANSFER-LEGS
		MOVE WS-ACCR-RECV-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-ACCRUED-INT TO WS-LEG-AMOUNT
		PERFORM 6100-WRITE-TRANSFER-LEGS
		MOVE WS-PENALTY-RECV-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-PENALTY-AMT TO WS-LEG-AMOUNT
		PERFORM 6100-WRITE-TRANSFER-LEGS
		MOVE WS-PROV-ALLOW-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-PROVISION-AMT TO WS-LEG-AMOUNT
		SET WS-LEG-LIABILITY TO TRUE
		PERFORM 6100-WRITE-TRANSFER-LEGS
		CLOSE GL-INTERFACE-FILE
		MOVE BRXFRD-TO-BRANCH TO LOANM-BRANCH-CODE
		REWRITE LOAN-MASTER-RECORD
		MOVE "LOAN-BRANCH" TO WS-AUDIT-TYPE
		PERFORM 7000-RECORD-TRANSFER.
      *
	3000-MOVE-DEMAND.
		OPEN I-O DD-ACCOUNT-FILE
		MOVE BRXFRD-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE 9324 TO BRXFRD-RESULT-CODE
			NOT INVALID KEY
				PERFORM 3050-CHECK-DEMAND
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
	3050-CHECK-DEMAND.
		IF NOT DDACC-ACTIVE
			MOVE 9325 TO BRXFRD-RESULT-CODE
		ELSE
			MOVE DDACC-HOME-BRANCH TO WS-FROM-BRANCH
			PERFORM 1500-CHECK-FROM-BRANCH
			IF BRXFRD-RESULT-CODE = ZERO
				PERFORM 3500-POST-DEMAND
			END-IF
		END-IF.
      *
	3500-POST-DEMAND.
		MOVE DDACC-BALANCE TO BRXFRD-PRINCIPAL-AMT
		MOVE DDACC-ACCRUED-INT TO BRXFRD-ACCRUED-INT
		MOVE DDACC-OD-ACCRUED-INT TO BRXFRD-OD-ACCRUED-INT
		PERFORM 6000-OPEN-POSTING
		MOVE WS-DD-LIABILITY-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-PRINCIPAL-AMT TO WS-LEG-AMOUNT
		SET WS-LEG-LIABILITY TO TRUE
		PERFORM 6100-WRITE-TRANSFER-LEGS
		MOVE WS-DD-ACCRUED-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-ACCRUED-INT TO WS-LEG-AMOUNT
		PERFORM 6100-WRITE-TRANSFER-LEGS
		MOVE WS-OD-RECV-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-OD-ACCRUED-INT TO WS-LEG-AMOUNT
		SET WS-LEG-ASSET TO TRUE
		PERFORM 6100-WRITE-TRANSFER-LEGS
		CLOSE GL-INTERFACE-FILE
		MOVE BRXFRD-TO-BRANCH TO DDACC-HOME-BRANCH
		REWRITE DD-ACCOUNT-RECORD
		MOVE "DD-BRANCH" TO WS-AUDIT-TYPE
		PERFORM 7000-RECORD-TRANSFER.
      *
	4000-MOVE-FIXED.
		OPEN I-O FX-DEPOSIT-FILE
		MOVE BRXFRD-ACCOUNT-NO TO FXDEP-DEPOSIT-NO
		READ FX-DEPOSIT-FILE
			INVALID KEY
				MOVE 9324 TO BRXFRD-RESULT-CODE
			NOT INVALID KEY
				PERFORM 4050-CHECK-FIXED
		END-READ
		CLOSE FX-DEPOSIT-FILE.
      *
	4050-CHECK-FIXED.
		IF NOT FXDEP-ACTIVE
			MOVE 9325 TO BRXFRD-RESULT-CODE
		ELSE
			MOVE FXDEP-HOME-BRANCH TO WS-FROM-BRANCH
			PERFORM 1500-CHECK-FROM-BRANCH
			IF BRXFRD-RESULT-CODE = ZERO
				PERFORM 4500-POST-FIXED
			END-IF
		END-IF.
      *
	4500-POST-FIXED.
		MOVE 1 TO WS-BOOK-RATE
		IF FXDEP-CURRENCY-CODE NOT = SPACES
			AND FXDEP-CURRENCY-CODE NOT = "VND"
			AND FXDEP-BOOK-RATE > ZERO
			MOVE FXDEP-BOOK-RATE TO WS-BOOK-RATE
		END-IF
		COMPUTE BRXFRD-PRINCIPAL-AMT ROUNDED =
			FXDEP-PRINCIPAL-AMT * WS-BOOK-RATE
		COMPUTE BRXFRD-ACCRUED-INT ROUNDED =
			FXDEP-ACCRUED-INT * WS-BOOK-RATE
		PERFORM 6000-OPEN-POSTING
		MOVE WS-FD-LIABILITY-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-PRINCIPAL-AMT TO WS-LEG-AMOUNT
		SET WS-LEG-LIABILITY TO TRUE
		PERFORM 6100-WRITE-TRANSFER-LEGS
		MOVE WS-FD-INT-PAYABLE-ACCT TO WS-LEG-ACCOUNT
		MOVE BRXFRD-ACCRUED-INT TO WS-LEG-AMOUNT
		PERFORM 6100-WRITE-TRANSFER-LEGS
		CLOSE GL-INTERFACE-FILE
		MOVE BRXFRD-TO-BRANCH TO FXDEP-HOME-BRANCH
		REWRITE FX-DEPOSIT-RECORD
		MOVE "FD-BRANCH" TO WS-AUDIT-TYPE
		PERFORM 7000-RECORD-TRANSFER.
      *
	6000-OPEN-POSTING.
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE WS-TRANID TO BRXFRD-TRANID
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE LS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID.
      *
      *  One balance, two legs on the same GL account: out of the
      *  old branch, into the new.  An asset (debit balance) leaves
      *  by a credit and arrives by a debit, a liability or an
      *  allowance the other way round; a balance standing on the
      *  wrong side (a drawn overdraft on the DD liability) swaps
      *  the two.  A zero balance posts nothing.
	6100-WRITE-TRANSFER-LEGS.
		IF WS-LEG-AMOUNT NOT = ZERO
			IF WS-LEG-ASSET
				MOVE "N" TO WS-OUT-DEBIT-FLAG
			ELSE
				MOVE "Y" TO WS-OUT-DEBIT-FLAG
			END-IF
			IF WS-LEG-AMOUNT < ZERO
				COMPUTE WS-LEG-AMOUNT =
					ZERO - WS-LEG-AMOUNT
				IF WS-OUT-IS-DEBIT
					MOVE "N" TO WS-OUT-DEBIT-FLAG
				ELSE
					MOVE "Y" TO WS-OUT-DEBIT-FLAG
				END-IF
			END-IF
			MOVE WS-LEG-ACCOUNT TO GLINTF-GL-ACCOUNT
			MOVE WS-LEG-AMOUNT TO GLINTF-AMOUNT
			MOVE BRXFRD-FROM-BRANCH TO GLINTF-BRANCH-CODE
			IF WS-OUT-IS-DEBIT
				SET GLINTF-DEBIT TO TRUE
			ELSE
				SET GLINTF-CREDIT TO TRUE
			END-IF
			WRITE GL-INTERFACE-RECORD
			MOVE BRXFRD-TO-BRANCH TO GLINTF-BRANCH-CODE
			IF WS-OUT-IS-DEBIT
				SET GLINTF-CREDIT TO TRUE
			ELSE
				SET GLINTF-DEBIT TO TRUE
			END-IF
			WRITE GL-INTERFACE-RECORD
		END-IF.
      *
	7000-RECORD-TRANSFER.
		MOVE WS-AUDIT-TYPE TO AUDTRL-RECORD-TYPE
		MOVE SPACES TO AUDTRL-KEY-VALUE
		MOVE BRXFRD-ACCOUNT-NO TO AUDTRL-KEY-VALUE
		MOVE BRXFRD-PRINCIPAL-AMT TO WS-EDIT-AMOUNT
		MOVE SPACES TO AUDTRL-OLD-VALUE
		STRING "BRANCH " DELIMITED BY SIZE
			BRXFRD-FROM-BRANCH DELIMITED BY SIZE
			" PRINCIPAL " DELIMITED BY SIZE
			WS-EDIT-AMOUNT DELIMITED BY SIZE
			INTO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		STRING "BRANCH " DELIMITED BY SIZE
			BRXFRD-TO-BRANCH DELIMITED BY SIZE
			" PRINCIPAL " DELIMITED BY SIZE
			WS-EDIT-AMOUNT DELIMITED BY SIZE
			INTO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL
		MOVE BRXFRD-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "BRXFER" TO TRNH-EVENT-CODE
		MOVE BRXFRD-PRINCIPAL-AMT TO TRNH-AMOUNT
		MOVE BRXFRD-TO-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE SPACES TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
