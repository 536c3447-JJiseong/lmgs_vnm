      *  with its own outstanding-call queue, instead of serializing
      *  every dispatch and drain through one context.
      *
      *  Interest subsidy: a loan linked to a state interest-subsidy
      *  program (SUBLNKR/SUBPRGR) accrues the customer's portion
      *  through ACCRSVC at its reduced contract rate as always,
      *  and - while the program is active and today is inside its
      *  validity window - the Treasury's portion alongside it:
      *  SUBPRG-RATE-POINTS on the outstanding principal for the
      *  day (DAYCNT1, the loan's own basis), booked debit subsidy
      *  receivable, credit interest income, added to the link's
      *  claim accumulator for the quarterly claim (SUBCLBT1) and
      *  carried on the register row beside the customer portion.
      *  The receivable leg is a separate account, so ACCPRBT1's
      *  proof of the customer accrual is untouched.
      *
      *  Job-dependency tracking: the first job in the nightly run
      *  book, so it has no predecessors to wait on, but it still
      *  CALLs BATCTLCK at entry and at finish to stamp its own
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT SUBSIDY-LINK-FILE ASSIGN TO "SUBLNKR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SUBLNK-ACCOUNT-NO
			FILE STATUS IS WS-SUBLNK-STATUS.
		SELECT SUBSIDY-PROGRAM-FILE ASSIGN TO "SUBPRGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SUBPRG-PROGRAM-CODE
			FILE STATUS IS WS-SUBPRG-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  SUBSIDY-LINK-FILE.
	01  SUBSIDY-LINK-RECORD.
		COPY SUBLNKR.
	FD  SUBSIDY-PROGRAM-FILE.
	01  SUBSIDY-PROGRAM-RECORD.
		COPY SUBPRGR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
      *
	WORKING-STORAGE SECTION.
	01  WS-ACCTLST-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-ACCR-RECV-ACCT		PIC X(10) VALUE "1000000003".
	01  WS-SUBLNK-STATUS		PIC XX.
	01  WS-SUBPRG-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-SUBSIDY-RECV-ACCT	PIC X(10) VALUE "1000000005".
	01  WS-INT-INCOME-ACCT		PIC X(10) VALUE "4000000001".
	01  WS-SUBSIDY-AMT		PIC S9(11)V99 COMP-3.
	01  WS-SUBSIDY-DAILY-RATE	PIC S9(3)V9(8) COMP-3.
	01  WS-SUBSIDY-MONTHLY-RATE	PIC S9(3)V9(6) COMP-3.
	01  WS-LOAN-FOUND-FLAG		PIC X.
		88  WS-LOAN-FOUND	VALUE "Y".
	01  WS-JOB-NAME			PIC X(9) VALUE "ACCRBAT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
	3300-WRITE-ACCRUAL-REGISTER.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE "000000" TO ACCRREG-BRANCH-CODE
		MOVE "N" TO WS-LOAN-FOUND-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS = "00"
			MOVE ACCRD-ACCOUNT-NO TO LOANM-ACCOUNT-NO
				NOT INVALID KEY
					MOVE LOANM-BRANCH-CODE
						TO ACCRREG-BRANCH-CODE
					SET WS-LOAN-FOUND TO TRUE
			END-READ
		END-IF
		CLOSE LOAN-MASTER-FILE
		MOVE SPACES TO ACCRREG-SUBSIDY-PROGRAM
		MOVE ZERO TO ACCRREG-SUBSIDY-AMT
		IF WS-LOAN-FOUND
			PERFORM 3500-ACCRUE-SUBSIDY
		END-IF
		MOVE ACCRD-ACCOUNT-NO TO ACCRREG-ACCOUNT-NO
		MOVE ACCRD-INTEREST-AMT TO ACCRREG-INTEREST-AMT
		MOVE WS-NOW (1:8) TO ACCRREG-DATE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-ACCR-RECV-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
      *
      *  The Treasury's portion for a subsidized loan.  The link
      *  is updated in place, so it is opened I-O only for the one
      *  read.
	3500-ACCRUE-SUBSIDY.
		OPEN I-O SUBSIDY-LINK-FILE
		IF WS-SUBLNK-STATUS = "00"
			MOVE ACCRD-ACCOUNT-NO TO SUBLNK-ACCOUNT-NO
			READ SUBSIDY-LINK-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 3510-CHECK-LINK
			END-READ
		END-IF
		CLOSE SUBSIDY-LINK-FILE.
      *
	3510-CHECK-LINK.
		IF SUBLNK-ACTIVE
			OPEN INPUT SUBSIDY-PROGRAM-FILE
			IF WS-SUBPRG-STATUS = "00"
				PERFORM 3515-READ-PROGRAM
			END-IF
			CLOSE SUBSIDY-PROGRAM-FILE
		END-IF.
      *
	3515-READ-PROGRAM.
		MOVE SUBLNK-PROGRAM-CODE TO SUBPRG-PROGRAM-CODE
		READ SUBSIDY-PROGRAM-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 3520-CHECK-PROGRAM
		END-READ.
      *
	3520-CHECK-PROGRAM.
		IF SUBPRG-ACTIVE
			AND SUBPRG-RATE-POINTS > ZERO
			AND WS-NOW (1:8) >= SUBPRG-VALID-FROM
			AND WS-NOW (1:8) <= SUBPRG-VALID-TO
			CALL "DAYCNT1" USING LOANM-DAYCOUNT-BASIS
				SUBPRG-RATE-POINTS WS-SUBSIDY-DAILY-RATE
				WS-SUBSIDY-MONTHLY-RATE
			COMPUTE WS-SUBSIDY-AMT ROUNDED =
				LOANM-PRINCIPAL * WS-SUBSIDY-DAILY-RATE
			IF WS-SUBSIDY-AMT > ZERO
				PERFORM 3530-POST-SUBSIDY
			END-IF
		END-IF.
      *
	3530-POST-SUBSIDY.
		ADD WS-SUBSIDY-AMT TO SUBLNK-ACCRUED-AMT
		REWRITE SUBSIDY-LINK-RECORD
		MOVE SUBLNK-PROGRAM-CODE TO ACCRREG-SUBSIDY-PROGRAM
		MOVE WS-SUBSIDY-AMT TO ACCRREG-SUBSIDY-AMT
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE ACCRREG-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-SUBSIDY-RECV-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-SUBSIDY-AMT TO GLINTF-AMOUNT
		MOVE WS-NOW (1:8) TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-INT-INCOME-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
