      *
      *  CLOSE rewrites LOANM-STATUS-FLAG, so it writes a before/after
      *  image to the audit trail (AUDTRLR/AUDITLOG) once the rewrite
      *  succeeds.  Settling or closing the loan also brings every
      *  origination fee still deferred on it to income at once
      *  (DFRREL01, full release).
      *
      *  CREATE validates the request against the loan product master
      *  (LNPRODR, maintained by LNPDMNT1): the product must exist
      *  percent loan keyed as 1.2) is rejected at entry instead of
      *  going straight onto LOANMSTR.  The product code is stored on
      *  the loan so downstream batches can process by product.
      *
      *  A loan booked under a customer credit facility (umbrella
      *  limit, FACILR) names it in LNMAST-FACILITY-NO: the shared
      *  core FACLCK1 checks the facility belongs to the borrower,
      *  is active, in the loan's currency and still available, and
      *  that the principal fits its remaining headroom, before the
      *  loan is written carrying the facility number.  The draws
      *  themselves consume the headroom when they post.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNMAST01.
	01  WS-CURRENCY-CODE		PIC X(3).
	01  WS-AMORT-METHOD		PIC X VALUE "E".
	01  WS-GRACE-MONTHS		PIC S9(5) COMP-3 VALUE 0.
	01  WS-BALLOON-PCT		PIC S9(3)V99 COMP-3 VALUE 0.
	01  WS-DAYCOUNT-BASIS		PIC X VALUE "5".
	01  WS-BASE-RATE		PIC S9(3)V9(4) COMP-3.
	01  WS-BASRT-FOUND-FLAG		PIC X.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-OLD-STATUS-FLAG		PIC X(60).
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
		88  WS-FOUND		VALUE "Y".
	01  WS-FEE-EVENT		PIC X(8).
	01  WS-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-DFR-MODE			PIC X.
	01  WS-DFR-RELEASED		PIC S9(11)V99 COMP-3.
	01  WS-FACIL-MODE		PIC X.
	01  WS-FACIL-RESULT		PIC S9(9) COMP-5.
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		OPEN I-O LOAN-MASTER-FILE
		EVALUATE TRUE
			PERFORM 1150-RESOLVE-BRANCH
			PERFORM 1160-RESOLVE-CURRENCY
		END-IF
		IF NOT TPFAIL
			PERFORM 1170-CHECK-FACILITY
		END-IF
		IF NOT TPFAIL
			PERFORM 1200-WRITE-LOAN
		END-IF.
				MOVE WS-LOOKUP-RATE TO WS-BOOK-RATE
			END-IF
		END-IF.
      *
      *  Umbrella limit: the booked principal must fit what is left
      *  of the facility named (FACLCK1 check mode, valued on the
      *  create date).  No facility named, no check.
	1170-CHECK-FACILITY.
		MOVE ZERO TO WS-FACIL-RESULT
		IF LNMAST-FACILITY-NO NOT = SPACES
			MOVE "C" TO WS-FACIL-MODE
			CALL "FACLCK1" USING LNMAST-FACILITY-NO
				LNMAST-CUSTOMER-NO WS-CURRENCY-CODE
				LNMAST-PRINCIPAL WS-FACIL-MODE
				WS-NOW (1:8) WS-FACIL-RESULT
		END-IF
		IF WS-FACIL-RESULT NOT = ZERO
			MOVE WS-FACIL-RESULT TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
	1100-VALIDATE-PRODUCT.
		OPEN INPUT LOAN-PRODUCT-FILE
		END-READ
		CLOSE LOAN-PRODUCT-FILE.
      *
      *  The product's amortization method (annuity, bullet,
      *  balloon or equal principal) is carried to the loan; an
      *  unset product method defaults to equal principal, the
      *  original behaviour.  A balloon product also carries its
      *  balloon percentage, turned into an amount at write.
	1105-DEFAULT-AMORT-METHOD.
		IF LNPROD-ANNUITY OR LNPROD-BULLET OR LNPROD-BALLOON
			MOVE LNPROD-AMORT-METHOD TO WS-AMORT-METHOD
		ELSE
			MOVE "E" TO WS-AMORT-METHOD
		END-IF
		IF LNPROD-BALLOON AND LNPROD-BALLOON-PCT > ZERO
			MOVE LNPROD-BALLOON-PCT TO WS-BALLOON-PCT
		ELSE
			MOVE ZERO TO WS-BALLOON-PCT
		END-IF
		IF LNPROD-GRACE-MONTHS > ZERO
			MOVE LNPROD-GRACE-MONTHS TO WS-GRACE-MONTHS
		ELSE
		MOVE WS-CURRENCY-CODE TO LOANM-CURRENCY-CODE
		MOVE WS-BOOK-RATE TO LOANM-BOOK-RATE
		MOVE WS-AMORT-METHOD TO LOANM-AMORT-METHOD
		COMPUTE LOANM-BALLOON-AMT ROUNDED =
			LNMAST-PRINCIPAL * WS-BALLOON-PCT / 100
		IF LOANM-BALLOON-AMT > LNMAST-PRINCIPAL
			MOVE LNMAST-PRINCIPAL TO LOANM-BALLOON-AMT
		END-IF
		MOVE WS-GRACE-MONTHS TO LOANM-GRACE-MONTHS
		MOVE WS-DAYCOUNT-BASIS TO LOANM-DAYCOUNT-BASIS
		MOVE "A" TO LOANM-ACCRUAL-FLAG
		MOVE WS-RESET-FREQ-MONTHS
			TO LOANM-RESET-FREQ-MONTHS
		MOVE WS-NEXT-RESET-DATE TO LOANM-NEXT-RESET-DATE
		MOVE LNMAST-FACILITY-NO TO LOANM-FACILITY-NO
		MOVE SPACES TO LOANM-MORAT-PGM-CODE
		MOVE SPACES TO LOANM-MORAT-START-DATE
		MOVE SPACES TO LOANM-MORAT-END-DATE
		MOVE ZERO TO LOANM-MORAT-DEBT-GROUP
		MOVE ZERO TO LOANM-CIC-DEBT-GROUP
		MOVE ZERO TO LOANM-CIC-OWN-GROUP
		MOVE SPACES TO LOANM-CIC-BANK-CODE
		MOVE SPACES TO LOANM-CIC-PERIOD
		MOVE SPACES TO LOANM-CIC-REASON
		SET LOANM-OPEN TO TRUE
		SET LOANM-DELINQ-CURRENT TO TRUE
		MOVE ZERO TO LOANM-PENALTY-BALANCE
					TO LNMAST-DELINQ-CODE
				MOVE LOANM-PRODUCT-CODE
					TO LNMAST-PRODUCT-CODE
				MOVE LOANM-FACILITY-NO
					TO LNMAST-FACILITY-NO
				SET TPSUCCESS TO TRUE
		END-READ.
      *
				PERFORM 3300-OPEN-RELEASE-TASKS
				PERFORM 3400-RELEASE-COBORROWERS
				PERFORM 3500-RELEASE-POOL-SHARES
				PERFORM 3600-RELEASE-DEFERRED-FEES
		END-READ.
      *
      *  A fixed deposit pledged as cash collateral for this loan
					REWRITE ALLOCATION-RECORD
				END-IF
		END-READ.
      *
      *  No life is left to spread the deferred origination fees
      *  over, so whatever is still deferred goes to income now.
	3600-RELEASE-DEFERRED-FEES.
		MOVE "F" TO WS-DFR-MODE
		CALL "DFRREL01" USING LNMAST-ACCOUNT-NO WS-DFR-MODE
			WS-DFR-RELEASED.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
