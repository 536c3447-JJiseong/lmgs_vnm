      *
      *  LNCLSBT1.cbl
      *
      *  Nightly automatic loan closure.  A loan used to reach
      *  LOANM-CLOSED only when somebody keyed LNMAST01's CLOSE, so
      *  fully repaid loans stood open for months - still on
      *  DELQBAT1's classification, ACCRBAT1's worklist and the CIC
      *  return.  This run walks the Loan Master (LOANMSTR) and
      *  closes every open loan the customer has finished paying:
      *
      *   - principal (LOANM-PRINCIPAL) down to nothing;
      *   - every installment on the repayment schedule (REPAYSCH)
      *     paid - a PARTIAL row counts by the interest and
      *     credit-life premium still short on it;
      *   - no penalty balance (LOANM-PENALTY-BALANCE).
      *
      *  What is left across the three may be a few dong of
      *  rounding: up to the LNCLSTOL parameter (PARM-AMOUNT,
      *  default 1,000) it is written off against income - debit
      *  the residual write-off account (GLMAPR event LNRESWO,
      *  house default 4000000010), credit the loan receivable,
      *  insurer payable and penalty receivable the residual stood
      *  in - as a LNRESWO row on the loan's history.  More than
      *  that and the loan stays open and is listed with the
      *  reason.  Money parked on the advance-credit register
      *  (ADVCRDR) from an overpayment first clears any residual;
      *  what is left over is the customer's and, up to the
      *  LNCLSRFD parameter (PARM-AMOUNT, default 500,000), is
      *  refunded to the demand-deposit account the loan's active
      *  standing instruction (STNDINSR) draws on - the balance
      *  credited, advance-credit liability debited and deposit
      *  liability credited under one TRANID (TRNIDGN1), with
      *  LNCLRFND rows on both accounts' history.  A larger credit,
      *  or one with no active funding account to go to, holds the
      *  loan for the branch.  A foreign-currency loan closes here
      *  only when it stands at exactly nothing either way.
      *
      *  A loan that passes is closed through the LNMAST01 service
      *  (via RETRYQ01) exactly as the desk would close it, so the
      *  audit image, FD pledge release, collateral release tasks
      *  (CRELTSKR), co-borrower and pool retirement and the
      *  deferred-fee release all follow as they always have.  A
      *  close the service refuses is listed and tried again the
      *  next night - the balances are already clear by then, so
      *  nothing posts twice.  Each loan closed gets a
      *  debt-clearance letter for the customer in LNCLSBT1.LTR,
      *  so the customer no longer has to come in and ask.  The
      *  name and address on the letter go through PIIMSK1 under
      *  extract code LNCLSLTR, which applies the masking policy
      *  (PIIPOLR) and logs each field against the customer and
      *  loan; with no policy row they print in clear, since the
      *  letter has to reach the customer.
      *
      *  Fees are taken when they are charged (FEEASS01), so a loan
      *  never carries a fee balance of its own to clear.  Up to
      *  2000 loans close a night; any beyond are counted and close
      *  the night after.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
      *  the GL period is locked.  Run after the night's repayment
      *  channels (AUTODBAT1) so the day's last installments count.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNCLSBT1.
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
		SELECT ADVANCE-CREDIT-FILE ASSIGN TO "ADVCRDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ADVCR-ACCOUNT-NO
			FILE STATUS IS WS-ADVCR-STATUS.
		SELECT STANDING-INSTR-FILE ASSIGN TO "STNDINSR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS STNDIN-ACCOUNT-NO
			FILE STATUS IS WS-STNDIN-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT LOAN-PRODUCT-FILE ASSIGN TO "LNPRODR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNPROD-PRODUCT-CODE
			FILE STATUS IS WS-LNPROD-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "LNCLSBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
		SELECT LETTER-FILE ASSIGN TO "LNCLSBT1.LTR"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LTR-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  ADVANCE-CREDIT-FILE.
	01  ADVANCE-CREDIT-RECORD.
		COPY ADVCRDR.
	FD  STANDING-INSTR-FILE.
	01  STANDING-INSTR-RECORD.
		COPY STNDINSR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  LOAN-PRODUCT-FILE.
	01  LOAN-PRODUCT-RECORD.
		COPY LNPRODR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
	FD  LETTER-FILE.
	01  LETTER-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-ADVCR-STATUS		PIC XX.
	01  WS-STNDIN-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-LNPROD-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-LTR-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-PII-EXTRACT		PIC X(8) VALUE "LNCLSLTR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-REPAY-OPEN-FLAG		PIC X.
		88  WS-REPAY-OPEN	VALUE "Y".
	01  WS-ADVCR-OPEN-FLAG		PIC X.
		88  WS-ADVCR-OPEN	VALUE "Y".
	01  WS-STNDIN-OPEN-FLAG		PIC X.
		88  WS-STNDIN-OPEN	VALUE "Y".
	01  WS-DDACC-OPEN-FLAG		PIC X.
		88  WS-DDACC-OPEN	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-TOLERANCE		PIC S9(11)V99 COMP-3.
	01  WS-REFUND-LIMIT		PIC S9(11)V99 COMP-3.
	01  WS-ROW-COUNT		PIC S9(5) COMP-3.
	01  WS-ROW-SHORT		PIC S9(11)V99 COMP-3.
	01  WS-SCHED-INTEREST		PIC S9(11)V99 COMP-3.
	01  WS-SCHED-INSURANCE		PIC S9(11)V99 COMP-3.
	01  WS-RESIDUAL			PIC S9(11)V99 COMP-3.
	01  WS-CREDIT			PIC S9(11)V99 COMP-3.
	01  WS-LEFT-OVER		PIC S9(11)V99 COMP-3.
	01  WS-FUNDING-ACCOUNT		PIC X(12).
	01  WS-FUNDING-BRANCH		PIC X(6).
	01  WS-HOLD-REASON		PIC X(24).
	01  WS-FX-LOAN-FLAG		PIC X.
		88  WS-FX-LOAN		VALUE "Y".
      *
	01  WS-CL-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-CL-TABLE.
		05  WS-CL-ENTRY OCCURS 2000 TIMES.
			10  WS-CL-ACCOUNT-NO
					PIC X(12).
			10  WS-CL-CUSTOMER-NO
					PIC X(12).
			10  WS-CL-BRANCH
					PIC X(6).
			10  WS-CL-PRODUCT
					PIC X(4).
			10  WS-CL-PRINCIPAL
					PIC S9(11)V99 COMP-3.
			10  WS-CL-INTEREST
					PIC S9(11)V99 COMP-3.
			10  WS-CL-INSURANCE
					PIC S9(11)V99 COMP-3.
			10  WS-CL-PENALTY
					PIC S9(11)V99 COMP-3.
			10  WS-CL-CREDIT
					PIC S9(11)V99 COMP-3.
			10  WS-CL-FUNDING-ACCOUNT
					PIC X(12).
			10  WS-CL-FUNDING-BRANCH
					PIC X(6).
	01  WS-CL-IDX			PIC S9(4) COMP-5.
      *
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-OFFSET-AMT		PIC S9(11)V99 COMP-3.
	01  WS-WRITE-OFF-AMT		PIC S9(11)V99 COMP-3.
	01  WS-REFUND-AMT		PIC S9(11)V99 COMP-3.
	01  WS-LOAN-RECV-PART		PIC S9(11)V99 COMP-3.
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-GLMAP-PRODUCT		PIC X(4).
	01  WS-GLMAP-DEBIT		PIC X(10).
	01  WS-GLMAP-CREDIT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-LOAN-RECV-ACCT		PIC X(10).
	01  WS-INS-PAYABLE-ACCT		PIC X(10).
	01  WS-WRITE-OFF-ACCT		PIC X(10).
	01  WS-PNLT-RECV-ACCT		PIC X(10) VALUE "1000000002".
	01  WS-ADVCR-LIAB-ACCT		PIC X(10) VALUE "2000000090".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
      *
	01  WS-CLOSED-COUNT		PIC 9(7) VALUE 0.
	01  WS-HELD-COUNT		PIC 9(7) VALUE 0.
	01  WS-FAILED-COUNT		PIC 9(7) VALUE 0.
	01  WS-DEFERRED-COUNT		PIC 9(7) VALUE 0.
	01  WS-WRITE-OFF-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-REFUND-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESIDUAL	PIC -ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CREDIT		PIC -ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(24).
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(26)
				VALUE "LOAN                RESID".
		05  FILLER		PIC X(36)
				VALUE "UAL          CREDIT  RESULT".
	01  WS-TOTAL-LINE.
		05  TOT-TEXT		PIC X(24).
		05  TOT-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TOT-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
	01  WS-LTR-AMOUNT		PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-LTR-HEAD-LINE.
		05  FILLER		PIC X(50)
				VALUE "DEBT CLEARANCE LETTER".
		05  FILLER		PIC X(6) VALUE "DATE: ".
		05  LTH-DATE		PIC X(8).
	01  WS-LTR-LOAN-LINE.
		05  FILLER		PIC X(14)
				VALUE "LOAN ACCOUNT: ".
		05  LTL-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X(11) VALUE "  PRODUCT: ".
		05  LTL-PRODUCT-CODE	PIC X(4).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  LTL-PRODUCT-NAME	PIC X(30).
	01  WS-LTR-CLOSE-LINE.
		05  FILLER		PIC X(41)
		VALUE "HAS BEEN REPAID IN FULL AND THE LOAN WAS".
		05  FILLER		PIC X(10) VALUE "CLOSED ON ".
		05  LTC-DATE		PIC X(8).
		05  FILLER		PIC X(1) VALUE ".".
	01  WS-LTR-BRANCH-LINE.
		05  FILLER		PIC X(35)
			VALUE "COLLATERAL HELD FOR THE LOAN IS RE".
		05  FILLER		PIC X(22)
				VALUE "LEASED THROUGH BRANCH ".
		05  LTB-BRANCH		PIC X(6).
		05  FILLER		PIC X(1) VALUE ".".
	01  WS-JOB-NAME			PIC X(9) VALUE "LNCLSBT1".
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
		OPEN OUTPUT LETTER-FILE
		MOVE "AUTOMATIC LOAN CLOSURE" TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			CALL "TPINIT" USING TPINFDEF-REC
			PERFORM 0500-LOAD-LIMITS
			PERFORM 1000-FIND-CANDIDATES
			PERFORM VARYING WS-CL-IDX FROM 1 BY 1
					UNTIL WS-CL-IDX > WS-CL-COUNT
				PERFORM 2000-CLOSE-ONE-LOAN
			END-PERFORM
			PERFORM 9000-WRITE-TOTALS
		END-IF
		CLOSE RPT-FILE
		CLOSE LETTER-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0500-LOAD-LIMITS.
		MOVE 1000 TO WS-TOLERANCE
		MOVE 500000 TO WS-REFUND-LIMIT
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "LNCLSTOL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT TO WS-TOLERANCE
		END-IF
		MOVE "LNCLSRFD" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT TO WS-REFUND-LIMIT
		END-IF.
      *
      *----------------------------------------------------------------
      *  Find the open loans that are paid up.
      *----------------------------------------------------------------
	1000-FIND-CANDIDATES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		OPEN INPUT REPAY-SCHEDULE-FILE
		MOVE "N" TO WS-REPAY-OPEN-FLAG
		IF WS-REPAY-STATUS = "00"
			SET WS-REPAY-OPEN TO TRUE
		END-IF
		OPEN INPUT ADVANCE-CREDIT-FILE
		MOVE "N" TO WS-ADVCR-OPEN-FLAG
		IF WS-ADVCR-STATUS = "00"
			SET WS-ADVCR-OPEN TO TRUE
		END-IF
		OPEN INPUT STANDING-INSTR-FILE
		MOVE "N" TO WS-STNDIN-OPEN-FLAG
		IF WS-STNDIN-STATUS = "00"
			SET WS-STNDIN-OPEN TO TRUE
		END-IF
		OPEN INPUT DD-ACCOUNT-FILE
		MOVE "N" TO WS-DDACC-OPEN-FLAG
		IF WS-DDACC-STATUS = "00"
			SET WS-DDACC-OPEN TO TRUE
		END-IF
		PERFORM 1100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE REPAY-SCHEDULE-FILE
		CLOSE ADVANCE-CREDIT-FILE
		CLOSE STANDING-INSTR-FILE
		CLOSE DD-ACCOUNT-FILE.
      *
	1100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN AND
				    LOANM-PRINCIPAL <= WS-TOLERANCE
					PERFORM 1200-ASSESS-LOAN
				END-IF
		END-READ.
      *
	1200-ASSESS-LOAN.
		PERFORM 1300-SCAN-SCHEDULE
		PERFORM 1400-READ-CREDIT
		MOVE "N" TO WS-FX-LOAN-FLAG
		IF LOANM-CURRENCY-CODE NOT = SPACES
			AND LOANM-CURRENCY-CODE NOT = "VND"
			SET WS-FX-LOAN TO TRUE
		END-IF
		COMPUTE WS-RESIDUAL = LOANM-PRINCIPAL
			+ WS-SCHED-INTEREST + WS-SCHED-INSURANCE
			+ LOANM-PENALTY-BALANCE
		COMPUTE WS-LEFT-OVER = WS-CREDIT - WS-RESIDUAL
		MOVE SPACES TO WS-FUNDING-ACCOUNT
		MOVE SPACES TO WS-FUNDING-BRANCH
		IF WS-LEFT-OVER > ZERO
			PERFORM 1500-FIND-FUNDING-ACCOUNT
		END-IF
		MOVE SPACES TO WS-HOLD-REASON
		EVALUATE TRUE
			WHEN WS-ROW-COUNT = ZERO
				MOVE "NO REPAYMENT SCHEDULE"
					TO WS-HOLD-REASON
			WHEN LOANM-PRINCIPAL < ZERO
				MOVE "NEGATIVE PRINCIPAL"
					TO WS-HOLD-REASON
			WHEN LOANM-PENALTY-BALANCE > WS-TOLERANCE
				MOVE "PENALTY OUTSTANDING"
					TO WS-HOLD-REASON
			WHEN WS-SCHED-INTEREST + WS-SCHED-INSURANCE
					> WS-TOLERANCE
				MOVE "INSTALLMENT UNPAID"
					TO WS-HOLD-REASON
			WHEN WS-RESIDUAL > WS-TOLERANCE
				MOVE "RESIDUAL OVER TOLERANCE"
					TO WS-HOLD-REASON
			WHEN WS-FX-LOAN
					AND (WS-RESIDUAL NOT = ZERO
					OR WS-CREDIT NOT = ZERO)
				MOVE "FOREIGN-CURRENCY BALANCE"
					TO WS-HOLD-REASON
			WHEN WS-LEFT-OVER > WS-REFUND-LIMIT
				MOVE "CREDIT OVER REFUND LIMIT"
					TO WS-HOLD-REASON
			WHEN WS-LEFT-OVER > ZERO
					AND WS-FUNDING-ACCOUNT = SPACES
				MOVE "NO FUNDING ACCOUNT"
					TO WS-HOLD-REASON
			WHEN OTHER
				PERFORM 1600-ADD-CANDIDATE
		END-EVALUATE
		IF WS-HOLD-REASON NOT = SPACES
			ADD 1 TO WS-HELD-COUNT
			MOVE LOANM-ACCOUNT-NO TO DTL-ACCOUNT-NO
			MOVE WS-RESIDUAL TO DTL-RESIDUAL
			MOVE WS-CREDIT TO DTL-CREDIT
			MOVE WS-HOLD-REASON TO DTL-RESULT
			PERFORM 8000-WRITE-DETAIL
		END-IF.
      *
      *  Principal is carried on the Loan Master; what the schedule
      *  adds is the interest and premium still short on any row
      *  not yet PAID.
	1300-SCAN-SCHEDULE.
		MOVE ZERO TO WS-ROW-COUNT
		MOVE ZERO TO WS-SCHED-INTEREST
		MOVE ZERO TO WS-SCHED-INSURANCE
		MOVE "N" TO WS-SCAN-EOF-FLAG
		IF NOT WS-REPAY-OPEN
			SET WS-SCAN-EOF TO TRUE
		ELSE
			MOVE LOANM-ACCOUNT-NO TO REPAY-ACCOUNT-NO
			MOVE ZERO TO REPAY-INSTALLMENT-NO
			START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
				INVALID KEY
					SET WS-SCAN-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1310-READ-SCHEDULE UNTIL WS-SCAN-EOF.
      *
	1310-READ-SCHEDULE.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO
						NOT = LOANM-ACCOUNT-NO
					SET WS-SCAN-EOF TO TRUE
				ELSE
					PERFORM 1320-CHECK-ROW
				END-IF
		END-READ.
      *
	1320-CHECK-ROW.
		ADD 1 TO WS-ROW-COUNT
		IF REPAY-UNPAID
			COMPUTE WS-ROW-SHORT =
				REPAY-INTEREST-AMT - REPAY-PAID-INTEREST
			IF WS-ROW-SHORT > ZERO
				ADD WS-ROW-SHORT TO WS-SCHED-INTEREST
			END-IF
			COMPUTE WS-ROW-SHORT = REPAY-INSURANCE-AMT
				- REPAY-PAID-INSURANCE
			IF WS-ROW-SHORT > ZERO
				ADD WS-ROW-SHORT TO WS-SCHED-INSURANCE
			END-IF
		END-IF.
      *
	1400-READ-CREDIT.
		MOVE ZERO TO WS-CREDIT
		IF WS-ADVCR-OPEN
			MOVE LOANM-ACCOUNT-NO TO ADVCR-ACCOUNT-NO
			READ ADVANCE-CREDIT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE ADVCR-BALANCE TO WS-CREDIT
			END-READ
		END-IF.
      *
	1500-FIND-FUNDING-ACCOUNT.
		IF WS-STNDIN-OPEN
			MOVE LOANM-ACCOUNT-NO TO STNDIN-ACCOUNT-NO
			READ STANDING-INSTR-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF STNDIN-ACTIVE
					    PERFORM 1510-CHECK-FUNDING
					END-IF
			END-READ
		END-IF.
      *
	1510-CHECK-FUNDING.
		IF WS-DDACC-OPEN
			MOVE STNDIN-FUNDING-ACCOUNT TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF DDACC-ACTIVE
					    MOVE DDACC-ACCOUNT-NO
						TO WS-FUNDING-ACCOUNT
					    MOVE DDACC-HOME-BRANCH
						TO WS-FUNDING-BRANCH
					END-IF
			END-READ
			IF WS-FUNDING-BRANCH = SPACES
				MOVE "000000" TO WS-FUNDING-BRANCH
			END-IF
		END-IF.
      *
	1600-ADD-CANDIDATE.
		IF WS-CL-COUNT < 2000
			ADD 1 TO WS-CL-COUNT
			MOVE LOANM-ACCOUNT-NO
				TO WS-CL-ACCOUNT-NO (WS-CL-COUNT)
			MOVE LOANM-CUSTOMER-NO
				TO WS-CL-CUSTOMER-NO (WS-CL-COUNT)
			MOVE LOANM-BRANCH-CODE
				TO WS-CL-BRANCH (WS-CL-COUNT)
			MOVE LOANM-PRODUCT-CODE
				TO WS-CL-PRODUCT (WS-CL-COUNT)
			MOVE LOANM-PRINCIPAL
				TO WS-CL-PRINCIPAL (WS-CL-COUNT)
			MOVE WS-SCHED-INTEREST
				TO WS-CL-INTEREST (WS-CL-COUNT)
			MOVE WS-SCHED-INSURANCE
				TO WS-CL-INSURANCE (WS-CL-COUNT)
			MOVE LOANM-PENALTY-BALANCE
				TO WS-CL-PENALTY (WS-CL-COUNT)
			MOVE WS-CREDIT
				TO WS-CL-CREDIT (WS-CL-COUNT)
			MOVE WS-FUNDING-ACCOUNT
				TO WS-CL-FUNDING-ACCOUNT (WS-CL-COUNT)
			MOVE WS-FUNDING-BRANCH
				TO WS-CL-FUNDING-BRANCH (WS-CL-COUNT)
		ELSE
			ADD 1 TO WS-DEFERRED-COUNT
		END-IF.
      *
      *----------------------------------------------------------------
      *  Clear what is left and close the loan.
      *----------------------------------------------------------------
	2000-CLOSE-ONE-LOAN.
		COMPUTE WS-RESIDUAL = WS-CL-PRINCIPAL (WS-CL-IDX)
			+ WS-CL-INTEREST (WS-CL-IDX)
			+ WS-CL-INSURANCE (WS-CL-IDX)
			+ WS-CL-PENALTY (WS-CL-IDX)
		MOVE WS-CL-CREDIT (WS-CL-IDX) TO WS-CREDIT
		MOVE WS-CREDIT TO WS-OFFSET-AMT
		IF WS-OFFSET-AMT > WS-RESIDUAL
			MOVE WS-RESIDUAL TO WS-OFFSET-AMT
		END-IF
		IF WS-OFFSET-AMT < ZERO
			MOVE ZERO TO WS-OFFSET-AMT
		END-IF
		COMPUTE WS-WRITE-OFF-AMT = WS-RESIDUAL - WS-OFFSET-AMT
		COMPUTE WS-REFUND-AMT = WS-CREDIT - WS-OFFSET-AMT
		IF WS-RESIDUAL > ZERO OR WS-CREDIT > ZERO
			PERFORM 2100-SETTLE-BALANCES
		END-IF
		PERFORM 2800-CLOSE-LOAN
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO DTL-ACCOUNT-NO
		MOVE WS-RESIDUAL TO DTL-RESIDUAL
		MOVE WS-CREDIT TO DTL-CREDIT
		IF TPOK
			ADD 1 TO WS-CLOSED-COUNT
			MOVE "CLOSED" TO DTL-RESULT
			PERFORM 3000-PRINT-LETTER
		ELSE
			ADD 1 TO WS-FAILED-COUNT
			MOVE "CLOSE REFUSED - RETRY" TO DTL-RESULT
		END-IF
		PERFORM 8000-WRITE-DETAIL.
      *
	2100-SETTLE-BALANCES.
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 2200-RESOLVE-ACCOUNTS
		PERFORM 2300-WRITE-GL-LEGS
		PERFORM 2400-CLEAR-LOAN
		PERFORM 2500-CLEAR-SCHEDULE
		IF WS-CREDIT > ZERO
			PERFORM 2600-CLEAR-CREDIT
		END-IF
		IF WS-REFUND-AMT > ZERO
			PERFORM 2700-CREDIT-FUNDING-ACCOUNT
		END-IF
		PERFORM 2900-WRITE-HISTORY
		ADD WS-WRITE-OFF-AMT TO WS-WRITE-OFF-TOTAL
		ADD WS-REFUND-AMT TO WS-REFUND-TOTAL.
      *
      *  The receivable and premium legs credit the accounts
      *  REPAYAP1 would have credited had the money come in; the
      *  write-off debit has a mapping event of its own.
	2200-RESOLVE-ACCOUNTS.
		MOVE "1000000001" TO WS-LOAN-RECV-ACCT
		MOVE "2000000093" TO WS-INS-PAYABLE-ACCT
		MOVE "4000000010" TO WS-WRITE-OFF-ACCT
		MOVE WS-CL-PRODUCT (WS-CL-IDX) TO WS-GLMAP-PRODUCT
		MOVE "REPAYMNT" TO WS-GLMAP-EVENT
		PERFORM 2210-LOOK-UP-MAPPING
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-CREDIT TO WS-LOAN-RECV-ACCT
		END-IF
		MOVE "CRLIFE" TO WS-GLMAP-EVENT
		PERFORM 2210-LOOK-UP-MAPPING
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-CREDIT TO WS-INS-PAYABLE-ACCT
		END-IF
		MOVE "LNRESWO" TO WS-GLMAP-EVENT
		PERFORM 2210-LOOK-UP-MAPPING
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-DEBIT TO WS-WRITE-OFF-ACCT
		END-IF.
      *
	2210-LOOK-UP-MAPPING.
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT
			WS-GLMAP-PRODUCT WS-GLMAP-DEBIT
			WS-GLMAP-CREDIT WS-GLMAP-FOUND-FLAG.
      *
      *  The loan's legs book to its home branch; the refund
      *  credit to the deposit liability books to the funding
      *  account's home branch (head office 000000 for an account
      *  from before home branches were kept) and the GL release
      *  pairs the two.
	2300-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-CL-BRANCH (WS-CL-IDX) TO GLINTF-BRANCH-CODE
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		IF WS-CREDIT > ZERO
			MOVE WS-ADVCR-LIAB-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-CREDIT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-WRITE-OFF-AMT > ZERO
			MOVE WS-WRITE-OFF-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-WRITE-OFF-AMT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		COMPUTE WS-LOAN-RECV-PART = WS-CL-PRINCIPAL (WS-CL-IDX)
			+ WS-CL-INTEREST (WS-CL-IDX)
		IF WS-LOAN-RECV-PART > ZERO
			MOVE WS-LOAN-RECV-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			MOVE WS-LOAN-RECV-PART TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-CL-INSURANCE (WS-CL-IDX) > ZERO
			MOVE WS-INS-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			MOVE WS-CL-INSURANCE (WS-CL-IDX)
				TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-CL-PENALTY (WS-CL-IDX) > ZERO
			MOVE WS-PNLT-RECV-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			MOVE WS-CL-PENALTY (WS-CL-IDX) TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-REFUND-AMT > ZERO
			MOVE WS-CL-FUNDING-BRANCH (WS-CL-IDX)
				TO GLINTF-BRANCH-CODE
			MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			MOVE WS-REFUND-AMT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		CLOSE GL-INTERFACE-FILE.
      *
	2400-CLEAR-LOAN.
		OPEN I-O LOAN-MASTER-FILE
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE ZERO TO LOANM-PRINCIPAL
				MOVE ZERO TO LOANM-PENALTY-BALANCE
				REWRITE LOAN-MASTER-RECORD
		END-READ
		CLOSE LOAN-MASTER-FILE.
      *
      *  A row the residual was cleared on turns PAID on the
      *  business date; what was actually received stays in its
      *  paid-to-date fields.
	2500-CLEAR-SCHEDULE.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN I-O REPAY-SCHEDULE-FILE
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 2510-CLEAR-ONE-ROW UNTIL WS-SCAN-EOF
		CLOSE REPAY-SCHEDULE-FILE.
      *
	2510-CLEAR-ONE-ROW.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO NOT =
				    WS-CL-ACCOUNT-NO (WS-CL-IDX)
					SET WS-SCAN-EOF TO TRUE
				ELSE
					PERFORM 2520-MARK-ROW-PAID
				END-IF
		END-READ.
      *
	2520-MARK-ROW-PAID.
		IF REPAY-UNPAID
			SET REPAY-PAID TO TRUE
			MOVE WS-BUSINESS-DATE TO REPAY-PAID-DATE
			REWRITE REPAY-SCHEDULE-RECORD
		END-IF.
      *
	2600-CLEAR-CREDIT.
		OPEN I-O ADVANCE-CREDIT-FILE
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO ADVCR-ACCOUNT-NO
		READ ADVANCE-CREDIT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE ZERO TO ADVCR-BALANCE
				MOVE WS-BUSINESS-DATE TO ADVCR-LAST-DATE
				REWRITE ADVANCE-CREDIT-RECORD
		END-READ
		CLOSE ADVANCE-CREDIT-FILE.
      *
	2700-CREDIT-FUNDING-ACCOUNT.
		OPEN I-O DD-ACCOUNT-FILE
		MOVE WS-CL-FUNDING-ACCOUNT (WS-CL-IDX)
			TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				ADD WS-REFUND-AMT TO DDACC-BALANCE
				REWRITE DD-ACCOUNT-RECORD
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
      *  Closing through the service rather than flipping the flag
      *  here keeps pledge release, collateral release tasks and
      *  co-borrower and pool retirement in the one place.
	2800-CLOSE-LOAN.
		MOVE SPACES TO WS-SVC-DATA
		SET LNMAST-CLOSE TO TRUE
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO LNMAST-ACCOUNT-NO
		MOVE "LNMAST01" TO SERVICE-NAME
		SET X-COMMON TO TRUE
		MOVE LENGTH OF WS-SVC-DATA TO LEN
		CALL "RETRYQ01" USING TPSVCDEF-REC TPTYPE-REC
			WS-SVC-DATA TPSTATUS-REC.
      *
	2900-WRITE-HISTORY.
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO TRNH-ACCOUNT-NO
		MOVE WS-CL-BRANCH (WS-CL-IDX) TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		IF WS-WRITE-OFF-AMT > ZERO
			MOVE "LNRESWO" TO TRNH-EVENT-CODE
			MOVE WS-WRITE-OFF-AMT TO TRNH-AMOUNT
			MOVE WS-WRITE-OFF-ACCT
				TO TRNH-TENDER-GL-ACCOUNT
			PERFORM 8100-WRITE-TRAN-HISTORY
		END-IF
		IF WS-OFFSET-AMT > ZERO
			MOVE "LNADVOFF" TO TRNH-EVENT-CODE
			MOVE WS-OFFSET-AMT TO TRNH-AMOUNT
			MOVE WS-ADVCR-LIAB-ACCT
				TO TRNH-TENDER-GL-ACCOUNT
			PERFORM 8100-WRITE-TRAN-HISTORY
		END-IF
		IF WS-REFUND-AMT > ZERO
			MOVE "LNCLRFND" TO TRNH-EVENT-CODE
			MOVE WS-REFUND-AMT TO TRNH-AMOUNT
			MOVE WS-DD-LIABILITY-ACCT
				TO TRNH-TENDER-GL-ACCOUNT
			PERFORM 8100-WRITE-TRAN-HISTORY
			MOVE WS-CL-FUNDING-ACCOUNT (WS-CL-IDX)
				TO TRNH-ACCOUNT-NO
			MOVE WS-CL-FUNDING-BRANCH (WS-CL-IDX)
				TO TRNH-BRANCH-CODE
			MOVE WS-ADVCR-LIAB-ACCT
				TO TRNH-TENDER-GL-ACCOUNT
			PERFORM 8100-WRITE-TRAN-HISTORY
		END-IF.
      *
      *----------------------------------------------------------------
      *  Debt-clearance letter for the customer.
      *----------------------------------------------------------------
	3000-PRINT-LETTER.
		MOVE WS-BUSINESS-DATE TO LTH-DATE
		MOVE WS-LTR-HEAD-LINE TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE SPACES TO LETTER-LINE
		WRITE LETTER-LINE
		PERFORM 3100-PRINT-ADDRESSEE
		MOVE SPACES TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO LTL-ACCOUNT-NO
		MOVE WS-CL-PRODUCT (WS-CL-IDX) TO LTL-PRODUCT-CODE
		PERFORM 3200-NAME-PRODUCT
		MOVE WS-LTR-LOAN-LINE TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE SPACES TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE "WE CONFIRM THAT ALL DUE UNDER THE ABOVE LOAN"
			TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE WS-BUSINESS-DATE TO LTC-DATE
		MOVE WS-LTR-CLOSE-LINE TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE "NO PRINCIPAL, INTEREST, PENALTY OR PREMIUM OWED."
			TO LETTER-LINE
		WRITE LETTER-LINE
		IF WS-REFUND-AMT > ZERO
			PERFORM 3300-PRINT-REFUND
		END-IF
		MOVE WS-CL-BRANCH (WS-CL-IDX) TO LTB-BRANCH
		MOVE WS-LTR-BRANCH-LINE TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE ALL "-" TO LETTER-LINE
		WRITE LETTER-LINE.
      *
	3100-PRINT-ADDRESSEE.
		MOVE SPACES TO CUSTM-NAME
		MOVE SPACES TO CUSTM-ADDRESS
		OPEN INPUT CUSTOMER-FILE
		IF WS-CUSTM-STATUS = "00"
			MOVE WS-CL-CUSTOMER-NO (WS-CL-IDX)
				TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					MOVE SPACES TO CUSTM-NAME
					MOVE SPACES TO CUSTM-ADDRESS
			END-READ
		END-IF
		CLOSE CUSTOMER-FILE
		MOVE WS-CL-ACCOUNT-NO (WS-CL-IDX) TO WS-PII-REFERENCE
		MOVE "NAME" TO WS-PII-FIELD
		MOVE CUSTM-NAME TO WS-PII-VALUE
		PERFORM 3110-PROTECT-FIELD
		MOVE SPACES TO LETTER-LINE
		MOVE WS-PII-VALUE TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE "ADDRESS" TO WS-PII-FIELD
		MOVE CUSTM-ADDRESS TO WS-PII-VALUE
		PERFORM 3110-PROTECT-FIELD
		MOVE SPACES TO LETTER-LINE
		MOVE WS-PII-VALUE TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE SPACES TO LETTER-LINE
		STRING "CUSTOMER NO: " DELIMITED BY SIZE
			WS-CL-CUSTOMER-NO (WS-CL-IDX) DELIMITED BY SIZE
			INTO LETTER-LINE
		WRITE LETTER-LINE.
      *
	3110-PROTECT-FIELD.
		MOVE "P" TO WS-PII-TREATMENT
		CALL "PIIMSK1" USING WS-CL-CUSTOMER-NO (WS-CL-IDX)
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE.
      *
	3200-NAME-PRODUCT.
		MOVE SPACES TO LTL-PRODUCT-NAME
		OPEN INPUT LOAN-PRODUCT-FILE
		IF WS-LNPROD-STATUS = "00"
			MOVE WS-CL-PRODUCT (WS-CL-IDX)
				TO LNPROD-PRODUCT-CODE
			READ LOAN-PRODUCT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE LNPROD-PRODUCT-NAME
						TO LTL-PRODUCT-NAME
			END-READ
		END-IF
		CLOSE LOAN-PRODUCT-FILE.
      *
	3300-PRINT-REFUND.
		MOVE WS-REFUND-AMT TO WS-LTR-AMOUNT
		MOVE SPACES TO LETTER-LINE
		STRING "THE CREDIT OF " DELIMITED BY SIZE
			WS-LTR-AMOUNT DELIMITED BY SIZE
			" LEFT ON THE LOAN WAS PAID TO ACCOUNT "
				DELIMITED BY SIZE
			WS-CL-FUNDING-ACCOUNT (WS-CL-IDX)
				DELIMITED BY SIZE
			INTO LETTER-LINE
		WRITE LETTER-LINE.
      *
	8000-WRITE-DETAIL.
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS CLOSED:" TO TOT-TEXT
		MOVE WS-CLOSED-COUNT TO TOT-COUNT
		MOVE ZERO TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "RESIDUALS WRITTEN OFF:" TO TOT-TEXT
		MOVE ZERO TO TOT-COUNT
		MOVE WS-WRITE-OFF-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CREDITS REFUNDED:" TO TOT-TEXT
		MOVE WS-REFUND-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS HELD OPEN:" TO TOT-TEXT
		MOVE WS-HELD-COUNT TO TOT-COUNT
		MOVE ZERO TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CLOSES REFUSED:" TO TOT-TEXT
		MOVE WS-FAILED-COUNT TO TOT-COUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LEFT FOR NEXT RUN:" TO TOT-TEXT
		MOVE WS-DEFERRED-COUNT TO TOT-COUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
