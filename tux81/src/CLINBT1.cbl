      *
      *  CLINBT1.cbl
      *
      *  Third-party collection-channel intake batch - the post
      *  office, convenience-store networks and e-wallets that take
      *  installment payments for us, whose daily files staff used
      *  to key one payment at a time into LNRPAY01.  Every active
      *  partner on the collection-partner registry (CLPTNR,
      *  maintained under dual control at CLPTMNT1) is taken in
      *  turn, on the ICTXBAT1 intake pattern:
      *
      *   - the partner's file (CLPIN.<code>, COPY CLPAYR) is
      *     verified against its companion control totals
      *     (CLPIN.<code>.CTL, XTRCTLV1) - a mismatch or a missing
      *     control record holds that partner's whole file;
      *   - each payment is validated - a positive amount, a value
      *     date no later than the business date, a loan we hold
      *     that is still open - and applied through the shared
      *     repayment core REPAYAP1 on the partner's value date,
      *     with the partner's settlement GL account (the receivable
      *     from the partner) as the tender leg;
      *   - a payment that fails validation or that the core
      *     refuses goes back to the partner on its return file
      *     (CLPRET.<code>, COPY CLRETR) with the APPL-CODE and
      *     reason: 9328 no such loan, 9329 loan closed, 9330 amount
      *     not positive, 9331 value date invalid, or the core's own
      *     code.
      *
      *  A partner's file is taken in once per business date; the
      *  date is stamped on the registry row, and a second run the
      *  same day reports the file as already taken.
      *
      *  The run report (CLINBT1.OUT) carries a settlement section
      *  per partner reconciling the file total to the funds the
      *  partner actually paid over for the business date - credit
      *  lines on our nostro statement (NOSTROIN, the :61: shape
      *  NSTRCN1 reads) whose reference starts with the partner's
      *  statement reference, or IBCREDIT/DDSOIN credits on the
      *  partner's demand-deposit settlement account (TRNHSTR) - and
      *  showing the applied and returned totals beside it.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs; nothing posts while EOD
      *  holds the business date closed or the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CLINBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT COLL-PARTNER-FILE ASSIGN TO "CLPTNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CLPTNR-PARTNER-CODE
			FILE STATUS IS WS-CLPTNR-STATUS.
		SELECT PAYMENT-FILE ASSIGN TO WS-IN-FILE
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CLPAY-STATUS.
		SELECT RETURN-FILE ASSIGN TO WS-RET-FILE
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CLRET-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT STATEMENT-FILE ASSIGN TO "NOSTROIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STMT-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "CLINBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  COLL-PARTNER-FILE.
	01  COLL-PARTNER-RECORD.
		COPY CLPTNRR.
	FD  PAYMENT-FILE.
	01  PAYMENT-RECORD.
		COPY CLPAYR.
	FD  RETURN-FILE.
	01  RETURN-RECORD.
		COPY CLRETR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  STATEMENT-FILE.
	01  STATEMENT-LINE		PIC X(80).
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-CLPTNR-STATUS		PIC XX.
	01  WS-CLPAY-STATUS		PIC XX.
	01  WS-CLRET-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-STMT-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-PTNR-EOF-FLAG		PIC X.
		88  WS-PTNR-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-IN-FILE			PIC X(20).
	01  WS-IN-CTL-FILE		PIC X(20).
	01  WS-RET-FILE			PIC X(20).
	01  WS-PRE-COUNT		PIC S9(9) COMP-5.
	01  WS-PRE-HASH			PIC S9(15)V99 COMP-3.
	01  WS-CTL-MATCH-FLAG		PIC X.
		88  WS-CTL-MATCH	VALUE "Y".
	01  WS-TAKEN-FLAG		PIC X.
		88  WS-FILE-TAKEN	VALUE "Y".
	01  WS-APPLY-INSTALLMENT	PIC 9(5).
	01  WS-APPLY-RESULT		PIC S9(9) COMP-5.
	01  WS-RETURN-CODE		PIC S9(9) COMP-5.
	01  WS-RETURN-REASON		PIC X(30).
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FILE-COUNT		PIC 9(7).
	01  WS-FILE-TOTAL		PIC S9(13)V99 COMP-3.
	01  WS-APPLIED-COUNT		PIC 9(7).
	01  WS-APPLIED-TOTAL		PIC S9(13)V99 COMP-3.
	01  WS-RETURNED-COUNT		PIC 9(7).
	01  WS-RETURNED-TOTAL		PIC S9(13)V99 COMP-3.
	01  WS-FUNDS-COUNT		PIC 9(7).
	01  WS-FUNDS-TOTAL		PIC S9(13)V99 COMP-3.
	01  WS-DIFFERENCE		PIC S9(13)V99 COMP-3.
	01  WS-PARTNERS-TAKEN		PIC 9(5) VALUE 0.
	01  WS-REF-LEN			PIC S9(4) COMP-5.
	01  WS-STMT-DATE		PIC X(8).
	01  WS-STMT-DC			PIC X.
	01  WS-STMT-AMT-X.
		05  WS-STMT-AMT-INT	PIC X(11).
		05  WS-STMT-AMT-DEC	PIC X(2).
	01  WS-AMT-WORK			PIC 9(11)V99.
	01  WS-PARTNER-LINE.
		05  FILLER		PIC X(9) VALUE "PARTNER: ".
		05  PTL-CODE		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PTL-NAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PTL-STATE		PIC X(40).
	01  WS-DETAIL-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-REFERENCE	PIC X(16).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCOUNT		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-AMOUNT		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CODE		PIC 9(4).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-RESULT		PIC X(30).
	01  WS-SETTLE-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STL-TEXT		PIC X(20).
		05  STL-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STL-AMOUNT		PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STL-RESULT		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "CLINBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
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
		MOVE SPACES TO RPT-LINE
		STRING "COLLECTION-PARTNER INTAKE AND SETTLEMENT FOR "
			DELIMITED BY SIZE
			WS-BUSINESS-DATE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN AND WS-PERIOD-OPEN
			PERFORM 1000-TAKE-PARTNERS
		ELSE
			MOVE "NOT RUN - BUSINESS DATE OR PERIOD CLOSED"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		MOVE "PARTNER FILES TAKEN:" TO CNT-TEXT
		MOVE WS-PARTNERS-TAKEN TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-TAKE-PARTNERS.
		MOVE "N" TO WS-PTNR-EOF-FLAG
		OPEN I-O COLL-PARTNER-FILE
		IF WS-CLPTNR-STATUS NOT = "00"
			SET WS-PTNR-EOF TO TRUE
			MOVE "NO COLLECTION PARTNERS REGISTERED"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		OPEN INPUT LOAN-MASTER-FILE
		PERFORM 1100-READ-PARTNER UNTIL WS-PTNR-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE COLL-PARTNER-FILE.
      *
	1100-READ-PARTNER.
		READ COLL-PARTNER-FILE NEXT RECORD
			AT END
				SET WS-PTNR-EOF TO TRUE
			NOT AT END
				IF CLPTNR-ACTIVE
					PERFORM 2000-TAKE-PARTNER-FILE
				END-IF
		END-READ.
      *
	2000-TAKE-PARTNER-FILE.
		PERFORM 2050-PREPARE-PARTNER
		EVALUATE TRUE
			WHEN CLPTNR-LAST-INTAKE-DATE = WS-BUSINESS-DATE
				MOVE "FILE ALREADY TAKEN IN TODAY"
					TO PTL-STATE
				PERFORM 2090-WRITE-PARTNER-LINE
			WHEN OTHER
				PERFORM 2100-OPEN-PARTNER-FILE
		END-EVALUATE
		IF WS-FILE-TAKEN
			ADD 1 TO WS-PARTNERS-TAKEN
			MOVE WS-BUSINESS-DATE TO CLPTNR-LAST-INTAKE-DATE
			REWRITE COLL-PARTNER-RECORD
			PERFORM 4000-SETTLEMENT-SECTION
		END-IF.
      *
	2050-PREPARE-PARTNER.
		MOVE SPACES TO WS-IN-FILE
		STRING "CLPIN." DELIMITED BY SIZE
			CLPTNR-PARTNER-CODE DELIMITED BY SPACE
			INTO WS-IN-FILE
		MOVE SPACES TO WS-IN-CTL-FILE
		STRING WS-IN-FILE DELIMITED BY SPACE
			".CTL" DELIMITED BY SIZE
			INTO WS-IN-CTL-FILE
		MOVE SPACES TO WS-RET-FILE
		STRING "CLPRET." DELIMITED BY SIZE
			CLPTNR-PARTNER-CODE DELIMITED BY SPACE
			INTO WS-RET-FILE
		MOVE "N" TO WS-TAKEN-FLAG
		MOVE ZERO TO WS-FILE-COUNT
		MOVE ZERO TO WS-FILE-TOTAL
		MOVE ZERO TO WS-APPLIED-COUNT
		MOVE ZERO TO WS-APPLIED-TOTAL
		MOVE ZERO TO WS-RETURNED-COUNT
		MOVE ZERO TO WS-RETURNED-TOTAL
		MOVE ZERO TO WS-FUNDS-COUNT
		MOVE ZERO TO WS-FUNDS-TOTAL
		MOVE CLPTNR-PARTNER-CODE TO PTL-CODE
		MOVE CLPTNR-NAME TO PTL-NAME.
      *
	2090-WRITE-PARTNER-LINE.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-PARTNER-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2100-OPEN-PARTNER-FILE.
		OPEN INPUT PAYMENT-FILE
		IF WS-CLPAY-STATUS NOT = "00"
			CLOSE PAYMENT-FILE
			MOVE "NO FILE FROM PARTNER" TO PTL-STATE
			PERFORM 2090-WRITE-PARTNER-LINE
		ELSE
			PERFORM 2200-VERIFY-CONTROL
			IF WS-CTL-MATCH
				MOVE "FILE TAKEN IN" TO PTL-STATE
				PERFORM 2090-WRITE-PARTNER-LINE
				PERFORM 2300-APPLY-PARTNER-FILE
			ELSE
				MOVE "CONTROL TOTALS WRONG - HELD"
					TO PTL-STATE
				PERFORM 2090-WRITE-PARTNER-LINE
			END-IF
			CLOSE PAYMENT-FILE
		END-IF.
      *
      *  Pre-read of the whole partner file: accumulate count and
      *  amount hash, verify against the companion control record,
      *  then reopen for the real pass.
	2200-VERIFY-CONTROL.
		MOVE ZERO TO WS-PRE-COUNT
		MOVE ZERO TO WS-PRE-HASH
		MOVE "N" TO WS-EOF-FLAG
		PERFORM 2210-PRE-READ UNTIL WS-EOF
		CLOSE PAYMENT-FILE
		CALL "XTRCTLV1" USING WS-IN-CTL-FILE WS-PRE-COUNT
			WS-PRE-HASH WS-CTL-MATCH-FLAG
		OPEN INPUT PAYMENT-FILE.
      *
	2210-PRE-READ.
		READ PAYMENT-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-PRE-COUNT
				ADD CLPAY-AMOUNT TO WS-PRE-HASH
		END-READ.
      *
	2300-APPLY-PARTNER-FILE.
		SET WS-FILE-TAKEN TO TRUE
		OPEN OUTPUT RETURN-FILE
		MOVE "N" TO WS-EOF-FLAG
		PERFORM 2310-READ-PAYMENT UNTIL WS-EOF
		CLOSE RETURN-FILE.
      *
	2310-READ-PAYMENT.
		READ PAYMENT-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-FILE-COUNT
				ADD CLPAY-AMOUNT TO WS-FILE-TOTAL
				PERFORM 2400-VALIDATE-PAYMENT
		END-READ.
      *
	2400-VALIDATE-PAYMENT.
		EVALUATE TRUE
			WHEN CLPAY-AMOUNT NOT > ZERO
				MOVE 9330 TO WS-RETURN-CODE
				MOVE "AMOUNT NOT POSITIVE"
					TO WS-RETURN-REASON
				PERFORM 2900-RETURN-PAYMENT
			WHEN CLPAY-VALUE-DATE NOT NUMERIC
				OR CLPAY-VALUE-DATE > WS-BUSINESS-DATE
				MOVE 9331 TO WS-RETURN-CODE
				MOVE "VALUE DATE INVALID"
					TO WS-RETURN-REASON
				PERFORM 2900-RETURN-PAYMENT
			WHEN OTHER
				PERFORM 2500-CHECK-LOAN
		END-EVALUATE.
      *
	2500-CHECK-LOAN.
		MOVE CLPAY-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE 9328 TO WS-RETURN-CODE
				MOVE "NO SUCH LOAN" TO WS-RETURN-REASON
				PERFORM 2900-RETURN-PAYMENT
			NOT INVALID KEY
				PERFORM 2550-CHECK-LOAN-OPEN
		END-READ.
      *
	2550-CHECK-LOAN-OPEN.
		IF NOT LOANM-OPEN
			MOVE 9329 TO WS-RETURN-CODE
			MOVE "LOAN CLOSED" TO WS-RETURN-REASON
			PERFORM 2900-RETURN-PAYMENT
		ELSE
			PERFORM 2600-APPLY-PAYMENT
		END-IF.
      *
	2600-APPLY-PAYMENT.
		CALL "REPAYAP1" USING CLPAY-ACCOUNT-NO
			CLPAY-AMOUNT WS-BRANCH-CODE
			CLPTNR-SETTLE-GL-ACCOUNT
			WS-APPLY-INSTALLMENT WS-APPLY-RESULT
			CLPAY-VALUE-DATE
		IF WS-APPLY-RESULT = ZERO
			ADD 1 TO WS-APPLIED-COUNT
			ADD CLPAY-AMOUNT TO WS-APPLIED-TOTAL
		ELSE
			MOVE WS-APPLY-RESULT TO WS-RETURN-CODE
			MOVE "REPAYMENT REFUSED" TO WS-RETURN-REASON
			PERFORM 2900-RETURN-PAYMENT
		END-IF.
      *
	2900-RETURN-PAYMENT.
		ADD 1 TO WS-RETURNED-COUNT
		ADD CLPAY-AMOUNT TO WS-RETURNED-TOTAL
		MOVE SPACES TO RETURN-RECORD
		MOVE PAYMENT-RECORD TO CLRET-PAYMENT-IMAGE
		MOVE WS-RETURN-CODE TO CLRET-APPL-CODE
		MOVE WS-RETURN-REASON TO CLRET-REASON
		MOVE WS-BUSINESS-DATE TO CLRET-RETURN-DATE
		WRITE RETURN-RECORD
		MOVE CLPAY-PARTNER-REF TO DTL-REFERENCE
		MOVE CLPAY-ACCOUNT-NO TO DTL-ACCOUNT
		MOVE CLPAY-AMOUNT TO DTL-AMOUNT
		MOVE WS-RETURN-CODE TO DTL-CODE
		MOVE WS-RETURN-REASON TO DTL-RESULT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  The partner owes us the whole file: what it collected is
      *  what it pays over, and the payments we returned it refunds
      *  to the payers out of that.
	4000-SETTLEMENT-SECTION.
		IF CLPTNR-SETTLE-NOSTRO
			PERFORM 4100-NOSTRO-FUNDS
		ELSE
			PERFORM 4200-DD-FUNDS
		END-IF
		MOVE SPACES TO STL-RESULT
		MOVE "FILE TOTAL" TO STL-TEXT
		MOVE WS-FILE-COUNT TO STL-COUNT
		MOVE WS-FILE-TOTAL TO STL-AMOUNT
		PERFORM 4900-WRITE-SETTLE-LINE
		MOVE "APPLIED" TO STL-TEXT
		MOVE WS-APPLIED-COUNT TO STL-COUNT
		MOVE WS-APPLIED-TOTAL TO STL-AMOUNT
		PERFORM 4900-WRITE-SETTLE-LINE
		MOVE "RETURNED" TO STL-TEXT
		MOVE WS-RETURNED-COUNT TO STL-COUNT
		MOVE WS-RETURNED-TOTAL TO STL-AMOUNT
		PERFORM 4900-WRITE-SETTLE-LINE
		MOVE "FUNDS RECEIVED" TO STL-TEXT
		MOVE WS-FUNDS-COUNT TO STL-COUNT
		MOVE WS-FUNDS-TOTAL TO STL-AMOUNT
		PERFORM 4900-WRITE-SETTLE-LINE
		COMPUTE WS-DIFFERENCE = WS-FUNDS-TOTAL - WS-FILE-TOTAL
		EVALUATE TRUE
			WHEN WS-DIFFERENCE = ZERO
				MOVE "RECONCILED" TO STL-RESULT
			WHEN WS-DIFFERENCE < ZERO
				MOVE "FUNDS SHORT" TO STL-RESULT
			WHEN OTHER
				MOVE "FUNDS OVER" TO STL-RESULT
		END-EVALUATE
		MOVE "DIFFERENCE" TO STL-TEXT
		MOVE ZERO TO STL-COUNT
		MOVE WS-DIFFERENCE TO STL-AMOUNT
		PERFORM 4900-WRITE-SETTLE-LINE.
      *
	4100-NOSTRO-FUNDS.
		MOVE ZERO TO WS-REF-LEN
		INSPECT CLPTNR-STMT-REFERENCE TALLYING WS-REF-LEN
			FOR CHARACTERS BEFORE INITIAL SPACE
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT STATEMENT-FILE
		IF WS-STMT-STATUS NOT = "00" OR WS-REF-LEN = ZERO
			SET WS-SCAN-EOF TO TRUE
		END-IF
		PERFORM 4110-READ-STATEMENT UNTIL WS-SCAN-EOF
		CLOSE STATEMENT-FILE.
      *
	4110-READ-STATEMENT.
		READ STATEMENT-FILE
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF STATEMENT-LINE (1:4) = ":61:"
					PERFORM 4120-PARSE-61-LINE
				END-IF
		END-READ.
      *
      *  Same fixed positions NSTRCN1 reads: six-digit value date,
      *  debit/credit mark, eleven integer digits, a comma and two
      *  decimals, then the transaction type and the reference from
      *  column 30.
	4120-PARSE-61-LINE.
		MOVE STATEMENT-LINE (5:6) TO WS-STMT-DATE (3:6)
		MOVE "20" TO WS-STMT-DATE (1:2)
		MOVE STATEMENT-LINE (11:1) TO WS-STMT-DC
		MOVE STATEMENT-LINE (12:11) TO WS-STMT-AMT-INT
		MOVE STATEMENT-LINE (24:2) TO WS-STMT-AMT-DEC
		IF WS-STMT-DC = "C"
			AND WS-STMT-DATE = WS-BUSINESS-DATE
			AND WS-STMT-AMT-X IS NUMERIC
			AND STATEMENT-LINE (30:WS-REF-LEN)
				= CLPTNR-STMT-REFERENCE (1:WS-REF-LEN)
			COMPUTE WS-AMT-WORK =
				FUNCTION NUMVAL (WS-STMT-AMT-INT)
				+ (FUNCTION NUMVAL (WS-STMT-AMT-DEC)
				/ 100)
			ADD 1 TO WS-FUNDS-COUNT
			ADD WS-AMT-WORK TO WS-FUNDS-TOTAL
		END-IF.
      *
	4200-DD-FUNDS.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-SCAN-EOF TO TRUE
		END-IF
		PERFORM 4210-READ-HISTORY UNTIL WS-SCAN-EOF
		CLOSE TRAN-HISTORY-FILE.
      *
	4210-READ-HISTORY.
		READ TRAN-HISTORY-FILE
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 4220-TAKE-CREDIT
		END-READ.
      *
	4220-TAKE-CREDIT.
		IF TRNH-ACCOUNT-NO = CLPTNR-SETTLE-DD-ACCOUNT
			AND TRNH-DATE = WS-BUSINESS-DATE
			AND TRNH-NORMAL
			AND (TRNH-EVENT-CODE = "IBCREDIT"
				OR TRNH-EVENT-CODE = "DDSOIN")
			ADD 1 TO WS-FUNDS-COUNT
			ADD TRNH-AMOUNT TO WS-FUNDS-TOTAL
		END-IF.
      *
	4900-WRITE-SETTLE-LINE.
		MOVE WS-SETTLE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
