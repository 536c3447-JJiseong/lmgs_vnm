      *
      *  ROFRPBT1.cbl
      *
      *  Monthly relationship-officer portfolio report.  Every
      *  customer's business is credited to the officer owning the
      *  relationship on the business date - the latest RELOFR
      *  assignment on or before that day, looked up through
      *  RELOFLK1 - and a customer nobody owns lands under
      *  (UNASSIGNED), so the book always adds back to the bank:
      *
      *   - loan book: open loans (LOANMSTR), count and principal
      *     at book rate, with the delinquency mix by
      *     LOANM-DELINQ-CODE (current/30/60/90/NPL);
      *   - deposit book: active demand deposits in credit
      *     (DDACCTR) and active fixed deposits (FXDEPR) at book
      *     rate;
      *   - new business for the month: accounts opened in the
      *     month - demand deposits and fixed deposits by open
      *     date, loans by their DISBURSE history rows (TRNHSTR,
      *     a reversal taking its amount back) - and the amount
      *     behind them (fixed-deposit principal plus loan
      *     disbursements, at book rate);
      *   - collection cases: open or escalated cases (COLCASER),
      *     owned through the loan's customer.
      *
      *  Two report lines per officer; a grand total closes the
      *  report.  Job-dependency tracking: CALLs BATCTLCK at entry
      *  and finish like the other month-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ROFRPBT1.
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
		SELECT FIXED-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT COLLECTION-CASE-FILE ASSIGN TO "COLCASER"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS COLCAS-ACCOUNT-NO
			FILE STATUS IS WS-COLCAS-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "ROFRPBT1.OUT"
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
	FD  FIXED-DEPOSIT-FILE.
	01  FIXED-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  COLLECTION-CASE-FILE.
	01  COLLECTION-CASE-RECORD.
		COPY COLCASER.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-COLCAS-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD			PIC X(6).
	01  WS-WORK-CUSTOMER		PIC X(12).
	01  WS-WORK-OFFICER		PIC X(30).
	01  WS-OFFICER-FOUND-FLAG	PIC X.
		88  WS-OFFICER-FOUND	VALUE "Y".
	01  WS-BOOK-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-WORK-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-OFFICER-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-OFFICER-TABLE.
		05  WS-OF-ENTRY OCCURS 500 TIMES.
			10  WS-OF-NAME	PIC X(30).
			10  WS-OF-LOAN-COUNT
					PIC S9(7) COMP-3.
			10  WS-OF-LOAN-BOOK
					PIC S9(13)V99 COMP-3.
			10  WS-OF-DELINQ-COUNT OCCURS 5 TIMES
					PIC S9(7) COMP-3.
			10  WS-OF-DEPOSIT-COUNT
					PIC S9(7) COMP-3.
			10  WS-OF-DEPOSIT-BOOK
					PIC S9(13)V99 COMP-3.
			10  WS-OF-NEW-COUNT
					PIC S9(7) COMP-3.
			10  WS-OF-NEW-AMOUNT
					PIC S9(13)V99 COMP-3.
			10  WS-OF-CASE-COUNT
					PIC S9(7) COMP-3.
	01  WS-OF-IDX			PIC S9(4) COMP-5.
	01  WS-DQ-IDX			PIC S9(4) COMP-5.
	01  WS-OF-FOUND-FLAG		PIC X.
		88  WS-OF-FOUND		VALUE "Y".
	01  WS-SLOT-OK-FLAG		PIC X.
		88  WS-SLOT-OK		VALUE "Y".
	01  WS-TOTAL-ENTRY.
		05  WS-TOT-LOAN-COUNT	PIC S9(7) COMP-3 VALUE 0.
		05  WS-TOT-LOAN-BOOK	PIC S9(13)V99 COMP-3 VALUE 0.
		05  WS-TOT-DEPOSIT-COUNT
					PIC S9(7) COMP-3 VALUE 0.
		05  WS-TOT-DEPOSIT-BOOK	PIC S9(13)V99 COMP-3 VALUE 0.
		05  WS-TOT-NEW-COUNT	PIC S9(7) COMP-3 VALUE 0.
		05  WS-TOT-NEW-AMOUNT	PIC S9(13)V99 COMP-3 VALUE 0.
		05  WS-TOT-CASE-COUNT	PIC S9(7) COMP-3 VALUE 0.
	01  WS-HEADER-LINE.
		05  FILLER		PIC X(31) VALUE "OFFICER".
		05  FILLER		PIC X(8) VALUE "  LOANS".
		05  FILLER		PIC X(20)
			VALUE "           LOAN BOOK".
		05  FILLER		PIC X(8) VALUE "    DEPS".
		05  FILLER		PIC X(20)
			VALUE "        DEPOSIT BOOK".
		05  FILLER		PIC X(8) VALUE "     NEW".
		05  FILLER		PIC X(20)
			VALUE "        NEW BUSINESS".
		05  FILLER		PIC X(8) VALUE "   CASES".
	01  WS-DETAIL-LINE.
		05  DTL-OFFICER		PIC X(30).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-LOAN-COUNT	PIC ZZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-LOAN-BOOK	PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-DEPOSIT-COUNT	PIC ZZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-DEPOSIT-BOOK	PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-NEW-COUNT	PIC ZZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-NEW-AMOUNT	PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-CASE-COUNT	PIC ZZZZZZ9.
	01  WS-MIX-LINE.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  FILLER		PIC X(10) VALUE "CURRENT".
		05  MIX-CURRENT		PIC ZZZZZZ9.
		05  FILLER		PIC X(6) VALUE "  30D".
		05  MIX-30		PIC ZZZZZZ9.
		05  FILLER		PIC X(6) VALUE "  60D".
		05  MIX-60		PIC ZZZZZZ9.
		05  FILLER		PIC X(6) VALUE "  90D".
		05  MIX-90		PIC ZZZZZZ9.
		05  FILLER		PIC X(6) VALUE "  NPL".
		05  MIX-NPL		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "ROFRPBT1".
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
		MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "RELATIONSHIP OFFICER PORTFOLIO - PERIOD "
			WS-PERIOD DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-COLLECT-LOANS
			PERFORM 2000-COLLECT-DEMAND-DEPOSITS
			PERFORM 3000-COLLECT-FIXED-DEPOSITS
			PERFORM 4000-COLLECT-DISBURSEMENTS
			PERFORM 5000-COLLECT-CASES
			PERFORM 6000-PRINT-OFFICERS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-COLLECT-LOANS.
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
					PERFORM 1200-ADD-LOAN
				END-IF
		END-READ.
      *
	1200-ADD-LOAN.
		MOVE LOANM-CUSTOMER-NO TO WS-WORK-CUSTOMER
		PERFORM 8000-FIND-OFFICER-SLOT
		IF WS-SLOT-OK
			PERFORM 1300-LOAN-BOOK-RATE
			COMPUTE WS-WORK-AMOUNT ROUNDED =
				LOANM-PRINCIPAL * WS-BOOK-RATE
			ADD 1 TO WS-OF-LOAN-COUNT (WS-OF-IDX)
			ADD WS-WORK-AMOUNT
				TO WS-OF-LOAN-BOOK (WS-OF-IDX)
			EVALUATE TRUE
				WHEN LOANM-DELINQ-30
					MOVE 2 TO WS-DQ-IDX
				WHEN LOANM-DELINQ-60
					MOVE 3 TO WS-DQ-IDX
				WHEN LOANM-DELINQ-90
					MOVE 4 TO WS-DQ-IDX
				WHEN LOANM-DELINQ-NPL
					MOVE 5 TO WS-DQ-IDX
				WHEN OTHER
					MOVE 1 TO WS-DQ-IDX
			END-EVALUATE
			ADD 1 TO WS-OF-DELINQ-COUNT
				(WS-OF-IDX WS-DQ-IDX)
		END-IF.
      *
	1300-LOAN-BOOK-RATE.
		MOVE 1 TO WS-BOOK-RATE
		IF LOANM-CURRENCY-CODE NOT = SPACES
			AND LOANM-CURRENCY-CODE NOT = "VND"
			AND LOANM-BOOK-RATE > ZERO
			MOVE LOANM-BOOK-RATE TO WS-BOOK-RATE
		END-IF.
      *
      *  An overdrawn account is a lending exposure, not a
      *  deposit; only the credit balance counts to the deposit
      *  book, though the account still counts as new business
      *  in the month it opened.
	2000-COLLECT-DEMAND-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-DD-ACCOUNT UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE.
      *
	2100-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDACC-ACTIVE
					PERFORM 2200-ADD-DD-ACCOUNT
				END-IF
		END-READ.
      *
	2200-ADD-DD-ACCOUNT.
		MOVE DDACC-CUSTOMER-NO TO WS-WORK-CUSTOMER
		PERFORM 8000-FIND-OFFICER-SLOT
		IF WS-SLOT-OK
			ADD 1 TO WS-OF-DEPOSIT-COUNT (WS-OF-IDX)
			MOVE ZERO TO WS-WORK-AMOUNT
			IF DDACC-BALANCE > ZERO
				MOVE DDACC-BALANCE TO WS-WORK-AMOUNT
			END-IF
			ADD WS-WORK-AMOUNT
				TO WS-OF-DEPOSIT-BOOK (WS-OF-IDX)
			IF DDACC-OPEN-DATE (1:6) = WS-PERIOD
				ADD 1 TO WS-OF-NEW-COUNT (WS-OF-IDX)
			END-IF
		END-IF.
      *
	3000-COLLECT-FIXED-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FIXED-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-DEPOSIT UNTIL WS-EOF
		CLOSE FIXED-DEPOSIT-FILE.
      *
	3100-READ-DEPOSIT.
		READ FIXED-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXDEP-ACTIVE
					PERFORM 3200-ADD-DEPOSIT
				END-IF
		END-READ.
      *
	3200-ADD-DEPOSIT.
		MOVE FXDEP-CUSTOMER-NO TO WS-WORK-CUSTOMER
		PERFORM 8000-FIND-OFFICER-SLOT
		IF WS-SLOT-OK
			MOVE 1 TO WS-BOOK-RATE
			IF FXDEP-CURRENCY-CODE NOT = SPACES
				AND FXDEP-CURRENCY-CODE NOT = "VND"
				AND FXDEP-BOOK-RATE > ZERO
				MOVE FXDEP-BOOK-RATE TO WS-BOOK-RATE
			END-IF
			COMPUTE WS-WORK-AMOUNT ROUNDED =
				FXDEP-PRINCIPAL-AMT * WS-BOOK-RATE
			ADD 1 TO WS-OF-DEPOSIT-COUNT (WS-OF-IDX)
			ADD WS-WORK-AMOUNT
				TO WS-OF-DEPOSIT-BOOK (WS-OF-IDX)
			IF FXDEP-OPEN-DATE (1:6) = WS-PERIOD
				ADD 1 TO WS-OF-NEW-COUNT (WS-OF-IDX)
				ADD WS-WORK-AMOUNT
					TO WS-OF-NEW-AMOUNT (WS-OF-IDX)
			END-IF
		END-IF.
      *
      *  TRNHSTR carries no customer, so each disbursement's loan
      *  resolves its customer through the Loan Master; a loan no
      *  longer on file cannot be owned and is left out.
	4000-COLLECT-DISBURSEMENTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-HISTORY UNTIL WS-EOF
		CLOSE TRAN-HISTORY-FILE
		CLOSE LOAN-MASTER-FILE.
      *
	4100-READ-HISTORY.
		READ TRAN-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TRNH-EVENT-CODE = "DISBURSE"
					AND TRNH-DATE (1:6) = WS-PERIOD
					PERFORM 4200-ADD-DISBURSEMENT
				END-IF
		END-READ.
      *
	4200-ADD-DISBURSEMENT.
		MOVE TRNH-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE "N" TO WS-SLOT-OK-FLAG
			NOT INVALID KEY
				MOVE LOANM-CUSTOMER-NO
					TO WS-WORK-CUSTOMER
				PERFORM 8000-FIND-OFFICER-SLOT
		END-READ
		IF WS-SLOT-OK
			PERFORM 1300-LOAN-BOOK-RATE
			COMPUTE WS-WORK-AMOUNT ROUNDED =
				TRNH-AMOUNT * WS-BOOK-RATE
			IF TRNH-IS-REVERSAL
				COMPUTE WS-OF-NEW-COUNT (WS-OF-IDX) =
					WS-OF-NEW-COUNT (WS-OF-IDX) - 1
				COMPUTE WS-OF-NEW-AMOUNT (WS-OF-IDX) =
					WS-OF-NEW-AMOUNT (WS-OF-IDX)
					- WS-WORK-AMOUNT
			ELSE
				ADD 1 TO WS-OF-NEW-COUNT (WS-OF-IDX)
				ADD WS-WORK-AMOUNT
					TO WS-OF-NEW-AMOUNT (WS-OF-IDX)
			END-IF
		END-IF.
      *
	5000-COLLECT-CASES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT COLLECTION-CASE-FILE
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-COLCAS-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 5100-READ-CASE UNTIL WS-EOF
		CLOSE COLLECTION-CASE-FILE
		CLOSE LOAN-MASTER-FILE.
      *
	5100-READ-CASE.
		READ COLLECTION-CASE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF COLCAS-CASE-OPEN OR COLCAS-ESCALATED
					PERFORM 5200-ADD-CASE
				END-IF
		END-READ.
      *
	5200-ADD-CASE.
		MOVE COLCAS-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE "N" TO WS-SLOT-OK-FLAG
			NOT INVALID KEY
				MOVE LOANM-CUSTOMER-NO
					TO WS-WORK-CUSTOMER
				PERFORM 8000-FIND-OFFICER-SLOT
		END-READ
		IF WS-SLOT-OK
			ADD 1 TO WS-OF-CASE-COUNT (WS-OF-IDX)
		END-IF.
      *
	6000-PRINT-OFFICERS.
		MOVE WS-HEADER-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM VARYING WS-OF-IDX FROM 1 BY 1
				UNTIL WS-OF-IDX > WS-OFFICER-COUNT
			PERFORM 6100-PRINT-ONE-OFFICER
		END-PERFORM
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "TOTAL" TO DTL-OFFICER
		MOVE WS-TOT-LOAN-COUNT TO DTL-LOAN-COUNT
		MOVE WS-TOT-LOAN-BOOK TO DTL-LOAN-BOOK
		MOVE WS-TOT-DEPOSIT-COUNT TO DTL-DEPOSIT-COUNT
		MOVE WS-TOT-DEPOSIT-BOOK TO DTL-DEPOSIT-BOOK
		MOVE WS-TOT-NEW-COUNT TO DTL-NEW-COUNT
		MOVE WS-TOT-NEW-AMOUNT TO DTL-NEW-AMOUNT
		MOVE WS-TOT-CASE-COUNT TO DTL-CASE-COUNT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	6100-PRINT-ONE-OFFICER.
		MOVE WS-OF-NAME (WS-OF-IDX) TO DTL-OFFICER
		MOVE WS-OF-LOAN-COUNT (WS-OF-IDX) TO DTL-LOAN-COUNT
		MOVE WS-OF-LOAN-BOOK (WS-OF-IDX) TO DTL-LOAN-BOOK
		MOVE WS-OF-DEPOSIT-COUNT (WS-OF-IDX)
			TO DTL-DEPOSIT-COUNT
		MOVE WS-OF-DEPOSIT-BOOK (WS-OF-IDX)
			TO DTL-DEPOSIT-BOOK
		MOVE WS-OF-NEW-COUNT (WS-OF-IDX) TO DTL-NEW-COUNT
		MOVE WS-OF-NEW-AMOUNT (WS-OF-IDX) TO DTL-NEW-AMOUNT
		MOVE WS-OF-CASE-COUNT (WS-OF-IDX) TO DTL-CASE-COUNT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-OF-DELINQ-COUNT (WS-OF-IDX 1) TO MIX-CURRENT
		MOVE WS-OF-DELINQ-COUNT (WS-OF-IDX 2) TO MIX-30
		MOVE WS-OF-DELINQ-COUNT (WS-OF-IDX 3) TO MIX-60
		MOVE WS-OF-DELINQ-COUNT (WS-OF-IDX 4) TO MIX-90
		MOVE WS-OF-DELINQ-COUNT (WS-OF-IDX 5) TO MIX-NPL
		MOVE WS-MIX-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD WS-OF-LOAN-COUNT (WS-OF-IDX) TO WS-TOT-LOAN-COUNT
		ADD WS-OF-LOAN-BOOK (WS-OF-IDX) TO WS-TOT-LOAN-BOOK
		ADD WS-OF-DEPOSIT-COUNT (WS-OF-IDX)
			TO WS-TOT-DEPOSIT-COUNT
		ADD WS-OF-DEPOSIT-BOOK (WS-OF-IDX)
			TO WS-TOT-DEPOSIT-BOOK
		ADD WS-OF-NEW-COUNT (WS-OF-IDX) TO WS-TOT-NEW-COUNT
		ADD WS-OF-NEW-AMOUNT (WS-OF-IDX) TO WS-TOT-NEW-AMOUNT
		ADD WS-OF-CASE-COUNT (WS-OF-IDX) TO WS-TOT-CASE-COUNT.
      *
      *  Resolves WS-WORK-CUSTOMER's officer on the business date
      *  and points WS-OF-IDX at that officer's slot, opening one
      *  on first sight; a full table drops the row.
	8000-FIND-OFFICER-SLOT.
		CALL "RELOFLK1" USING WS-WORK-CUSTOMER WS-BUSINESS-DATE
			WS-WORK-OFFICER WS-OFFICER-FOUND-FLAG
		IF NOT WS-OFFICER-FOUND
			MOVE "(UNASSIGNED)" TO WS-WORK-OFFICER
		END-IF
		MOVE "N" TO WS-OF-FOUND-FLAG
		PERFORM VARYING WS-OF-IDX FROM 1 BY 1
				UNTIL WS-OF-IDX > WS-OFFICER-COUNT
				OR WS-OF-FOUND
			IF WS-OF-NAME (WS-OF-IDX) = WS-WORK-OFFICER
				SET WS-OF-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-SLOT-OK TO TRUE
		IF WS-OF-FOUND
			SUBTRACT 1 FROM WS-OF-IDX
		ELSE
			IF WS-OFFICER-COUNT < 500
				ADD 1 TO WS-OFFICER-COUNT
				MOVE WS-OFFICER-COUNT TO WS-OF-IDX
				PERFORM 8100-INIT-SLOT
			ELSE
				MOVE "N" TO WS-SLOT-OK-FLAG
			END-IF
		END-IF.
      *
	8100-INIT-SLOT.
		MOVE WS-WORK-OFFICER TO WS-OF-NAME (WS-OF-IDX)
		MOVE ZERO TO WS-OF-LOAN-COUNT (WS-OF-IDX)
		MOVE ZERO TO WS-OF-LOAN-BOOK (WS-OF-IDX)
		PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
				UNTIL WS-DQ-IDX > 5
			MOVE ZERO TO WS-OF-DELINQ-COUNT
				(WS-OF-IDX WS-DQ-IDX)
		END-PERFORM
		MOVE ZERO TO WS-OF-DEPOSIT-COUNT (WS-OF-IDX)
		MOVE ZERO TO WS-OF-DEPOSIT-BOOK (WS-OF-IDX)
		MOVE ZERO TO WS-OF-NEW-COUNT (WS-OF-IDX)
		MOVE ZERO TO WS-OF-NEW-AMOUNT (WS-OF-IDX)
		MOVE ZERO TO WS-OF-CASE-COUNT (WS-OF-IDX).
      *
