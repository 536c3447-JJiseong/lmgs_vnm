      *
      *  DFAMBT1.cbl
      *
      *  Monthly deferred origination-fee amortisation.  FEEASS01
      *  credits the LOANCRT and DISBURSE fees to deferred income
      *  and parks them on the deferred-fee register (DFEEREGR);
      *  this job recognises them over each loan's life and proves
      *  the register to the ledger:
      *
      *   - ties the register to the GL first, before anything is
      *     released: the balance still deferred, summed per
      *     deferred-income account and branch, against the same
      *     account and branch on the shadow GL (GLSHDWR, where a
      *     credit balance is negative), printing each branch and
      *     flagging any that does not tie.  A fee charged since
      *     the shadow balances were last rolled shows as a
      *     difference until the next roll;
      *   - walks the Loan Master (LOANMSTR) and releases each
      *     loan's deferred fees through DFRREL01 - an open loan up
      *     to its effective-interest share on the repayment
      *     schedule (REPAYSCH), a closed or written-off loan in
      *     full, catching up anything the online settlement or
      *     write-off could not post - printing every loan released
      *     with the amount.
      *
      *  The deferred-income account resolves through the FEEDEFER
      *  mapping event (GLMAPR/GLMAPLK1) the way FEEASS01 books to
      *  it, the house default when unmapped.  Nothing is released
      *  into a closed GL period (GLPERCK1).
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  GLSHDBT1 must show a completed run, so the shadow balances
      *  tied here are current - and again at the end to stamp this
      *  job's own completion.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DFAMBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT DEFERRED-FEE-FILE ASSIGN TO "DFEEREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DFEE-KEY
			FILE STATUS IS WS-DFEE-STATUS.
		SELECT SHADOW-FILE ASSIGN TO "GLSHDWR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GLSHDW-KEY
			FILE STATUS IS WS-SHADOW-STATUS.
		SELECT RPT-FILE ASSIGN TO "DFAMBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  DEFERRED-FEE-FILE.
	01  DEFERRED-FEE-RECORD.
		COPY DFEEREGR.
	FD  SHADOW-FILE.
	01  SHADOW-RECORD.
		COPY GLSHDWR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-DFEE-STATUS		PIC XX.
	01  WS-SHADOW-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-DFR-EVENT		PIC X(8) VALUE "FEEDEFER".
	01  WS-DFR-PRODUCT		PIC X(4) VALUE SPACES.
	01  WS-DFR-MAP-CREDIT		PIC X(10).
	01  WS-DFR-MAP-FOUND		PIC X.
	01  WS-DEFERRED-ACCT		PIC X(10) VALUE "2000000085".
	01  WS-DFR-MODE			PIC X.
		88  WS-DFR-SCHEDULED	VALUE "M".
		88  WS-DFR-FULL		VALUE "F".
	01  WS-DFR-RELEASED		PIC S9(11)V99 COMP-3.
	01  WS-LOANS-RELEASED		PIC 9(9) VALUE 0.
	01  WS-TOTAL-RELEASED		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-ROWS-DEFERRING		PIC 9(9) VALUE 0.
	01  WS-TOTAL-DEFERRED		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-BRANCHES-UNTIED		PIC 9(9) VALUE 0.
      *
      *  Register-to-ledger tie-out per deferred-income account and
      *  branch, in the bounded in-core table shape IBRCBT1 uses.
	01  WS-WORK-ACCOUNT		PIC X(10).
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-TIE-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-TIE-TABLE.
		05  WS-TIE-ENTRY OCCURS 100 TIMES.
			10  WS-TIE-ACCOUNT
					PIC X(10).
			10  WS-TIE-BRANCH
					PIC X(6).
			10  WS-TIE-SHADOW
					PIC S9(15)V99 COMP-3.
			10  WS-TIE-REGISTER
					PIC S9(15)V99 COMP-3.
	01  WS-TIE-IDX			PIC S9(4) COMP-5.
	01  WS-TIE-FOUND-FLAG		PIC X.
		88  WS-TIE-FOUND	VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-TIE-DIFF			PIC S9(15)V99 COMP-3.
      *
	01  WS-TIE-LINE.
		05  TIE-ACCOUNT		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-REGISTER	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-SHADOW		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-DIFF		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-FLAG		PIC X(14).
	01  WS-RELEASE-LINE.
		05  REL-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  REL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  REL-STATUS		PIC X(11).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  REL-MODE		PIC X(9).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  REL-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(28).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-AMOUNT-LINE.
		05  AMT-TEXT		PIC X(28).
		05  AMT-VALUE		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-JOB-NAME			PIC X(9) VALUE "DFAMBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "DEFERRED ORIGINATION FEE AMORTISATION - "
			WS-TODAY
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		CALL "GLPERCK1" USING WS-TODAY WS-PERIOD-OPEN-FLAG
		IF WS-PERIOD-CLOSED
			MOVE "GL PERIOD CLOSED - NOTHING RELEASED"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		IF WS-GATE-OK
			PERFORM 0500-RESOLVE-ACCOUNT
			PERFORM 1000-TIE-TO-SHADOW
			IF WS-PERIOD-OPEN
				PERFORM 2000-RELEASE-LOANS
			END-IF
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
	0500-RESOLVE-ACCOUNT.
		CALL "GLMAPLK1" USING WS-DFR-EVENT WS-DFR-PRODUCT
			WS-DEFERRED-ACCT WS-DFR-MAP-CREDIT
			WS-DFR-MAP-FOUND.
      *
      *  The register rows still deferring are summed per account
      *  and branch, then the deferred-income account's shadow rows
      *  are walked in key order into the same slots.
	1000-TIE-TO-SHADOW.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DEFERRED-FEE-FILE
		IF WS-DFEE-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-REGISTER UNTIL WS-EOF
		CLOSE DEFERRED-FEE-FILE
		OPEN INPUT SHADOW-FILE
		PERFORM 1300-SUM-SHADOW-ACCOUNT
		CLOSE SHADOW-FILE
		MOVE "ACCOUNT     BRANCH  REGISTER/SHADOW GL/DIFFERENCE"
			TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 1600-PRINT-TIE
			VARYING WS-TIE-IDX FROM 1 BY 1
			UNTIL WS-TIE-IDX > WS-TIE-COUNT
		IF WS-TBL-OVERFLOW
			MOVE "REPORT INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	1100-READ-REGISTER.
		READ DEFERRED-FEE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DFEE-DEFERRING
					PERFORM 1200-TAKE-REGISTER-ROW
				END-IF
		END-READ.
      *
	1200-TAKE-REGISTER-ROW.
		ADD 1 TO WS-ROWS-DEFERRING
		ADD DFEE-BALANCE TO WS-TOTAL-DEFERRED
		MOVE DFEE-DEFERRED-GL-ACCOUNT TO WS-WORK-ACCOUNT
		MOVE DFEE-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 8000-FIND-TIE-SLOT
		IF WS-TIE-FOUND
			ADD DFEE-BALANCE TO WS-TIE-REGISTER (WS-TIE-IDX)
		END-IF.
      *
	1300-SUM-SHADOW-ACCOUNT.
		MOVE "N" TO WS-EOF-FLAG
		IF WS-SHADOW-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		ELSE
			MOVE WS-DEFERRED-ACCT TO GLSHDW-GL-ACCOUNT
			MOVE LOW-VALUES TO GLSHDW-BRANCH-CODE
			START SHADOW-FILE KEY >= GLSHDW-KEY
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1400-READ-SHADOW UNTIL WS-EOF.
      *
	1400-READ-SHADOW.
		READ SHADOW-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1500-TAKE-SHADOW-ROW
		END-READ.
      *
	1500-TAKE-SHADOW-ROW.
		IF GLSHDW-GL-ACCOUNT NOT = WS-DEFERRED-ACCT
			SET WS-EOF TO TRUE
		ELSE
			MOVE GLSHDW-GL-ACCOUNT TO WS-WORK-ACCOUNT
			MOVE GLSHDW-BRANCH-CODE TO WS-WORK-BRANCH
			PERFORM 8000-FIND-TIE-SLOT
			IF WS-TIE-FOUND
				ADD GLSHDW-BALANCE
					TO WS-TIE-SHADOW (WS-TIE-IDX)
			END-IF
		END-IF.
      *
      *  Deferred income is a credit balance on the shadow GL, so
      *  the register ties when the two sum to zero.
	1600-PRINT-TIE.
		COMPUTE WS-TIE-DIFF = WS-TIE-REGISTER (WS-TIE-IDX)
			+ WS-TIE-SHADOW (WS-TIE-IDX)
		MOVE WS-TIE-ACCOUNT (WS-TIE-IDX) TO TIE-ACCOUNT
		MOVE WS-TIE-BRANCH (WS-TIE-IDX) TO TIE-BRANCH
		MOVE WS-TIE-REGISTER (WS-TIE-IDX) TO TIE-REGISTER
		MOVE WS-TIE-SHADOW (WS-TIE-IDX) TO TIE-SHADOW
		MOVE WS-TIE-DIFF TO TIE-DIFF
		IF WS-TIE-DIFF = ZERO
			MOVE SPACES TO TIE-FLAG
		ELSE
			MOVE "DOES NOT TIE" TO TIE-FLAG
			ADD 1 TO WS-BRANCHES-UNTIED
		END-IF
		MOVE WS-TIE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2000-RELEASE-LOANS.
		MOVE "LOAN ACCOUNT  BRANCH  STATUS  RELEASE  AMOUNT"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE.
      *
	2100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-RELEASE-ONE-LOAN
		END-READ.
      *
	2200-RELEASE-ONE-LOAN.
		IF LOANM-OPEN
			SET WS-DFR-SCHEDULED TO TRUE
		ELSE
			SET WS-DFR-FULL TO TRUE
		END-IF
		CALL "DFRREL01" USING LOANM-ACCOUNT-NO WS-DFR-MODE
			WS-DFR-RELEASED
		IF WS-DFR-RELEASED > ZERO
			ADD 1 TO WS-LOANS-RELEASED
			ADD WS-DFR-RELEASED TO WS-TOTAL-RELEASED
			PERFORM 2300-PRINT-RELEASE
		END-IF.
      *
	2300-PRINT-RELEASE.
		MOVE LOANM-ACCOUNT-NO TO REL-ACCOUNT-NO
		MOVE LOANM-BRANCH-CODE TO REL-BRANCH
		EVALUATE TRUE
			WHEN LOANM-OPEN
				MOVE "OPEN" TO REL-STATUS
			WHEN LOANM-CLOSED
				MOVE "CLOSED" TO REL-STATUS
			WHEN LOANM-WRITTEN-OFF
				MOVE "WRITTEN OFF" TO REL-STATUS
			WHEN OTHER
				MOVE LOANM-STATUS-FLAG TO REL-STATUS
		END-EVALUATE
		IF WS-DFR-FULL
			MOVE "FULL" TO REL-MODE
		ELSE
			MOVE "SCHEDULED" TO REL-MODE
		END-IF
		MOVE WS-DFR-RELEASED TO REL-AMOUNT
		MOVE WS-RELEASE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-FIND-TIE-SLOT.
		MOVE "N" TO WS-TIE-FOUND-FLAG
		PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
				UNTIL WS-TIE-IDX > WS-TIE-COUNT
				OR WS-TIE-FOUND
			IF WS-TIE-ACCOUNT (WS-TIE-IDX) = WS-WORK-ACCOUNT
				AND WS-TIE-BRANCH (WS-TIE-IDX)
					= WS-WORK-BRANCH
				SET WS-TIE-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-TIE-FOUND
			SUBTRACT 1 FROM WS-TIE-IDX
		ELSE
			PERFORM 8100-OPEN-TIE-SLOT
		END-IF.
      *
	8100-OPEN-TIE-SLOT.
		IF WS-TIE-COUNT < 100
			ADD 1 TO WS-TIE-COUNT
			MOVE WS-TIE-COUNT TO WS-TIE-IDX
			MOVE WS-WORK-ACCOUNT
				TO WS-TIE-ACCOUNT (WS-TIE-IDX)
			MOVE WS-WORK-BRANCH
				TO WS-TIE-BRANCH (WS-TIE-IDX)
			MOVE ZERO TO WS-TIE-SHADOW (WS-TIE-IDX)
			MOVE ZERO TO WS-TIE-REGISTER (WS-TIE-IDX)
			SET WS-TIE-FOUND TO TRUE
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	9000-WRITE-TOTALS.
		MOVE "REGISTER ROWS DEFERRING:" TO CNT-TEXT
		MOVE WS-ROWS-DEFERRING TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DEFERRED BEFORE RELEASE:" TO AMT-TEXT
		MOVE WS-TOTAL-DEFERRED TO AMT-VALUE
		MOVE WS-AMOUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BRANCHES NOT TIED:" TO CNT-TEXT
		MOVE WS-BRANCHES-UNTIED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS RELEASED:" TO CNT-TEXT
		MOVE WS-LOANS-RELEASED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "RELEASED TO INCOME:" TO AMT-TEXT
		MOVE WS-TOTAL-RELEASED TO AMT-VALUE
		MOVE WS-AMOUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
