      *
      *  DFRREL01.cbl
      *
      *  Deferred origination-fee release.  CALLed subprogram on the
      *  FEEASS01 "small CALLed subprogram used by multiple
      *  programs" shape: recognises to income the origination fees
      *  FEEASS01 parked on the deferred-fee register (DFEEREGR) for
      *  one loan account.
      *
      *  LS-RELEASE-MODE "M" (the monthly run, DFAMBT1, and the
      *  restructure catch-up in LNRSTR01) releases each fee row up
      *  to its effective-interest share: the amount deferred times
      *  the interest on REPAYSCH installments already due over the
      *  interest on the whole schedule, so the fee comes to income
      *  in the same shape as the loan's interest.  A schedule with
      *  no interest (a zero-rate loan) spreads by installments due
      *  over installments scheduled instead, and a loan with no
      *  schedule yet releases nothing.  A restructure rebuilds the
      *  unpaid schedule, so the share recomputes on the new one and
      *  the difference is released at once; a share that comes out
      *  below what is already released releases nothing - income
      *  recognised is never taken back.
      *
      *  LS-RELEASE-MODE "F" (settlement or closure in LNMAST01,
      *  write-off in LNWOFF01, and any closed or written-off loan
      *  the monthly run finds still deferring) releases the whole
      *  balance still deferred.
      *
      *  Each release writes the two GL legs (debit the row's
      *  deferred-income account, credit its income account) to the
      *  GL interface extract (GLINTFR) on the row's booking branch
      *  under one commit-sequence TRANID (TRNIDGN1/TRANSEQR) for
      *  the call, and moves the amount from the row's balance to
      *  its released total; a row released down to zero is marked
      *  released.  The total released comes back in
      *  LS-RELEASED-AMOUNT.  A closed GL period (GLPERCK1) releases
      *  nothing - the monthly run catches it up once the period is
      *  open again.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DFRREL01.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DEFERRED-FEE-FILE ASSIGN TO "DFEEREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DFEE-KEY
			FILE STATUS IS WS-DFEE-STATUS.
		SELECT REPAY-SCHED-FILE ASSIGN TO "REPAYSCH"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  DEFERRED-FEE-FILE.
	01  DEFERRED-FEE-RECORD.
		COPY DFEEREGR.
	FD  REPAY-SCHED-FILE.
	01  REPAY-SCHED-RECORD.
		COPY REPAYSCH.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
      *
	WORKING-STORAGE SECTION.
	01  WS-DFEE-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SCHED-EOF-FLAG		PIC X.
		88  WS-SCHED-EOF	VALUE "Y".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-VALUE-DATE		PIC X(8).
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
	01  WS-DUE-INTEREST		PIC S9(13)V99 COMP-3.
	01  WS-TOTAL-INTEREST		PIC S9(13)V99 COMP-3.
	01  WS-DUE-COUNT		PIC S9(5) COMP-3.
	01  WS-TOTAL-COUNT		PIC S9(5) COMP-3.
	01  WS-TARGET-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-RELEASE-AMOUNT		PIC S9(11)V99 COMP-3.
      *
	LINKAGE SECTION.
	01  LS-ACCOUNT-NO		PIC X(12).
	01  LS-RELEASE-MODE		PIC X.
		88  LS-SCHEDULED-RELEASE	VALUE "M".
		88  LS-FULL-RELEASE	VALUE "F".
	01  LS-RELEASED-AMOUNT		PIC S9(11)V99 COMP-3.
      *
	PROCEDURE DIVISION USING LS-ACCOUNT-NO LS-RELEASE-MODE
			LS-RELEASED-AMOUNT.
	0000-MAIN.
		MOVE ZERO TO LS-RELEASED-AMOUNT
		CALL "SYSDTLK1" USING WS-VALUE-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "GLPERCK1" USING WS-VALUE-DATE
			WS-PERIOD-OPEN-FLAG
		IF WS-PERIOD-CLOSED
			EXIT PROGRAM
		END-IF
		OPEN I-O DEFERRED-FEE-FILE
		IF WS-DFEE-STATUS NOT = "00"
			CLOSE DEFERRED-FEE-FILE
			EXIT PROGRAM
		END-IF
		MOVE ZERO TO WS-DUE-INTEREST
		MOVE ZERO TO WS-TOTAL-INTEREST
		MOVE ZERO TO WS-DUE-COUNT
		MOVE ZERO TO WS-TOTAL-COUNT
		IF LS-SCHEDULED-RELEASE
			PERFORM 1000-MEASURE-SCHEDULE
		END-IF
		MOVE ZERO TO WS-TRANID
		MOVE "N" TO WS-EOF-FLAG
		MOVE LS-ACCOUNT-NO TO DFEE-ACCOUNT-NO
		MOVE LOW-VALUES TO DFEE-FEE-CODE
		START DEFERRED-FEE-FILE KEY >= DFEE-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 2000-READ-FEE-ROW UNTIL WS-EOF
		CLOSE DEFERRED-FEE-FILE
		EXIT PROGRAM.
      *
      *  Interest due to date against interest over the whole
      *  schedule, paid or not - the effective-interest profile the
      *  fee follows.
	1000-MEASURE-SCHEDULE.
		MOVE "N" TO WS-SCHED-EOF-FLAG
		OPEN INPUT REPAY-SCHED-FILE
		IF WS-REPAY-STATUS NOT = "00"
			SET WS-SCHED-EOF TO TRUE
		ELSE
			MOVE LS-ACCOUNT-NO TO REPAY-ACCOUNT-NO
			MOVE ZERO TO REPAY-INSTALLMENT-NO
			START REPAY-SCHED-FILE KEY >= REPAY-KEY
				INVALID KEY
					SET WS-SCHED-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1100-READ-INSTALLMENT UNTIL WS-SCHED-EOF
		CLOSE REPAY-SCHED-FILE.
      *
	1100-READ-INSTALLMENT.
		READ REPAY-SCHED-FILE NEXT RECORD
			AT END
				SET WS-SCHED-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO = LS-ACCOUNT-NO
					PERFORM 1200-COUNT-INSTALLMENT
				ELSE
					SET WS-SCHED-EOF TO TRUE
				END-IF
		END-READ.
      *
	1200-COUNT-INSTALLMENT.
		ADD REPAY-INTEREST-AMT TO WS-TOTAL-INTEREST
		ADD 1 TO WS-TOTAL-COUNT
		IF REPAY-DUE-DATE <= WS-VALUE-DATE
			ADD REPAY-INTEREST-AMT TO WS-DUE-INTEREST
			ADD 1 TO WS-DUE-COUNT
		END-IF.
      *
	2000-READ-FEE-ROW.
		READ DEFERRED-FEE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DFEE-ACCOUNT-NO NOT = LS-ACCOUNT-NO
					SET WS-EOF TO TRUE
				ELSE
					IF DFEE-DEFERRING
						PERFORM 2100-RELEASE-ROW
					END-IF
				END-IF
		END-READ.
      *
	2100-RELEASE-ROW.
		IF LS-FULL-RELEASE
			MOVE DFEE-BALANCE TO WS-RELEASE-AMOUNT
		ELSE
			PERFORM 2200-COMPUTE-SHARE
		END-IF
		IF WS-RELEASE-AMOUNT > ZERO
			IF WS-TRANID = ZERO
				CALL "TRNIDGN1" USING WS-TRANID
			END-IF
			PERFORM 2300-WRITE-GL-LEGS
			ADD WS-RELEASE-AMOUNT TO DFEE-RELEASED-AMOUNT
			SUBTRACT WS-RELEASE-AMOUNT FROM DFEE-BALANCE
			MOVE WS-VALUE-DATE TO DFEE-LAST-RELEASE-DATE
			IF DFEE-BALANCE <= ZERO
				SET DFEE-RELEASED TO TRUE
			END-IF
			REWRITE DEFERRED-FEE-RECORD
			ADD WS-RELEASE-AMOUNT TO LS-RELEASED-AMOUNT
		END-IF.
      *
	2200-COMPUTE-SHARE.
		IF WS-TOTAL-INTEREST > ZERO
			COMPUTE WS-TARGET-AMOUNT ROUNDED =
				DFEE-ORIGINAL-AMOUNT * WS-DUE-INTEREST
				/ WS-TOTAL-INTEREST
		ELSE
			PERFORM 2210-SHARE-BY-COUNT
		END-IF
		COMPUTE WS-RELEASE-AMOUNT =
			WS-TARGET-AMOUNT - DFEE-RELEASED-AMOUNT
		IF WS-RELEASE-AMOUNT < ZERO
			MOVE ZERO TO WS-RELEASE-AMOUNT
		END-IF
		IF WS-RELEASE-AMOUNT > DFEE-BALANCE
			MOVE DFEE-BALANCE TO WS-RELEASE-AMOUNT
		END-IF.
      *
	2210-SHARE-BY-COUNT.
		IF WS-TOTAL-COUNT > ZERO
			COMPUTE WS-TARGET-AMOUNT ROUNDED =
				DFEE-ORIGINAL-AMOUNT * WS-DUE-COUNT
				/ WS-TOTAL-COUNT
		ELSE
			MOVE DFEE-RELEASED-AMOUNT TO WS-TARGET-AMOUNT
		END-IF.
      *
	2300-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE DFEE-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE DFEE-DEFERRED-GL-ACCOUNT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-RELEASE-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE DFEE-INCOME-GL-ACCOUNT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
