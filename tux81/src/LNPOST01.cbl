      *  (DSBAPP01 records the same way when it posts a parked
      *  draw).  A loan with no schedule rows posts exactly as
      *  before.
      *
      *  Credit facility (umbrella limit) control: a draw on a loan
      *  booked under a customer facility (LOANM-FACILITY-NO) must
      *  fit the facility's remaining headroom - checked through the
      *  shared core FACLCK1 alongside the tranche check, before the
      *  branch-limit park, and rejected with the facility's reason
      *  code (suspense-captured) when it does not.  The draw is
      *  added to the facility's utilisation only when it actually
      *  posts; DSBAPP01 records the same way for a parked draw.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNPOST01.
	01  WS-COMMIT-MODE		PIC X.
	01  WS-COMMIT-OK-FLAG		PIC X.
		88  WS-COMMIT-OK	VALUE "Y".
	01  WS-FACILITY-NO		PIC X(12).
	01  WS-LOAN-CURRENCY		PIC X(3).
	01  WS-FACIL-MODE		PIC X.
	01  WS-FACIL-RESULT		PIC S9(9) COMP-5.
	01  WS-FEE-EVENT		PIC X(8).
	01  WS-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-TRNH-STATUS		PIC XX.
      *  caller's USRNAME.
	1070-CHECK-OBLIGOR-LIMIT.
		MOVE SPACES TO WS-OBLIGOR-CUST-NO
		MOVE SPACES TO WS-FACILITY-NO
		MOVE SPACES TO WS-LOAN-CURRENCY
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS = "00"
			MOVE LNDISB-ACCOUNT-NO TO LOANM-ACCOUNT-NO
				NOT INVALID KEY
					MOVE LOANM-CUSTOMER-NO
						TO WS-OBLIGOR-CUST-NO
					MOVE LOANM-FACILITY-NO
						TO WS-FACILITY-NO
					MOVE LOANM-CURRENCY-CODE
						TO WS-LOAN-CURRENCY
			END-READ
		END-IF
		CLOSE LOAN-MASTER-FILE
			MOVE 9064 TO APPL-CODE
			SET TPFAIL TO TRUE
			PERFORM 8000-WRITE-SUSPENSE
		ELSE
			MOVE "C" TO WS-FACIL-MODE
			PERFORM 1076-CALL-FACILITY
		END-IF.
      *
      *  Umbrella-limit leg of the draw control (FACLCK1): "C"
      *  checks the draw fits the facility headroom, "D" records it
      *  as it posts.  A loan with no facility always passes.
	1076-CALL-FACILITY.
		CALL "FACLCK1" USING WS-FACILITY-NO
			WS-OBLIGOR-CUST-NO WS-LOAN-CURRENCY
			LNDISB-AMOUNT WS-FACIL-MODE
			WS-VALUE-DATE WS-FACIL-RESULT
		IF WS-FACIL-RESULT NOT = ZERO
			MOVE WS-FACIL-RESULT TO APPL-CODE
			SET TPFAIL TO TRUE
			PERFORM 8000-WRITE-SUSPENSE
		END-IF.
      *
      *  Branch approval limit (BRM-DISB-LIMIT): a draw above the
			LNDISB-AMOUNT WS-COMMIT-MODE
			WS-VALUE-DATE WS-COMMIT-OK-FLAG
		IF WS-COMMIT-OK
			MOVE "D" TO WS-FACIL-MODE
			PERFORM 1076-CALL-FACILITY
			IF NOT TPFAIL
				PERFORM 1077-POST-DRAW
			END-IF
		ELSE
			MOVE 9064 TO APPL-CODE
			SET TPFAIL TO TRUE
			PERFORM 8000-WRITE-SUSPENSE
		END-IF.
      *
	1077-POST-DRAW.
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 1090-RESOLVE-GL-ACCTS
		PERFORM 1100-WRITE-GL-LEGS
		PERFORM 1150-ASSESS-DISB-FEE
		PERFORM 1190-WRITE-HISTORY
		IF LNDISB-TRANSFER
			PERFORM 1195-SEND-XFER
		ELSE
			PERFORM 1197-UPDATE-TILL-CASH-OUT
		END-IF
		PERFORM 1078-UPDATE-DISB-HIST.
      *
	1050-CHECK-DUPLICATE.
		SET WS-NOT-DUP TO TRUE
