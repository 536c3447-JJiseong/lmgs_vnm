      *  requesting teller as the old value and the decider as the
      *  new - both names on every decision, as the control
      *  demands.  INQUIRE reads the row back.
      *
      *  A parked draw on a loan booked under a customer credit
      *  facility is also re-checked against, and recorded on, the
      *  facility's umbrella limit through the shared core FACLCK1
      *  before it posts - headroom other draws used up while this
      *  one sat parked refuses it with the facility's reason code,
      *  and it stays parked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DSBAPP01.
	01  WS-COMMIT-MODE		PIC X.
	01  WS-COMMIT-OK-FLAG		PIC X.
		88  WS-COMMIT-OK	VALUE "Y".
	01  WS-FACIL-MODE		PIC X.
	01  WS-FACIL-RESULT		PIC S9(9) COMP-5.
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
			MOVE 9128 TO APPL-CODE
			SET TPFAIL TO TRUE
		ELSE
			PERFORM 2050-RECORD-FACILITY-DRAW
		END-IF
		IF WS-COMMIT-OK AND NOT TPFAIL
			PERFORM 2010-POST-DRAW
		END-IF.
      *
      *  Umbrella limit (FACLCK1 draw mode) for a loan booked
      *  under a facility; a stand-alone loan passes untouched.
	2050-RECORD-FACILITY-DRAW.
		MOVE ZERO TO WS-FACIL-RESULT
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS = "00"
			MOVE DSBPND-ACCOUNT-NO TO LOANM-ACCOUNT-NO
			READ LOAN-MASTER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE "D" TO WS-FACIL-MODE
					PERFORM 2060-CALL-FACILITY
			END-READ
		END-IF
		CLOSE LOAN-MASTER-FILE
		IF WS-FACIL-RESULT NOT = ZERO
			MOVE WS-FACIL-RESULT TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
	2060-CALL-FACILITY.
		CALL "FACLCK1" USING LOANM-FACILITY-NO
			LOANM-CUSTOMER-NO LOANM-CURRENCY-CODE
			DSBPND-AMOUNT WS-FACIL-MODE
			WS-VALUE-DATE WS-FACIL-RESULT.
      *
	2010-POST-DRAW.
		CALL "TRNIDGN1" USING WS-TRANID
