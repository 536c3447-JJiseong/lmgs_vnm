      *
      *  FACLCK1.cbl
      *
      *  Credit facility (umbrella limit) control core.  CALLed
      *  subprogram on the BATCTLCK "small CALLed subprogram" shape,
      *  shared by every path that books or draws against a
      *  customer facility (FACILR) - LNMAST01 at loan create,
      *  LNVAL001 and LNPOST01 on a disbursement, DSBAPP01 when it
      *  posts a parked draw - and by the repayment core REPAYAP1
      *  (and CURTAP1's curtailment), so headroom is always judged
      *  and moved the same single way whichever service touches
      *  the facility.
      *
      *  LS-MODE-FLAG "C" only verifies that LS-AMOUNT fits: the
      *  facility must exist and be active, belong to LS-CUSTOMER-NO,
      *  be in LS-CURRENCY-CODE, still be available on LS-VALUE-DATE
      *  (FACIL-AVAIL-END-DATE, blank meaning open-ended) and have
      *  the amount inside its headroom (limit less utilised).  "D"
      *  runs the same checks and then records the draw, adding it
      *  to FACIL-UTILISED-AMT and stamping the draw date.  "P"
      *  restores repaid principal to the headroom - on a revolving
      *  facility only; a non-revolving facility's drawn amount is
      *  spent for good - and never fails the caller's repayment.
      *
      *  A blank LS-FACILITY-NO (a loan not booked under a facility)
      *  has no umbrella control and always comes back zero.
      *  LS-RESULT-CODE comes back zero when allowed/recorded, or
      *  the APPL-CODE-style reason (see APPLCODR) the caller should
      *  return when not.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FACLCK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FACILITY-FILE ASSIGN TO "FACILR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FACIL-FACILITY-NO
			FILE STATUS IS WS-FACIL-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FACILITY-FILE.
	01  FACILITY-RECORD.
		COPY FACILR.
      *
	WORKING-STORAGE SECTION.
	01  WS-FACIL-STATUS		PIC XX.
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-HEADROOM-AMT		PIC S9(13)V99 COMP-3.
	01  WS-CURRENCY-CODE		PIC X(3).
	01  WS-FACIL-CURRENCY		PIC X(3).
      *
	LINKAGE SECTION.
	01  LS-FACILITY-NO		PIC X(12).
	01  LS-CUSTOMER-NO		PIC X(12).
	01  LS-CURRENCY-CODE		PIC X(3).
	01  LS-AMOUNT			PIC S9(11)V99 COMP-3.
	01  LS-MODE-FLAG		PIC X.
		88  LS-MODE-CHECK	VALUE "C".
		88  LS-MODE-DRAW	VALUE "D".
		88  LS-MODE-REPAY	VALUE "P".
	01  LS-VALUE-DATE		PIC X(8).
	01  LS-RESULT-CODE		PIC S9(9) COMP-5.
      *
	PROCEDURE DIVISION USING LS-FACILITY-NO LS-CUSTOMER-NO
			LS-CURRENCY-CODE LS-AMOUNT LS-MODE-FLAG
			LS-VALUE-DATE LS-RESULT-CODE.
	0000-MAIN.
		MOVE ZERO TO LS-RESULT-CODE
		IF LS-FACILITY-NO = SPACES
			EXIT PROGRAM
		END-IF
		MOVE "N" TO WS-FOUND-FLAG
		OPEN I-O FACILITY-FILE
		IF WS-FACIL-STATUS = "00"
			MOVE LS-FACILITY-NO TO FACIL-FACILITY-NO
			READ FACILITY-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-FOUND TO TRUE
			END-READ
		END-IF
		IF LS-MODE-REPAY
			IF WS-FOUND
				PERFORM 3000-RESTORE-HEADROOM
			END-IF
		ELSE
			IF WS-FOUND
				PERFORM 1000-CHECK-FACILITY
			ELSE
				MOVE 9217 TO LS-RESULT-CODE
			END-IF
			IF LS-RESULT-CODE = ZERO AND LS-MODE-DRAW
				PERFORM 2000-RECORD-DRAW
			END-IF
		END-IF
		CLOSE FACILITY-FILE
		EXIT PROGRAM.
      *
      *  A blank currency on either side reads as VND, the same
      *  default LNMAST01 books a blank-currency loan at.
	1000-CHECK-FACILITY.
		MOVE LS-CURRENCY-CODE TO WS-CURRENCY-CODE
		IF WS-CURRENCY-CODE = SPACES
			MOVE "VND" TO WS-CURRENCY-CODE
		END-IF
		MOVE FACIL-CURRENCY-CODE TO WS-FACIL-CURRENCY
		IF WS-FACIL-CURRENCY = SPACES
			MOVE "VND" TO WS-FACIL-CURRENCY
		END-IF
		COMPUTE WS-HEADROOM-AMT =
			FACIL-LIMIT-AMT - FACIL-UTILISED-AMT
		EVALUATE TRUE
			WHEN NOT FACIL-ACTIVE
				MOVE 9218 TO LS-RESULT-CODE
			WHEN FACIL-CUSTOMER-NO NOT = LS-CUSTOMER-NO
				MOVE 9219 TO LS-RESULT-CODE
			WHEN WS-FACIL-CURRENCY NOT = WS-CURRENCY-CODE
				MOVE 9220 TO LS-RESULT-CODE
			WHEN FACIL-AVAIL-END-DATE NOT = SPACES
				AND LS-VALUE-DATE > FACIL-AVAIL-END-DATE
				MOVE 9221 TO LS-RESULT-CODE
			WHEN LS-AMOUNT > WS-HEADROOM-AMT
				MOVE 9222 TO LS-RESULT-CODE
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
      *
	2000-RECORD-DRAW.
		ADD LS-AMOUNT TO FACIL-UTILISED-AMT
		MOVE LS-VALUE-DATE TO FACIL-LAST-DRAW-DATE
		REWRITE FACILITY-RECORD.
      *
	3000-RESTORE-HEADROOM.
		IF FACIL-REVOLVING AND LS-AMOUNT > ZERO
			SUBTRACT LS-AMOUNT FROM FACIL-UTILISED-AMT
			IF FACIL-UTILISED-AMT < ZERO
				MOVE ZERO TO FACIL-UTILISED-AMT
			END-IF
			REWRITE FACILITY-RECORD
		END-IF.
      *
