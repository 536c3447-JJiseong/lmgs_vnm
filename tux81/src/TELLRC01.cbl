      *  the tender side, and the teller's till row (TILLR, keyed
      *  branch + teller + business date) accumulates the cash taken
      *  and posting count for TILLBAT1's end-of-day balancing.
      *
      *  A receipt over the teller's cash-in limit (TELLIMR, by
      *  user or grade and branch, through TLLMCK1) is not posted:
      *  it is held (TELHLDR) for a supervisor of higher rank to
      *  override at TLOVMT1, the hold number comes back in the
      *  reject reason, and the journal shows it HELD OVER LIMIT.
      *  Keyed again once approved, the same account and amount
      *  posts on the override, journalled POSTED ON OVERRIDE, and
      *  the approval is used up.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TELLRC01.
	01  WS-SUSPNS-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
	01  WS-BRANCH-CODE		PIC X(6).
		88  WS-WINDOW-CLOSED	VALUE "C".
	01  WS-JRN-ACTION		PIC X(10).
	01  WS-JRN-OUTCOME		PIC X(20).
	01  WS-LIMIT-MODE		PIC X.
	01  WS-LIMIT-DIRECTION		PIC X VALUE "I".
	01  WS-HOLD-SEQ			PIC 9(5).
	01  WS-HOLD-SEQ-DISP		PIC ZZZZ9.
	01  WS-GRADE-RANK		PIC 9(2).
	01  WS-LIMIT-RESULT		PIC X.
		88  WS-WITHIN-LIMIT	VALUE "N".
		88  WS-OVERRIDDEN	VALUE "V".
		88  WS-HELD		VALUE "H".
	01  TPINFDEF-REC.
		COPY TPINFDEF.
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
      *
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
				MOVE 9194 TO APPL-CODE
				SET TPFAIL TO TRUE
			ELSE
				PERFORM 0300-CHECK-CASH-LIMIT
			END-IF
		END-IF
		IF NOT TPFAIL
		CALL "BRHRCK1" USING WS-BRANCH-CODE
			WS-BUSINESS-DATE WS-NOW (9:4)
			WS-WINDOW-FLAG.
      *
	0300-CHECK-CASH-LIMIT.
		CALL "TPGETINFO" USING TPINFDEF-REC
		MOVE "C" TO WS-LIMIT-MODE
		CALL "TLLMCK1" USING WS-LIMIT-MODE WS-BRANCH-CODE
			WS-TELLER-ID WS-BUSINESS-DATE USRNAME
			WS-LIMIT-DIRECTION TELLRC-ACCOUNT-NO
			TELLRC-AMOUNT WS-HOLD-SEQ WS-GRADE-RANK
			WS-LIMIT-RESULT
		IF WS-HELD
			PERFORM 0400-HOLD-RECEIPT
		ELSE
			PERFORM 1000-APPLY-RECEIPT
		END-IF.
      *
	0400-HOLD-RECEIPT.
		MOVE 9335 TO APPL-CODE
		SET TPFAIL TO TRUE
		MOVE WS-HOLD-SEQ TO WS-HOLD-SEQ-DISP
		MOVE SPACES TO TELLRC-REJECT-REASON
		STRING "OVER CASH LIMIT - SUPERVISOR HOLD "
			WS-HOLD-SEQ-DISP
			DELIMITED BY SIZE INTO TELLRC-REJECT-REASON
		MOVE "RECEIPT" TO WS-JRN-ACTION
		MOVE "HELD OVER LIMIT" TO WS-JRN-OUTCOME
		CALL "TELJRN1" USING WS-BRANCH-CODE WS-TELLER-ID
			WS-BUSINESS-DATE WS-JRN-ACTION
			TELLRC-ACCOUNT-NO TELLRC-AMOUNT
			WS-JRN-OUTCOME.
      *
	1000-APPLY-RECEIPT.
		CALL "REPAYAP1" USING TELLRC-ACCOUNT-NO
		IF WS-APPLY-RESULT = ZERO
			PERFORM 2000-UPDATE-TILL
			MOVE "POSTED" TO WS-JRN-OUTCOME
			IF WS-OVERRIDDEN
				PERFORM 1100-USE-OVERRIDE
			END-IF
		ELSE
			MOVE WS-APPLY-RESULT TO APPL-CODE
			SET TPFAIL TO TRUE
			WS-BUSINESS-DATE WS-JRN-ACTION
			TELLRC-ACCOUNT-NO TELLRC-AMOUNT
			WS-JRN-OUTCOME.
      *
	1100-USE-OVERRIDE.
		MOVE "POSTED ON OVERRIDE" TO WS-JRN-OUTCOME
		MOVE "U" TO WS-LIMIT-MODE
		CALL "TLLMCK1" USING WS-LIMIT-MODE WS-BRANCH-CODE
			WS-TELLER-ID WS-BUSINESS-DATE USRNAME
			WS-LIMIT-DIRECTION TELLRC-ACCOUNT-NO
			TELLRC-AMOUNT WS-HOLD-SEQ WS-GRADE-RANK
			WS-LIMIT-RESULT.
      *
	2000-UPDATE-TILL.
		OPEN I-O TILL-FILE
