      *  TILLBAT1's end-of-day balancing - the drawer now balances
      *  in both directions.  Postings are refused while EOD holds
      *  the business date closed or the GL period is locked, the
      *  same discipline as DDACCT01.  A joint or company account
      *  pays out only on the signatures its mandate calls for
      *  (DDMANDR via MANDCK1) - the mandate card no longer lives
      *  in the teller's drawer.  An account under a savings sweep
      *  (SWEEPR) has its youngest swept deposits broken back in
      *  (SWPCOVER/SWPCOV1) before the cash-out would overdraw it
      *  or be refused.
      *
      *  A cash-out over the teller's cash-out limit (TELLIMR, by
      *  user or grade and branch, through TLLMCK1) is not paid: it
      *  is held (TELHLDR) for a supervisor of higher rank to
      *  override at TLOVMT1, the hold number comes back in the
      *  reject reason, and the journal shows it HELD OVER LIMIT.
      *  Keyed again once approved, the same account and amount
      *  pays out on the override, journalled POSTED ON OVERRIDE,
      *  and the approval is used up.  A held cash-out breaks no
      *  swept deposits.
      *
      *  The demand-deposit leg posts on the account's home branch
      *  (DDACC-HOME-BRANCH, head office 000000 for an account from
      *  before home branches were kept) and the cash leg on the
      *  teller's branch, so a cash-out at another branch is
      *  settled between the two by GLBALBAT1.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TELLRW01.
	01  WS-SUSPNS-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-CASH-ACCT		PIC X(10) VALUE "1000000099".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-SWEEP-ACCOUNT		PIC X(12).
	01  WS-SWEEP-DEBIT		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-DATE		PIC X(8).
	01  WS-SWEEP-MODE		PIC X.
	01  WS-SWEEP-SHORTFALL		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-COVER		PIC S9(11)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-RESTRICT-FLAG		PIC X.
	01  WS-MANDATE-FLAG		PIC X.
		88  WS-MANDATE-MET	VALUE "Y".
	01  WS-WINDOW-FLAG		PIC X.
		88  WS-WINDOW-OPEN	VALUE "O".
		88  WS-WINDOW-OVERRIDE	VALUE "V".
		88  WS-WINDOW-CLOSED	VALUE "C".
	01  WS-JRN-ACTION		PIC X(10).
	01  WS-JRN-OUTCOME		PIC X(20).
	01  WS-LIMIT-MODE		PIC X.
	01  WS-LIMIT-DIRECTION		PIC X VALUE "O".
	01  WS-HOLD-SEQ			PIC 9(5).
	01  WS-HOLD-SEQ-DISP		PIC ZZZZ9.
	01  WS-GRADE-RANK		PIC 9(2).
	01  WS-LIMIT-RESULT		PIC X.
		88  WS-WITHIN-LIMIT	VALUE "N".
		88  WS-OVERRIDDEN	VALUE "V".
		88  WS-HELD		VALUE "H".
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
		CALL "DDHLDCK1" USING TELLRW-ACCOUNT-NO
			WS-BUSINESS-DATE WS-HELD-AMOUNT
			WS-FULL-HOLD-FLAG
		CALL "MANDCK1" USING TELLRW-ACCOUNT-NO
			TELLRW-SIGNERS WS-MANDATE-FLAG
		SET WS-WITHIN-LIMIT TO TRUE
		IF DDACC-ACTIVE AND TELLRW-AMOUNT > ZERO
			AND WS-RESTRICT-FLAG = "N"
			AND WS-MANDATE-MET AND NOT WS-FULL-HOLD
			PERFORM 1050-CHECK-CASH-LIMIT
		END-IF
		IF DDACC-ACTIVE AND TELLRW-AMOUNT > ZERO
			AND WS-RESTRICT-FLAG = "N"
			AND WS-MANDATE-MET AND NOT WS-FULL-HOLD
			AND NOT WS-HELD
			MOVE TELLRW-ACCOUNT-NO TO WS-SWEEP-ACCOUNT
			MOVE TELLRW-AMOUNT TO WS-SWEEP-DEBIT
			MOVE WS-BUSINESS-DATE TO WS-SWEEP-DATE
			PERFORM 1150-REVERSE-SWEEP
		END-IF
		EVALUATE TRUE
			WHEN NOT DDACC-ACTIVE
				MOVE 9144 TO APPL-CODE
			WHEN WS-RESTRICT-FLAG NOT = "N"
				MOVE 9187 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN NOT WS-MANDATE-MET
				MOVE 9239 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-FULL-HOLD
				MOVE 9171 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-HELD
				PERFORM 1060-HOLD-CASH-OUT
			WHEN TELLRW-AMOUNT >
				DDACC-BALANCE + DDACC-OVERDRAFT-LIMIT
				MOVE 9146 TO APPL-CODE
			WHEN OTHER
				PERFORM 1200-POST-WITHDRAWAL
		END-EVALUATE.
      *
	1050-CHECK-CASH-LIMIT.
		CALL "TPGETINFO" USING TPINFDEF-REC
		MOVE "C" TO WS-LIMIT-MODE
		CALL "TLLMCK1" USING WS-LIMIT-MODE WS-BRANCH-CODE
			WS-TELLER-ID WS-BUSINESS-DATE USRNAME
			WS-LIMIT-DIRECTION TELLRW-ACCOUNT-NO
			TELLRW-AMOUNT WS-HOLD-SEQ WS-GRADE-RANK
			WS-LIMIT-RESULT.
      *
	1060-HOLD-CASH-OUT.
		MOVE 9336 TO APPL-CODE
		SET TPFAIL TO TRUE
		MOVE WS-HOLD-SEQ TO WS-HOLD-SEQ-DISP
		MOVE SPACES TO TELLRW-REJECT-REASON
		STRING "OVER CASH LIMIT - SUPERVISOR HOLD "
			WS-HOLD-SEQ-DISP
			DELIMITED BY SIZE INTO TELLRW-REJECT-REASON
		MOVE "HELD OVER LIMIT" TO WS-JRN-OUTCOME.
      *
	1150-REVERSE-SWEEP.
		COPY SWPCOVER.
      *
	1200-POST-WITHDRAWAL.
		MOVE "POSTED" TO WS-JRN-OUTCOME
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 1300-WRITE-GL-LEGS
		PERFORM 1400-WRITE-HISTORY
		PERFORM 2000-UPDATE-TILL
		IF WS-OVERRIDDEN
			PERFORM 1250-USE-OVERRIDE
		END-IF.
      *
	1250-USE-OVERRIDE.
		MOVE "POSTED ON OVERRIDE" TO WS-JRN-OUTCOME
		MOVE "U" TO WS-LIMIT-MODE
		CALL "TLLMCK1" USING WS-LIMIT-MODE WS-BRANCH-CODE
			WS-TELLER-ID WS-BUSINESS-DATE USRNAME
			WS-LIMIT-DIRECTION TELLRW-ACCOUNT-NO
			TELLRW-AMOUNT WS-HOLD-SEQ WS-GRADE-RANK
			WS-LIMIT-RESULT.
      *
	1300-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE "000000" TO WS-DD-BRANCH
		END-IF
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE TELLRW-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-CASH-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
