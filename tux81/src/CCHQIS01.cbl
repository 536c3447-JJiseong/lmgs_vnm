      *  liability, credit correspondent settlement) under a real
      *  commit-sequence TRANID and a DDCHQPAY row on the
      *  transaction history.  Postings are refused while EOD holds
      *  the business date closed or the GL period is locked.  An
      *  account under a savings sweep (SWEEPR) has its youngest
      *  swept deposits broken back in (SWPCOVER/SWPCOV1) before
      *  the cheque would overdraw it or bounce.  The debit leg
      *  posts on the account's home branch (DDACC-HOME-BRANCH,
      *  head office 000000 for an account from before home
      *  branches were kept) and the settlement leg on the
      *  presenting branch; GLBALBAT1 settles the two.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CCHQIS01.
	01  WS-TRNH-STATUS		PIC XX.
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
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-SETTLE-ACCT		PIC X(10) VALUE "2000000099".
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-SWEEP-ACCOUNT		PIC X(12).
	01  WS-SWEEP-DEBIT		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-DATE		PIC X(8).
	01  WS-SWEEP-MODE		PIC X.
	01  WS-SWEEP-SHORTFALL		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-COVER		PIC S9(11)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  TPTRXLEV-REC.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			CALL "DDHLDCK1" USING CCHQIS-ACCOUNT-NO
				WS-BUSINESS-DATE WS-HELD-AMOUNT
				WS-FULL-HOLD-FLAG
			IF NOT WS-FULL-HOLD
				MOVE CCHQIS-ACCOUNT-NO
					TO WS-SWEEP-ACCOUNT
				MOVE CCHQIS-AMOUNT TO WS-SWEEP-DEBIT
				MOVE WS-BUSINESS-DATE TO WS-SWEEP-DATE
				PERFORM 3350-REVERSE-SWEEP
			END-IF
			EVALUATE TRUE
				WHEN WS-FULL-HOLD
					MOVE 9173 TO APPL-CODE
			END-EVALUATE
			CLOSE DD-ACCOUNT-FILE
		END-IF.
      *
	3350-REVERSE-SWEEP.
		COPY SWPCOVER.
      *
	3400-POST-PRESENTMENT.
		SUBTRACT CCHQIS-AMOUNT FROM DDACC-BALANCE
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
		MOVE CCHQIS-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-SETTLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
