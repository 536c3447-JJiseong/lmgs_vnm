      *  (DDACCTR).  A withdrawal may draw the balance negative down
      *  to the account's approved overdraft line
      *  (DDACC-OVERDRAFT-LIMIT) - beyond that it is still rejected.
      *  A withdrawal on a joint or company account must also carry
      *  the signatures its mandate calls for (DDMANDR via MANDCK1).
      *  An account under a savings sweep (SWEEPR) has its youngest
      *  swept deposits broken back in (SWPCOVER/SWPCOV1) before a
      *  withdrawal would overdraw it or be refused.
      *
      *  Every movement posts its GL interface legs (cash against
      *  the demand-deposit liability account) under a real
      *  a row to the account's transaction history (TRNHSTR/
      *  TRNHLOG) - the same posting discipline as the loan side.
      *  The branch resolves from the caller's CLIENTID (CLNTLK01).
      *  A new account is homed at that branch (DDACC-HOME-BRANCH)
      *  until a branch transfer (BRXFR01/BRMGBT1) moves it.  The
      *  demand-deposit leg of a movement posts on that home branch
      *  (head office 000000 for an account from before home
      *  branches were kept) and the cash leg on the teller's
      *  branch, so GLBALBAT1 settles a movement keyed away from
      *  home between the two.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DDACCT01.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-VALUE-DATE		PIC X(8).
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
	01  WS-TRNH-EVENT		PIC X(8).
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-SWEEP-ACCOUNT		PIC X(12).
	01  WS-SWEEP-DEBIT		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-DATE		PIC X(8).
	01  WS-SWEEP-MODE		PIC X.
	01  WS-SWEEP-SHORTFALL		PIC S9(11)V99 COMP-3.
	01  WS-SWEEP-COVER		PIC S9(11)V99 COMP-3.
	01  WS-BOARD-TYPE		PIC X(2).
	01  WS-BOARD-TENOR		PIC S9(5) COMP-3.
	01  WS-BOARD-RATE		PIC S9(3)V9(4) COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-RESTRICT-FLAG		PIC X.
	01  WS-MANDATE-FLAG		PIC X.
		88  WS-MANDATE-MET	VALUE "Y".
	01  WS-WINDOW-FLAG		PIC X.
		88  WS-WINDOW-OPEN	VALUE "O".
		88  WS-WINDOW-OVERRIDE	VALUE "V".
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-VALUE-DATE
		MOVE ZERO TO DDACC-OVERDRAFT-LIMIT
		MOVE ZERO TO DDACC-OD-INTEREST-RATE
		MOVE ZERO TO DDACC-OD-ACCRUED-INT
		MOVE WS-BRANCH-CODE TO DDACC-HOME-BRANCH
		WRITE DD-ACCOUNT-RECORD
			INVALID KEY
				MOVE 9094 TO APPL-CODE
				SET TPFAIL TO TRUE
			END-IF
		END-IF
		IF NOT TPFAIL
			CALL "MANDCK1" USING DDACCD-ACCOUNT-NO
				DDACCD-SIGNERS WS-MANDATE-FLAG
			IF NOT WS-MANDATE-MET
				MOVE 9238 TO APPL-CODE
				SET TPFAIL TO TRUE
			END-IF
		END-IF
		IF NOT TPFAIL
			CALL "DDHLDCK1" USING DDACCD-ACCOUNT-NO
				WS-VALUE-DATE WS-HELD-AMOUNT
				WS-FULL-HOLD-FLAG
			IF NOT WS-FULL-HOLD
				MOVE DDACCD-ACCOUNT-NO
					TO WS-SWEEP-ACCOUNT
				MOVE DDACCD-AMOUNT TO WS-SWEEP-DEBIT
				MOVE WS-VALUE-DATE TO WS-SWEEP-DATE
				PERFORM 3050-REVERSE-SWEEP
			END-IF
			IF WS-FULL-HOLD
				MOVE 9167 TO APPL-CODE
				SET TPFAIL TO TRUE
			END-IF
			END-IF
		END-IF.
      *
	3050-REVERSE-SWEEP.
		COPY SWPCOVER.
      *
	4000-BALANCE.
		PERFORM 6000-READ-ACTIVE-ACCOUNT
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE "000000" TO WS-DD-BRANCH
		END-IF
		PERFORM 7050-SET-LEG-BRANCH
		MOVE DDACCD-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD.
      *
	7050-SET-LEG-BRANCH.
		IF GLINTF-GL-ACCOUNT = WS-DD-LIABILITY-ACCT
			MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		ELSE
			MOVE WS-BRANCH-CODE TO GLINTF-BRANCH-CODE
		END-IF.
      *
	7100-WRITE-SECOND-LEG.
		PERFORM 7050-SET-LEG-BRANCH
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
