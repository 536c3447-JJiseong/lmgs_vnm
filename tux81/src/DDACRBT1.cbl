      *  income) - never netted against the credit-interest
      *  accrual, so the two sides stay separate in the GL.
      *
      *  The legs and the history row carry the account's home
      *  branch (DDACC-HOME-BRANCH), where its liability sits; an
      *  account from before home branches were kept (spaces)
      *  posts on the head-office branch 000000.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry and finish
      *  like the other nightly jobs; the run is skipped when
	01  WS-TOTAL-ACCRUED		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-TOTAL-OD-ACCRUED		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-DD-ACCRUED-ACCT		PIC X(10) VALUE "2000000095".
	01  WS-OD-RECV-ACCT		PIC X(10) VALUE "1000000004".
		END-READ.
      *
	2000-PROCESS-ACCOUNT.
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
		END-IF
		IF DDACC-ACTIVE
			AND DDACC-BALANCE > ZERO
			AND DDACC-INTEREST-RATE > ZERO
		END-IF.
      *
	2200-WRITE-GL-LEGS.
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-DAILY-INTEREST TO GLINTF-AMOUNT
		END-IF.
      *
	2400-WRITE-OD-GL-LEGS.
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-OD-RECV-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-DAILY-INTEREST TO GLINTF-AMOUNT
		MOVE DDACC-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE WS-TRNH-EVENT TO TRNH-EVENT-CODE
		MOVE WS-DAILY-INTEREST TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE ZERO TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
