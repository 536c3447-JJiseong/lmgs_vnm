      *     unmatched / 9138 repayment rejected) instead of a
      *     branch drawer, and listed on the run report.
      *
      *  The settlement leg stays on the head-office branch 000000,
      *  where the correspondent account is kept; the demand-deposit
      *  credit and its history row post on the account's home
      *  branch (DDACC-HOME-BRANCH, 000000 as well for an account
      *  from before home branches were kept), and GLBALBAT1
      *  settles the two.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs; nothing posts while EOD
      *  holds the business date closed or the GL period is locked.
	01  WS-APPLY-VALUE-DATE		PIC X(8) VALUE SPACES.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-SETTLE-ACCT		PIC X(10) VALUE "2000000099".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-CREDITED-COUNT		PIC 9(7) VALUE 0.
			MOVE "ACCOUNT NOT ACTIVE" TO DTL-RESULT
			PERFORM 3100-SUSPEND-TRANSFER
		ELSE
			MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
			IF WS-DD-BRANCH = SPACES
				MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
			END-IF
			ADD ICTX-AMOUNT TO DDACC-BALANCE
			REWRITE DD-ACCOUNT-RECORD
			CALL "TRNIDGN1" USING WS-TRANID
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		MOVE ICTX-BENEF-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "IBCREDIT" TO TRNH-EVENT-CODE
		MOVE ICTX-AMOUNT TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
