      *  file (PAYRLOUT), and every reject is also parked on the
      *  Error Suspense file (APPL-CODE 9192).  One funding debit
      *  for the total actually posted comes off the employer's
      *  account at the end; the GL legs (debit the demand-deposit
      *  liability for the total, credit it for each beneficiary)
      *  all go under one TRANID.  Each leg and history row posts
      *  on its own account's home branch (DDACC-HOME-BRANCH, head
      *  office 000000 for an account from before home branches
      *  were kept), so GLBALBAT1 settles a payroll that pays into
      *  other branches' accounts.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
	01  WS-RESTRICT-FLAG		PIC X.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-POSTED-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-POSTED-COUNT		PIC 9(7) VALUE 0.
				REWRITE DD-ACCOUNT-RECORD
				ADD PAYRL-AMOUNT TO WS-POSTED-TOTAL
				ADD 1 TO WS-POSTED-COUNT
				PERFORM 7000-TAKE-DD-BRANCH
				PERFORM 2250-WRITE-CREDIT-LEG
				PERFORM 2300-WRITE-HISTORY
				MOVE "POSTED" TO WS-VERDICT
		END-EVALUATE.
      *
	2250-WRITE-CREDIT-LEG.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE PAYRL-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	2300-WRITE-HISTORY.
		MOVE PAYRL-BENEF-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "PAYRCRDT" TO TRNH-EVENT-CODE
		MOVE PAYRL-AMOUNT TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		WRITE SUSPENSE-RECORD
		CLOSE SUSPENSE-FILE.
      *
      *  One funding debit for the total actually posted, and its
      *  GL leg on the demand-deposit liability, under the same
      *  TRANID as every beneficiary credit.
	4000-DEBIT-EMPLOYER.
		IF WS-POSTED-TOTAL > ZERO
			MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
			MOVE WS-EMPLOYER-ACCOUNT TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					SUBTRACT WS-POSTED-TOTAL
						FROM DDACC-BALANCE
					REWRITE DD-ACCOUNT-RECORD
					PERFORM 7000-TAKE-DD-BRANCH
			END-READ
			PERFORM 4100-WRITE-FUNDING-HISTORY
			PERFORM 4200-WRITE-GL-LEGS
		MOVE WS-EMPLOYER-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "PAYRFUND" TO TRNH-EVENT-CODE
		MOVE WS-POSTED-TOTAL TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-POSTED-TOTAL TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	5000-WRITE-COUNTS.
		MOVE WS-POSTED-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	7000-TAKE-DD-BRANCH.
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
		END-IF.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
