      *  liability account under a real commit-sequence TRANID,
      *  and DDSOOUT/DDSOIN rows on both accounts' transaction
      *  history - then advances the next run date one frequency
      *  period, rolled to a working day.  Each leg and history row
      *  posts on its own account's home branch (DDACC-HOME-BRANCH,
      *  head office 000000 for an account from before home
      *  branches were kept), so GLBALBAT1 settles an order that
      *  pays across branches.
      *
      *  A skipped order - short funds, a hold on the source, a
      *  closed or missing account either side - is reported on
		88  WS-TARGET-OK	VALUE "Y".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FROM-BRANCH		PIC X(6).
	01  WS-TO-BRANCH		PIC X(6).
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-INT			PIC S9(9) COMP-5.
      *
	3000-POST-TRANSFER.
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE SPACES TO WS-FROM-BRANCH
		MOVE SPACES TO WS-TO-BRANCH
		MOVE STORD-FROM-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				SUBTRACT STORD-AMOUNT
					FROM DDACC-BALANCE
				REWRITE DD-ACCOUNT-RECORD
				MOVE DDACC-HOME-BRANCH TO WS-FROM-BRANCH
		END-READ
		MOVE STORD-TO-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			NOT INVALID KEY
				ADD STORD-AMOUNT TO DDACC-BALANCE
				REWRITE DD-ACCOUNT-RECORD
				MOVE DDACC-HOME-BRANCH TO WS-TO-BRANCH
		END-READ
		IF WS-FROM-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-FROM-BRANCH
		END-IF
		IF WS-TO-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-TO-BRANCH
		END-IF
		PERFORM 3100-WRITE-GL-LEGS
		PERFORM 3200-WRITE-HISTORY-ROWS
		ADD 1 TO WS-EXECUTED-COUNT
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-FROM-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE STORD-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-TO-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		MOVE STORD-FROM-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "DDSOOUT" TO TRNH-EVENT-CODE
		MOVE STORD-AMOUNT TO TRNH-AMOUNT
		MOVE WS-FROM-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		PERFORM 8100-WRITE-TRAN-HISTORY
		MOVE STORD-TO-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "DDSOIN" TO TRNH-EVENT-CODE
		MOVE WS-TO-BRANCH TO TRNH-BRANCH-CODE
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	3900-WRITE-SKIP.
