      *  one inactive so GLVALBAT1 has an up-to-date list to validate
      *  outbound GL interface records against.
      *
      *  Every account carries its class - A asset, L liability,
      *  Q equity, I income, E expense - which the year-end close
      *  (YECLBT1) reads to know which balances it zeroes into
      *  retained earnings; a save without a valid class is
      *  refused.
      *
      *  Under maker-checker dual control: a save here parks the
      *  proposed record on the pending-change file (PNDCHGR via
      *  PNDCHGW1) under the maker's name; COACTR itself is only
		05  LINE 5  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 5  COLUMN 20
			PIC X USING COACT-STATUS-FLAG.
		05  LINE 6  COLUMN 1  VALUE "CLASS          : ".
		05  LINE 6  COLUMN 20
			PIC X USING COACT-ACCOUNT-CLASS.
		05  LINE 6  COLUMN 24
			VALUE "(A/L/Q EQUITY/I INCOME/E EXPENSE)".
		05  LINE 8  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 10 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 10 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 12 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
			DISPLAY COACT-MAINT-SCREEN
			ACCEPT COACT-MAINT-SCREEN
			IF NOT WS-DONE
				PERFORM 0500-VALIDATE-ACCOUNT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	0500-VALIDATE-ACCOUNT.
		EVALUATE TRUE
			WHEN COACT-GL-ACCOUNT = SPACES
				MOVE "GL ACCOUNT NEEDED" TO WS-MSG
			WHEN NOT COACT-CLASS-VALID
				MOVE "CLASS A/L/Q/I/E" TO WS-MSG
			WHEN OTHER
				PERFORM 1000-PROPOSE-ACCOUNT
		END-EVALUATE.
      *
	1000-PROPOSE-ACCOUNT.
		MOVE "COACTR" TO WS-PNDCHG-TARGET
