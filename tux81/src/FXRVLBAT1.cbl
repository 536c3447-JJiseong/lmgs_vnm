		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT RPT-FILE ASSIGN TO "FXRVLBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	01  WS-ABS-MOVEMENT		PIC S9(11)V99 COMP-3.
	01  WS-RECV-ACCT		PIC X(10) VALUE "1000000001".
	01  WS-FD-LIABILITY-ACCT	PIC X(10) VALUE "2000000001".
	01  WS-FD-BRANCH		PIC X(6).
	01  WS-FX-GAIN-ACCT		PIC X(10) VALUE "4000000009".
	01  WS-FX-LOSS-ACCT		PIC X(10) VALUE "5000000009".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-NOTE		PIC X(10).
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-SIMULATE-FLAG		PIC X VALUE "N".
		88  WS-SIMULATE		VALUE "Y".
	01  WS-RUN-MODE			PIC X.
      *  GL legs, no register rows and the book rates untouched.
	0150-LOAD-SIMULATE-FLAG.
		MOVE "N" TO WS-SIMULATE-FLAG
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "FXRVSIM" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-NUMBER = 1
				SET WS-SIMULATE TO TRUE
			END-IF
		END-IF.
      *
	1000-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
      *  credit the fixed-deposit liability), falling is our gain.
      *  The register row and book-rate roll-forward work exactly
      *  as the loan side's, and a simulation run leaves all of it
      *  untouched.  Both legs post on the deposit's home branch
      *  (FXDEP-HOME-BRANCH), head office 000000 when it is blank.
	5000-REVALUE-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN I-O FX-DEPOSIT-FILE
		END-IF.
      *
	5450-FILL-AND-WRITE-DEP-LEG.
		MOVE FXDEP-HOME-BRANCH TO WS-FD-BRANCH
		IF WS-FD-BRANCH = SPACES
			MOVE "000000" TO WS-FD-BRANCH
		END-IF
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-ABS-MOVEMENT TO GLINTF-AMOUNT
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
