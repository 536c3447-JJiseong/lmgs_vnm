      *  abend - or an operator starting the job twice - never
      *  charges the same fee twice.
      *
      *  Each charge draws a commit-sequence TRANID (TRNIDGN1) for
      *  its GL legs, fee-history row and transaction-history row,
      *  so a branch can name the fee in a waiver or refund request
      *  (FWVRMNT1).  The legs and both history rows carry the
      *  account's home branch (DDACC-HOME-BRANCH), so a waiver
      *  reverses the fee where it was booked; an account from
      *  before home branches were kept (spaces) is charged on the
      *  head-office branch 000000.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while the GL period is closed
      *  (GLPERCK1).
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FEETBL-EVENT-CODE
			FILE STATUS IS WS-FEETBL-STATUS.
		SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEEH-STATUS.
	FD  FEE-TABLE-FILE.
	01  FEE-TABLE-RECORD.
		COPY FEETBLR.
	FD  FEE-HISTORY-FILE.
	01  FEE-HISTORY-RECORD.
		COPY FEEHSTR.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FEETBL-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-FEEH-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-FEE-BASE			PIC S9(11)V99 COMP-3.
	01  WS-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-FEE-CODE			PIC X(4).
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-INCOME-ACCT		PIC X(10).
	01  WS-GLMAP-PRODUCT		PIC X(4).
	01  WS-GLMAP-DEBIT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	0100-LOAD-PARAMETERS.
		MOVE ZERO TO WS-MIN-BALANCE
		MOVE ZERO TO WS-WAIVER-FLOOR
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "DDMINBAL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-MIN-BALANCE
		END-IF
		MOVE "DDMNTWVR" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-WAIVER-FLOOR
		END-IF.
      *
	1000-READ-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-CREDIT TO WS-INCOME-ACCT
		END-IF
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
		END-IF
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-FEE-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-INCOME-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-FEE-AMOUNT TO FEEH-AMOUNT
		MOVE WS-TODAY TO FEEH-DATE
		MOVE WS-NOW (9:6) TO FEEH-TIME
		MOVE WS-DD-BRANCH TO FEEH-BRANCH-CODE
		MOVE WS-TRANID TO FEEH-TRANID
		MOVE "C" TO FEEH-STATUS-FLAG
		MOVE ZERO TO FEEH-REFUNDED-AMOUNT
		MOVE ZERO TO FEEH-REFUND-TRANID
		MOVE SPACES TO FEEH-INVOICE-REF
		MOVE SPACES TO FEEH-INVOICE-NO
		MOVE SPACES TO FEEH-ADJ-INVOICE-REF
		MOVE SPACES TO FEEH-ADJ-INVOICE-NO
		WRITE FEE-HISTORY-RECORD
		CLOSE FEE-HISTORY-FILE.
      *
		MOVE DDACC-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "DDFEE" TO TRNH-EVENT-CODE
		MOVE WS-FEE-AMOUNT TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-INCOME-ACCT TO TRNH-TENDER-GL-ACCOUNT
