			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT SUSPENSE-FILE ASSIGN TO "SUSPNSR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SUSPNS-STATUS.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  SUSPENSE-FILE.
	01  SUSPENSE-RECORD.
		COPY SUSPNSR.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-SUSPNS-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
      *
	0100-LOAD-TOLERANCE.
		MOVE 1.00 TO WS-TOLERANCE
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "RECNTOL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-TOLERANCE
		END-IF.
      *
	1000-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
