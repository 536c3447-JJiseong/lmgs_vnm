			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DINSW-CUSTOMER-NO
			FILE STATUS IS WS-WORK-STATUS.
		SELECT EXTRACT-FILE ASSIGN TO "DINSXTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-XTRCT-STATUS.
	FD  WORK-FILE.
	01  WORK-RECORD.
		COPY DINSWKR.
	FD  EXTRACT-FILE.
	01  EXTRACT-RECORD.
		COPY DINSXTR.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-WORK-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-XTRCT-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	0100-LOAD-PARAMETERS.
		MOVE 0.0375 TO WS-PREMIUM-RATE
		MOVE 125000000 TO WS-COVERAGE-CEILING
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "DINSRATE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-PREMIUM-RATE
		END-IF
		MOVE "DINSCEIL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-COVERAGE-CEILING
		END-IF.
      *
      *  The work file is rebuilt from scratch each run - a stale
      *  row from last quarter must never inflate this quarter's
