			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MEMOI-ACCOUNT-NO
			FILE STATUS IS WS-MEMOI-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
	FD  MEMO-INTEREST-FILE.
	01  MEMO-INTEREST-RECORD.
		COPY MEMOINTR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-MEMOI-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
      *
	0100-LOAD-THRESHOLD.
		MOVE 90 TO WS-THRESHOLD
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "NONACCRL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-THRESHOLD
		END-IF.
      *
	1000-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
