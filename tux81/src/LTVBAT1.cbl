			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLLAT-COLLATERAL-ID
			FILE STATUS IS WS-COLLAT-STATUS.
		SELECT RPT-FILE ASSIGN TO "LTVBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  COLLATERAL-FILE.
	01  COLLATERAL-RECORD.
		COPY COLLATR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	01  WS-ALLOC-EOF-FLAG		PIC X.
		88  WS-ALLOC-EOF	VALUE "Y".
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	0100-LOAD-PARAMETERS.
		MOVE 80.00 TO WS-LTV-MAX
		MOVE 12 TO WS-APPR-MONTHS
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "LTVMAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE TO WS-LTV-MAX
		END-IF
		MOVE "APPRMTHS" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-APPR-MONTHS
		END-IF
		COMPUTE WS-APPR-MAX-DAYS = WS-APPR-MONTHS * 30.
      *
	1000-READ-LOAN.
