			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OCTXF-KEY
			FILE STATUS IS WS-OCTXF-STATUS.
		SELECT RPT-FILE ASSIGN TO "NSTRCN1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  OUT-TRANSFER-FILE.
	01  OUT-TRANSFER-RECORD.
		COPY OCTXFRR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	01  WS-STMT-STATUS		PIC XX.
	01  WS-OCTXF-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
      *
	0100-LOAD-TOLERANCE.
		MOVE ZERO TO WS-TOLERANCE
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "NSTRTOL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-TOLERANCE
		END-IF.
      *
	1000-MATCH-STATEMENT.
		MOVE "N" TO WS-EOF-FLAG
