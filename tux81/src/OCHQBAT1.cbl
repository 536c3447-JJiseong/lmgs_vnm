		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT RPT-FILE ASSIGN TO "OCHQBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	01  WS-PRSR-STATUS		PIC XX.
	01  WS-STSR-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
      *
	0100-LOAD-VALIDITY.
		MOVE 180 TO WS-VALID-DAYS
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "CHQVALID" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-VALID-DAYS
		END-IF.
      *
	1000-PRESENT-ISSUED.
		OPEN OUTPUT PRESENT-FILE
