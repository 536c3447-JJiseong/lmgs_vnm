			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXRATE-KEY
			FILE STATUS IS WS-FXRATE-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FX-RATE-FILE.
	01  FX-RATE-RECORD.
		COPY FXRATER.
      *
	WORKING-STORAGE SECTION.
	01  WS-FXRATE-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-STALE-DAYS		PIC S9(5) COMP-3.
	01  WS-TRY-DATE			PIC X(8).
	01  WS-TRY-NUM			PIC 9(8).
      *
	0100-LOAD-WINDOW.
		MOVE 3 TO WS-STALE-DAYS
		MOVE LS-AS-OF-DATE TO WS-PARM-AS-OF
		MOVE "FXSTALE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-STALE-DAYS
		END-IF.
      *
      *  Only working days carry official rates: a date the
      *  calendar rolls away from (BUSDTRL1 answers a different
