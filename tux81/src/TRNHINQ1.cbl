	01  WS-JOURNAL-ROW		PIC 9(9).
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-SKIPPED			PIC 9(5).
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		MOVE "N" TO WS-EOF-FLAG
		MOVE ZERO TO TRNHI-ROW-COUNT
		MOVE ZERO TO WS-SKIPPED
