	01  WS-SHADOW-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
      *
	LINKAGE SECTION.
	01  TPSVCDEF-REC.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN INPUT SHADOW-FILE
		IF WS-SHADOW-STATUS NOT = "00"
