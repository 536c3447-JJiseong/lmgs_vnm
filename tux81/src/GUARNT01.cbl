	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
      *
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		OPEN I-O GUARANTOR-FILE
		IF WS-GUARNT-STATUS NOT = "00"
