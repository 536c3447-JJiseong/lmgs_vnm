	01  WS-CUSTM-STATUS		PIC XX.
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
		OPEN INPUT CUST-MASTER-FILE
		EVALUATE TRUE
			WHEN CUSTINQ-BY-CUSTNO
