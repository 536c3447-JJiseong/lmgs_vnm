      *  and in WORKING-STORAGE:
      *      01  WS-SVCLOG-STATUS        PIC XX.
      *      01  WS-NOW                  PIC X(21).
      *      01  SVC-TIMER-REC.          COPY SVCTIMW.
      *  with SVCSTRT.cbl copied in at entry, which is where the
      *  start of the logged response time is taken.
      *
      *  SVCLOG-TRANID and SVCLOG-CMT-FLAG are zero-filled here; a
      *  service that participates in a distributed transaction or
	MOVE ZERO TO SVCLOG-CMT-FLAG
	MOVE WS-NOW (1:8) TO SVCLOG-DATE
	MOVE WS-NOW (9:6) TO SVCLOG-TIME
	MOVE WS-NOW TO SVCTIM-END
	MOVE SVCTIM-START (1:8) TO SVCLOG-START-DATE
	MOVE SVCTIM-START (9:6) TO SVCLOG-START-TIME
	COMPUTE SVCLOG-ELAPSED-MS =
		((FUNCTION INTEGER-OF-DATE (SVCTIM-END-DATE)
			- FUNCTION INTEGER-OF-DATE (SVCTIM-START-DATE))
			* 8640000
		+ (SVCTIM-END-HH - SVCTIM-START-HH) * 360000
		+ (SVCTIM-END-MM - SVCTIM-START-MM) * 6000
		+ (SVCTIM-END-SS - SVCTIM-START-SS) * 100
		+ (SVCTIM-END-CS - SVCTIM-START-CS)) * 10
	OPEN EXTEND SVC-LOG-FILE
	IF WS-SVCLOG-STATUS NOT = "00"
		CLOSE SVC-LOG-FILE
