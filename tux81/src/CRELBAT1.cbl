			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT RPT-FILE ASSIGN TO "CRELBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	01  WS-CRELT-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
      *
	0100-LOAD-SLA.
		MOVE 10 TO WS-SLA-DAYS
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "CRELSLAD" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-SLA-DAYS
		END-IF.
      *
	1000-READ-TASK.
		READ RELEASE-TASK-FILE NEXT RECORD
