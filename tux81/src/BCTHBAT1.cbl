			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BATCTL-JOB-NAME
			FILE STATUS IS WS-BATCTL-STATUS.
		SELECT NOT-QUEUE-FILE ASSIGN TO "NOTQUEUE"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
	FD  BATCH-CONTROL-FILE.
	01  BATCH-CONTROL-RECORD.
		COPY BATCTLR.
	FD  NOT-QUEUE-FILE.
	01  NOT-QUEUE-RECORD.
		COPY NOTQUEUR.
	01  WS-BCTH-STATUS		PIC XX.
	01  WS-BATCTL-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-NOTQ-STATUS		PIC XX.
	01  WS-DURAL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
      *
	0100-LOAD-THRESHOLD.
		MOVE 200 TO WS-THRESHOLD-PCT
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "BATDUR" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-THRESHOLD-PCT
		END-IF.
      *
	1000-LOAD-HISTORY.
		MOVE "N" TO WS-EOF-FLAG
