      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  DELQBAT1 must show a completed, signed-off run on the Batch
      *  Control file (BATCTLR), like the other month-end jobs that
      *  consume the delinquency classification, and so must
      *  CICIBAT1, so the provision is taken on the debt group
      *  already aligned to the credit registry's monthly return.
      *  If the gate is blocked the files open/close but no loan is
      *  processed, and BATCTLCK is called again at the end to stamp
      *  this job's own completion.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PROVBAT1.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT RPT-FILE ASSIGN TO "PROVBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	01  WS-JOB-NAME			PIC X(9) VALUE "PROVBAT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-SIMULATE-FLAG		PIC X VALUE "N".
		88  WS-SIMULATE		VALUE "Y".
	01  WS-RUN-MODE			PIC X.
      *  month-end provision before the real run.
	0150-LOAD-SIMULATE-FLAG.
		MOVE "N" TO WS-SIMULATE-FLAG
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "PROVSIM" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-NUMBER = 1
				SET WS-SIMULATE TO TRUE
			END-IF
		END-IF.
      *
	1000-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
