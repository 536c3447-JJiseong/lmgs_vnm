      *  taking two weeks to build by hand.  Months are counted as
      *  30-day blocks of elapsed days, plenty for a 6-month
      *  dormancy boundary.
      *
      *  Both GL moves post on the deposit's home branch
      *  (FXDEP-HOME-BRANCH), so the branch liability leaves the
      *  branch that carried it; a deposit from before home
      *  branches were kept (spaces) posts on head office 000000.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DORMBAT1.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	WORKING-STORAGE SECTION.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-DORMANT-ACCT		PIC X(10) VALUE "2000000097".
	01  WS-ESCHEAT-ACCT		PIC X(10) VALUE "2000000096".
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FD-BRANCH		PIC X(6).
	01  WS-DETAIL-LINE.
		05  DTL-DEPOSIT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
	0100-LOAD-PARAMETERS.
		MOVE 6 TO WS-DORM-MONTHS
		MOVE 60 TO WS-ESCH-MONTHS
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "DORMMTHS" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-DORM-MONTHS
		END-IF
		MOVE "ESCHMTHS" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-ESCH-MONTHS
		END-IF
		COMPUTE WS-DORM-DAYS = WS-DORM-MONTHS * 30
		COMPUTE WS-ESCH-DAYS = WS-ESCH-MONTHS * 30.
      *
		PERFORM 2600-WRITE-AUDIT-ROW.
      *
	2400-FILL-AND-WRITE-LEG.
		MOVE FXDEP-HOME-BRANCH TO WS-FD-BRANCH
		IF WS-FD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-FD-BRANCH
		END-IF
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE FXDEP-PRINCIPAL-AMT TO GLINTF-AMOUNT
		MOVE WS-TODAY TO GLINTF-VALUE-DATE
		MOVE ZERO TO GLINTF-TRANID
