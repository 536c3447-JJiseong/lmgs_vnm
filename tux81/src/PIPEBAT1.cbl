      *  hides.  Applications entered before the pipeline clock
      *  existed carry no entry date and are listed NO CLOCK rather
      *  than guessed at.
      *
      *  Each open application also shows what it is waiting on:
      *  DOCUMENTS while DOCCHK1 still finds a mandatory document
      *  on its checklist neither received nor waived, otherwise
      *  CREDIT for a pending application (the decision is the
      *  holdup) or FUNDING for an approved one, with the documents
      *  and credit totals in the summary - so a slow pipeline can
      *  be pinned on missing paperwork or on the credit desk.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PIPEBAT1.
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
		SELECT RPT-FILE ASSIGN TO "PIPEBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  LOAN-APP-FILE.
	01  LOAN-APP-RECORD.
		COPY LNAPPR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-LNAPP-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-PENDING-COUNT		PIC 9(7) VALUE 0.
	01  WS-APPR-NOT-FUND-COUNT	PIC 9(7) VALUE 0.
	01  WS-NO-CLOCK-COUNT		PIC 9(7) VALUE 0.
	01  WS-DOCS-WAIT-COUNT		PIC 9(7) VALUE 0.
	01  WS-CREDIT-WAIT-COUNT	PIC 9(7) VALUE 0.
	01  WS-DOCCHK-MODE		PIC X VALUE "C".
	01  WS-DOC-OUTSTANDING		PIC S9(4) COMP-5.
	01  WS-DOC-FIRST-CODE		PIC X(6).
	01  WS-BR-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-BR-TABLE.
		05  WS-BR-ENTRY OCCURS 50 TIMES.
		05  DTL-AGE		PIC ZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BUCKET		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-WAITING		PIC X(9).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(26).
		05  CNT-VALUE		PIC ZZZZZZ9.
	0100-LOAD-PARAMETERS.
		MOVE 5 TO WS-SLA-DAYS
		MOVE 10 TO WS-FUND-DAYS
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "APPSLAD" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-SLA-DAYS
		END-IF
		MOVE "APPFNDD" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-FUND-DAYS
		END-IF.
      *
	1000-READ-APPLICATION.
		READ LOAN-APP-FILE NEXT RECORD
			END-EVALUATE
		END-IF
		PERFORM 2500-COUNT-FOR-BRANCH
		PERFORM 2600-CLASSIFY-WAIT
		MOVE LNAPP-APPLICATION-NO TO DTL-APPLICATION-NO
		MOVE LNAPP-BRANCH-CODE TO DTL-BRANCH
		MOVE WS-AGE-DAYS TO DTL-AGE
				ADD 1 TO WS-BR-BREACHED (WS-BR-IDX)
			END-IF
		END-IF.
      *
	2600-CLASSIFY-WAIT.
		MOVE "C" TO WS-DOCCHK-MODE
		CALL "DOCCHK1" USING WS-DOCCHK-MODE
			LNAPP-APPLICATION-NO LNAPP-PRODUCT-CODE
			WS-DOC-OUTSTANDING WS-DOC-FIRST-CODE
		EVALUATE TRUE
			WHEN WS-DOC-OUTSTANDING > ZERO
				MOVE "DOCUMENTS" TO DTL-WAITING
				ADD 1 TO WS-DOCS-WAIT-COUNT
			WHEN LNAPP-PENDING
				MOVE "CREDIT" TO DTL-WAITING
				ADD 1 TO WS-CREDIT-WAIT-COUNT
			WHEN OTHER
				MOVE "FUNDING" TO DTL-WAITING
		END-EVALUATE.
      *
	4000-WRITE-SUMMARY.
		MOVE "WITHIN SLA:" TO CNT-TEXT
		MOVE WS-NO-CLOCK-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "WAITING ON DOCUMENTS:" TO CNT-TEXT
		MOVE WS-DOCS-WAIT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "WAITING ON CREDIT:" TO CNT-TEXT
		MOVE WS-CREDIT-WAIT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BR-COUNT
			MOVE WS-BR-CODE (WS-BR-IDX) TO BRL-BRANCH
			MOVE "UNFUNDED" TO DTL-STATUS
			MOVE WS-AGE-DAYS TO DTL-AGE
			MOVE "EXCEPTION" TO DTL-BUCKET
			MOVE SPACES TO DTL-WAITING
			MOVE WS-DETAIL-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
