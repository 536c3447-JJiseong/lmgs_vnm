      *
      *  COLCRBT1.cbl
      *
      *  Weekly overdue title-document report.  Lists, grouped by
      *  the booking branch of the loan the collateral secures
      *  (COLLATR to LOANMSTR), every document on the safe-custody
      *  register (COLCSTR) still checked out of the vault past its
      *  due-back date on today's business date (SYSDTLK1) - who has
      *  it, what for, since when and how many days it is overdue -
      *  so each branch chases its own documents back before the
      *  auditors find them missing.  Each detail line starts with
      *  the branch code, so the report catalogue (RPTCTBT1) can
      *  give every branch its own pages.  A document whose
      *  collateral or loan cannot be found is listed under branch
      *  UNKNWN.  Nothing is changed.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other weekly jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. COLCRBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CUSTODY-FILE ASSIGN TO "COLCSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS COLCST-COLLATERAL-ID
			FILE STATUS IS WS-COLCST-STATUS.
		SELECT COLLATERAL-FILE ASSIGN TO "COLLATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLLAT-COLLATERAL-ID
			FILE STATUS IS WS-COLLAT-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT RPT-FILE ASSIGN TO "COLCRBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTODY-FILE.
	01  CUSTODY-RECORD.
		COPY COLCSTR.
	FD  COLLATERAL-FILE.
	01  COLLATERAL-RECORD.
		COPY COLLATR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-COLCST-STATUS		PIC XX.
	01  WS-COLLAT-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-TODAY-NUM		PIC 9(8).
	01  WS-TODAY-INT		PIC S9(9) COMP-5.
	01  WS-DUE-NUM			PIC 9(8).
	01  WS-DUE-INT			PIC S9(9) COMP-5.
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
      *
      *  Overdue documents, and the distinct branches they belong
      *  to in the order first met.
	01  WS-DOC-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-DOC-TABLE.
		05  WS-DOC-ENTRY OCCURS 2000 TIMES.
			10  WS-DOC-BRANCH	PIC X(6).
			10  WS-DOC-COLLATERAL-ID	PIC X(12).
			10  WS-DOC-TYPE		PIC X(2).
			10  WS-DOC-LOCATION	PIC X(20).
			10  WS-DOC-HOLDER	PIC X(30).
			10  WS-DOC-PURPOSE	PIC X(30).
			10  WS-DOC-OUT-DATE	PIC X(8).
			10  WS-DOC-DUE-BACK	PIC X(8).
			10  WS-DOC-DAYS-OVER	PIC S9(5) COMP-3.
	01  WS-DOC-IDX			PIC S9(4) COMP-5.
	01  WS-BR-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-BR-TABLE.
		05  WS-BR-CODE		PIC X(6) OCCURS 500 TIMES.
	01  WS-BR-IDX			PIC S9(4) COMP-5.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-BR-DOC-COUNT		PIC 9(9).
	01  WS-DOCS-OUT			PIC 9(9) VALUE 0.
	01  WS-DOCS-READ		PIC 9(9) VALUE 0.
      *
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(8) VALUE "BRANCH".
		05  FILLER		PIC X(13) VALUE "COLLATERAL".
		05  FILLER		PIC X(4) VALUE "TY".
		05  FILLER		PIC X(22)
				VALUE "VAULT LOCATION".
		05  FILLER		PIC X(32) VALUE "BORROWED BY".
		05  FILLER		PIC X(32) VALUE "PURPOSE".
		05  FILLER		PIC X(9) VALUE "OUT".
		05  FILLER		PIC X(9) VALUE "DUE BACK".
		05  FILLER		PIC X(5) VALUE " DAYS".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-COLLATERAL-ID	PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-DOC-TYPE	PIC X(2).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-LOCATION	PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-HOLDER		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-PURPOSE		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-OUT-DATE	PIC X(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-DUE-BACK	PIC X(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-DAYS-OVER	PIC ZZZZ9.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "COLCRBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "TITLE DOCUMENTS OVERDUE BACK TO VAULT - AS AT "
			WS-BUSINESS-DATE
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-COLLECT-DOCUMENTS
			PERFORM 2000-PRINT-BRANCHES
			PERFORM 9000-WRITE-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-COLLECT-DOCUMENTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT COLLATERAL-FILE
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT CUSTODY-FILE
		IF WS-COLCST-STATUS NOT = "00"
			MOVE "CUSTODY REGISTER NOT YET BUILT"
				TO RPT-LINE
			WRITE RPT-LINE
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-CUSTODY UNTIL WS-EOF
		CLOSE CUSTODY-FILE
		CLOSE LOAN-MASTER-FILE
		CLOSE COLLATERAL-FILE.
      *
	1100-READ-CUSTODY.
		READ CUSTODY-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-DOCS-READ
				IF COLCST-CHECKED-OUT
					PERFORM 1200-CHECK-DUE-BACK
				END-IF
		END-READ.
      *
	1200-CHECK-DUE-BACK.
		ADD 1 TO WS-DOCS-OUT
		IF COLCST-DUE-BACK-DATE < WS-BUSINESS-DATE
			PERFORM 1300-FIND-BRANCH
			PERFORM 1400-TAKE-DOCUMENT
		END-IF.
      *
	1300-FIND-BRANCH.
		MOVE "UNKNWN" TO WS-BRANCH-CODE
		MOVE COLCST-COLLATERAL-ID TO COLLAT-COLLATERAL-ID
		READ COLLATERAL-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 1310-READ-LOAN
		END-READ.
      *
	1310-READ-LOAN.
		MOVE COLLAT-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF LOANM-BRANCH-CODE NOT = SPACES
					MOVE LOANM-BRANCH-CODE
						TO WS-BRANCH-CODE
				END-IF
		END-READ.
      *
	1400-TAKE-DOCUMENT.
		IF WS-DOC-COUNT < 2000
			ADD 1 TO WS-DOC-COUNT
			MOVE WS-BRANCH-CODE
				TO WS-DOC-BRANCH (WS-DOC-COUNT)
			MOVE COLCST-COLLATERAL-ID
				TO WS-DOC-COLLATERAL-ID (WS-DOC-COUNT)
			MOVE COLCST-DOC-TYPE
				TO WS-DOC-TYPE (WS-DOC-COUNT)
			MOVE COLCST-VAULT-LOCATION
				TO WS-DOC-LOCATION (WS-DOC-COUNT)
			MOVE COLCST-HOLDER
				TO WS-DOC-HOLDER (WS-DOC-COUNT)
			MOVE COLCST-PURPOSE
				TO WS-DOC-PURPOSE (WS-DOC-COUNT)
			MOVE COLCST-OUT-DATE
				TO WS-DOC-OUT-DATE (WS-DOC-COUNT)
			MOVE COLCST-DUE-BACK-DATE
				TO WS-DOC-DUE-BACK (WS-DOC-COUNT)
			MOVE COLCST-DUE-BACK-DATE TO WS-DUE-NUM
			COMPUTE WS-DUE-INT =
				FUNCTION INTEGER-OF-DATE (WS-DUE-NUM)
			COMPUTE WS-DOC-DAYS-OVER (WS-DOC-COUNT) =
				WS-TODAY-INT - WS-DUE-INT
			PERFORM 1500-NOTE-BRANCH
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	1500-NOTE-BRANCH.
		MOVE "N" TO WS-BR-FOUND-FLAG
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BR-COUNT
				OR WS-BR-FOUND
			IF WS-BR-CODE (WS-BR-IDX) = WS-BRANCH-CODE
				SET WS-BR-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF NOT WS-BR-FOUND
			IF WS-BR-COUNT < 500
				ADD 1 TO WS-BR-COUNT
				MOVE WS-BRANCH-CODE
					TO WS-BR-CODE (WS-BR-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	2000-PRINT-BRANCHES.
		PERFORM 2100-PRINT-ONE-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BR-COUNT
		IF WS-TBL-OVERFLOW
			MOVE "REPORT INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	2100-PRINT-ONE-BRANCH.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE ZERO TO WS-BR-DOC-COUNT
		PERFORM 2200-PRINT-BRANCH-DOC
			VARYING WS-DOC-IDX FROM 1 BY 1
			UNTIL WS-DOC-IDX > WS-DOC-COUNT
		MOVE "  DOCUMENTS OVERDUE:" TO CNT-TEXT
		MOVE WS-BR-DOC-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2200-PRINT-BRANCH-DOC.
		IF WS-DOC-BRANCH (WS-DOC-IDX) = WS-BR-CODE (WS-BR-IDX)
			ADD 1 TO WS-BR-DOC-COUNT
			MOVE WS-DOC-BRANCH (WS-DOC-IDX) TO DTL-BRANCH
			MOVE WS-DOC-COLLATERAL-ID (WS-DOC-IDX)
				TO DTL-COLLATERAL-ID
			MOVE WS-DOC-TYPE (WS-DOC-IDX) TO DTL-DOC-TYPE
			MOVE WS-DOC-LOCATION (WS-DOC-IDX)
				TO DTL-LOCATION
			MOVE WS-DOC-HOLDER (WS-DOC-IDX) TO DTL-HOLDER
			MOVE WS-DOC-PURPOSE (WS-DOC-IDX) TO DTL-PURPOSE
			MOVE WS-DOC-OUT-DATE (WS-DOC-IDX)
				TO DTL-OUT-DATE
			MOVE WS-DOC-DUE-BACK (WS-DOC-IDX)
				TO DTL-DUE-BACK
			MOVE WS-DOC-DAYS-OVER (WS-DOC-IDX)
				TO DTL-DAYS-OVER
			MOVE WS-DETAIL-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DOCUMENTS ON REGISTER:" TO CNT-TEXT
		MOVE WS-DOCS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DOCUMENTS CHECKED OUT:" TO CNT-TEXT
		MOVE WS-DOCS-OUT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DOCUMENTS OVERDUE:" TO CNT-TEXT
		MOVE WS-DOC-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BRANCHES LISTED:" TO CNT-TEXT
		MOVE WS-BR-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
