      *
      *  TLOVBT1.cbl
      *
      *  Daily teller cash-limit override report.  Lists, grouped by
      *  branch, every counter transaction held over a teller's
      *  cash limit (TELHLDR) on today's business date (SYSDTLK1)
      *  that a supervisor has decided at TLOVMT1 - approved,
      *  declined, or approved and since posted - with the till,
      *  the hold number, the account, the direction, the amount
      *  against the limit it went over, the teller and the
      *  supervisor who decided it, so branch management sees every
      *  override given on its counters the day it was given.  The
      *  hold file is in branch order, so each branch's lines come
      *  together with a count and amount under them.  Each detail
      *  line starts with the branch code, so the report catalogue
      *  (RPTCTBT1) can give every branch its own pages.  Holds no
      *  supervisor has yet decided are counted in the totals only.
      *  Nothing is changed.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other daily jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TLOVBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT HOLD-FILE ASSIGN TO "TELHLDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS TELHLD-KEY
			FILE STATUS IS WS-TELHLD-STATUS.
		SELECT RPT-FILE ASSIGN TO "TLOVBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  HOLD-FILE.
	01  HOLD-RECORD.
		COPY TELHLDR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-TELHLD-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-CURRENT-BRANCH		PIC X(6) VALUE HIGH-VALUES.
	01  WS-BR-COUNT			PIC 9(9) VALUE 0.
	01  WS-BR-OVERRIDES		PIC 9(9) VALUE 0.
	01  WS-BR-AMOUNT		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-HOLDS-TODAY		PIC 9(9) VALUE 0.
	01  WS-APPROVED-COUNT		PIC 9(9) VALUE 0.
	01  WS-DECLINED-COUNT		PIC 9(9) VALUE 0.
	01  WS-USED-COUNT		PIC 9(9) VALUE 0.
	01  WS-PENDING-COUNT		PIC 9(9) VALUE 0.
      *
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(8) VALUE "BRANCH".
		05  FILLER		PIC X(11) VALUE "TELLER".
		05  FILLER		PIC X(6) VALUE " HOLD".
		05  FILLER		PIC X(14) VALUE " ACCOUNT".
		05  FILLER		PIC X(4) VALUE "DIR".
		05  FILLER		PIC X(15)
				VALUE "         AMOUNT".
		05  FILLER		PIC X(16)
				VALUE "          LIMIT".
		05  FILLER		PIC X(22) VALUE "TELLER USER".
		05  FILLER		PIC X(22) VALUE "SUPERVISOR".
		05  FILLER		PIC X(9) VALUE "STATUS".
		05  FILLER		PIC X(4) VALUE "TIME".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-TELLER-ID	PIC X(10).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-SEQ-NO		PIC ZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-DIRECTION	PIC X(3).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-AMOUNT		PIC Z(10)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-LIMIT		PIC Z(10)9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-TELLER-USER	PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-SUPERVISOR	PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-STATUS		PIC X(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  DTL-DECIDED-TIME	PIC X(6).
	01  WS-BRANCH-TOTAL-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  BRT-TEXT		PIC X(20)
				VALUE "OVERRIDES:".
		05  BRT-COUNT		PIC ZZZZZZZZ9.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  FILLER		PIC X(8) VALUE "AMOUNT:".
		05  BRT-AMOUNT		PIC Z(12)9.99.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "TLOVBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "TELLER CASH LIMIT OVERRIDES - BUSINESS DATE "
			WS-BUSINESS-DATE
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-LIST-OVERRIDES
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
	1000-LIST-OVERRIDES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT HOLD-FILE
		IF WS-TELHLD-STATUS NOT = "00"
			MOVE "NO TRANSACTIONS HELD OVER LIMIT YET"
				TO RPT-LINE
			WRITE RPT-LINE
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-HOLD UNTIL WS-EOF
		IF WS-CURRENT-BRANCH NOT = HIGH-VALUES
			PERFORM 2200-END-BRANCH
		END-IF
		CLOSE HOLD-FILE.
      *
	1100-READ-HOLD.
		READ HOLD-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TELHLD-DATE = WS-BUSINESS-DATE
					PERFORM 1200-CHECK-HOLD
				END-IF
		END-READ.
      *
	1200-CHECK-HOLD.
		ADD 1 TO WS-HOLDS-TODAY
		EVALUATE TRUE
			WHEN TELHLD-PENDING
				ADD 1 TO WS-PENDING-COUNT
			WHEN TELHLD-APPROVED
				ADD 1 TO WS-APPROVED-COUNT
				PERFORM 2000-PRINT-OVERRIDE
			WHEN TELHLD-DECLINED
				ADD 1 TO WS-DECLINED-COUNT
				PERFORM 2000-PRINT-OVERRIDE
			WHEN TELHLD-USED
				ADD 1 TO WS-USED-COUNT
				PERFORM 2000-PRINT-OVERRIDE
		END-EVALUATE.
      *
	2000-PRINT-OVERRIDE.
		IF TELHLD-BRANCH-CODE NOT = WS-CURRENT-BRANCH
			IF WS-CURRENT-BRANCH NOT = HIGH-VALUES
				PERFORM 2200-END-BRANCH
			END-IF
			PERFORM 2100-START-BRANCH
		END-IF
		ADD 1 TO WS-BR-OVERRIDES
		ADD TELHLD-AMOUNT TO WS-BR-AMOUNT
		MOVE TELHLD-BRANCH-CODE TO DTL-BRANCH
		MOVE TELHLD-TELLER-ID TO DTL-TELLER-ID
		MOVE TELHLD-SEQ-NO TO DTL-SEQ-NO
		MOVE TELHLD-ACCOUNT-NO TO DTL-ACCOUNT-NO
		IF TELHLD-CASH-IN
			MOVE "IN" TO DTL-DIRECTION
		ELSE
			MOVE "OUT" TO DTL-DIRECTION
		END-IF
		MOVE TELHLD-AMOUNT TO DTL-AMOUNT
		MOVE TELHLD-LIMIT-AMOUNT TO DTL-LIMIT
		MOVE TELHLD-TELLER-USER TO DTL-TELLER-USER
		MOVE TELHLD-SUPERVISOR TO DTL-SUPERVISOR
		EVALUATE TRUE
			WHEN TELHLD-APPROVED
				MOVE "APPROVED" TO DTL-STATUS
			WHEN TELHLD-DECLINED
				MOVE "DECLINED" TO DTL-STATUS
			WHEN OTHER
				MOVE "POSTED" TO DTL-STATUS
		END-EVALUATE
		MOVE TELHLD-DECIDED-TIME TO DTL-DECIDED-TIME
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2100-START-BRANCH.
		MOVE TELHLD-BRANCH-CODE TO WS-CURRENT-BRANCH
		ADD 1 TO WS-BR-COUNT
		MOVE ZERO TO WS-BR-OVERRIDES
		MOVE ZERO TO WS-BR-AMOUNT
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2200-END-BRANCH.
		MOVE WS-BR-OVERRIDES TO BRT-COUNT
		MOVE WS-BR-AMOUNT TO BRT-AMOUNT
		MOVE WS-BRANCH-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "TRANSACTIONS HELD TODAY:" TO CNT-TEXT
		MOVE WS-HOLDS-TODAY TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "APPROVED, NOT YET POSTED:" TO CNT-TEXT
		MOVE WS-APPROVED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "APPROVED AND POSTED:" TO CNT-TEXT
		MOVE WS-USED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DECLINED:" TO CNT-TEXT
		MOVE WS-DECLINED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "AWAITING A SUPERVISOR:" TO CNT-TEXT
		MOVE WS-PENDING-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BRANCHES LISTED:" TO CNT-TEXT
		MOVE WS-BR-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
