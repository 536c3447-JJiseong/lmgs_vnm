      *
      *  CMPLAG1.cbl
      *
      *  Weekly complaint aging report.  Ages every complaint on the
      *  complaint register (CMPLREGR) against its regulatory
      *  response deadline, the way OCHQAG1 ages outward cheques:
      *  a complaint still open or in work is on time, due within
      *  three days, or overdue - each overdue one listed with its
      *  handler and the days it is over - and a complaint closed in
      *  the last seven days counts as closed, and as closed late
      *  when it was resolved after its deadline.  The counts are
      *  shown by category and by receiving branch, the handling
      *  times the SBV now audits.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CMPLAG1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT COMPLAINT-FILE ASSIGN TO "CMPLREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS CMPL-COMPLAINT-NO
			FILE STATUS IS WS-CMPL-STATUS.
		SELECT RPT-FILE ASSIGN TO "CMPLAG1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  COMPLAINT-FILE.
	01  COMPLAINT-RECORD.
		COPY CMPLREGR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-CMPL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-TODAY-INT		PIC S9(9) COMP-5.
	01  WS-DUE-INT			PIC S9(9) COMP-5.
	01  WS-RESOLVED-INT		PIC S9(9) COMP-5.
	01  WS-DAYS-LEFT		PIC S9(9) COMP-5.
	01  WS-DUE-SOON-DAYS		PIC S9(5) COMP-3 VALUE 3.
	01  WS-WEEK-DAYS		PIC S9(5) COMP-3 VALUE 7.
	01  WS-BUCKET			PIC X.
		88  WS-ON-TIME		VALUE "O".
		88  WS-DUE-SOON		VALUE "S".
		88  WS-OVERDUE		VALUE "V".
		88  WS-CLOSED-IN-TIME	VALUE "C".
		88  WS-CLOSED-LATE	VALUE "L".
		88  WS-NOT-COUNTED	VALUE " ".
	01  WS-CAT-NAMES		PIC X(10) VALUE "FECQADTROT".
	01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
		05  WS-CAT-NAME		PIC X(2) OCCURS 5 TIMES.
	01  WS-CAT-IDX			PIC 9(4) COMP.
	01  WS-CAT-TABLE.
		05  WS-CAT-ROW OCCURS 5 TIMES.
			10  WS-CAT-OPEN		PIC 9(7).
			10  WS-CAT-SOON		PIC 9(7).
			10  WS-CAT-OVERDUE	PIC 9(7).
			10  WS-CAT-CLOSED	PIC 9(7).
			10  WS-CAT-LATE		PIC 9(7).
	01  WS-BR-MAX			PIC 9(4) COMP VALUE 200.
	01  WS-BR-COUNT			PIC 9(4) COMP VALUE 0.
	01  WS-BR-IDX			PIC 9(4) COMP.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-BR-TABLE.
		05  WS-BR-ROW OCCURS 200 TIMES.
			10  WS-BR-CODE		PIC X(6).
			10  WS-BR-OPEN		PIC 9(7).
			10  WS-BR-SOON		PIC 9(7).
			10  WS-BR-OVERDUE	PIC 9(7).
			10  WS-BR-CLOSED	PIC 9(7).
			10  WS-BR-LATE		PIC 9(7).
	01  WS-OVERDUE-COUNT		PIC 9(7) VALUE 0.
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(8) VALUE SPACES.
		05  FILLER		PIC X(9) VALUE "  ON TIME".
		05  FILLER		PIC X(9) VALUE " DUE <= 3".
		05  FILLER		PIC X(9) VALUE "  OVERDUE".
		05  FILLER		PIC X(9) VALUE "   CLOSED".
		05  FILLER		PIC X(9) VALUE "     LATE".
	01  WS-COUNT-LINE.
		05  CNT-KEY		PIC X(8).
		05  CNT-OPEN		PIC ZZZZZZZZ9.
		05  CNT-SOON		PIC ZZZZZZZZ9.
		05  CNT-OVERDUE		PIC ZZZZZZZZ9.
		05  CNT-CLOSED		PIC ZZZZZZZZ9.
		05  CNT-LATE		PIC ZZZZZZZZ9.
	01  WS-DETAIL-LINE.
		05  DTL-COMPLAINT-NO	PIC Z(8)9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CUSTOMER-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CATEGORY	PIC X(2).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-HANDLER		PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DUE-DATE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DAYS-OVER	PIC ZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "CMPLAG1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE WS-TODAY TO WS-DATE-NUM
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		MOVE ZEROS TO WS-CAT-TABLE
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "COMPLAINT AGING AGAINST RESPONSE DEADLINE"
			TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			MOVE "OVERDUE COMPLAINTS:" TO RPT-LINE
			WRITE RPT-LINE
			PERFORM 1000-AGE-COMPLAINTS
			PERFORM 3000-WRITE-CATEGORY-COUNTS
			PERFORM 3100-WRITE-BRANCH-COUNTS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-AGE-COMPLAINTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT COMPLAINT-FILE
		IF WS-CMPL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-COMPLAINT UNTIL WS-EOF
		CLOSE COMPLAINT-FILE.
      *
	1100-READ-COMPLAINT.
		READ COMPLAINT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-AGE-ONE
		END-READ.
      *
	1200-AGE-ONE.
		MOVE CMPL-DUE-DATE TO WS-DATE-NUM
		COMPUTE WS-DUE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		MOVE SPACE TO WS-BUCKET
		IF CMPL-CLOSED
			PERFORM 1300-AGE-CLOSED
		ELSE
			PERFORM 1400-AGE-OPEN
		END-IF
		IF NOT WS-NOT-COUNTED
			PERFORM 2000-COUNT-BY-CATEGORY
			PERFORM 2100-COUNT-BY-BRANCH
		END-IF.
      *
	1300-AGE-CLOSED.
		MOVE CMPL-RESOLVED-DATE TO WS-DATE-NUM
		COMPUTE WS-RESOLVED-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		IF WS-TODAY-INT - WS-RESOLVED-INT < WS-WEEK-DAYS
			IF WS-RESOLVED-INT > WS-DUE-INT
				SET WS-CLOSED-LATE TO TRUE
			ELSE
				SET WS-CLOSED-IN-TIME TO TRUE
			END-IF
		END-IF.
      *
	1400-AGE-OPEN.
		COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-TODAY-INT
		EVALUATE TRUE
			WHEN WS-DAYS-LEFT < ZERO
				SET WS-OVERDUE TO TRUE
				PERFORM 1500-LIST-OVERDUE
			WHEN WS-DAYS-LEFT <= WS-DUE-SOON-DAYS
				SET WS-DUE-SOON TO TRUE
			WHEN OTHER
				SET WS-ON-TIME TO TRUE
		END-EVALUATE.
      *
	1500-LIST-OVERDUE.
		MOVE CMPL-COMPLAINT-NO TO DTL-COMPLAINT-NO
		MOVE CMPL-CUSTOMER-NO TO DTL-CUSTOMER-NO
		MOVE CMPL-BRANCH-CODE TO DTL-BRANCH
		MOVE CMPL-CATEGORY TO DTL-CATEGORY
		MOVE CMPL-HANDLER TO DTL-HANDLER
		MOVE CMPL-DUE-DATE TO DTL-DUE-DATE
		COMPUTE DTL-DAYS-OVER = ZERO - WS-DAYS-LEFT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-OVERDUE-COUNT.
      *
      *  A category the register does not know is counted under
      *  OT, the last row of the table.
	2000-COUNT-BY-CATEGORY.
		MOVE 1 TO WS-CAT-IDX
		PERFORM 2010-SCAN-CATEGORY
			UNTIL WS-CAT-IDX = 5
			OR WS-CAT-NAME (WS-CAT-IDX) = CMPL-CATEGORY
		EVALUATE TRUE
			WHEN WS-ON-TIME
				ADD 1 TO WS-CAT-OPEN (WS-CAT-IDX)
			WHEN WS-DUE-SOON
				ADD 1 TO WS-CAT-SOON (WS-CAT-IDX)
			WHEN WS-OVERDUE
				ADD 1 TO WS-CAT-OVERDUE (WS-CAT-IDX)
			WHEN WS-CLOSED-IN-TIME
				ADD 1 TO WS-CAT-CLOSED (WS-CAT-IDX)
			WHEN WS-CLOSED-LATE
				ADD 1 TO WS-CAT-CLOSED (WS-CAT-IDX)
				ADD 1 TO WS-CAT-LATE (WS-CAT-IDX)
		END-EVALUATE.
      *
	2010-SCAN-CATEGORY.
		ADD 1 TO WS-CAT-IDX.
      *
      *  Branches are tabled as they are met; past the table's
      *  size the rest are counted together on its last row.
	2100-COUNT-BY-BRANCH.
		MOVE "N" TO WS-BR-FOUND-FLAG
		PERFORM 2110-SCAN-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-FOUND
		IF WS-BR-FOUND
			SUBTRACT 1 FROM WS-BR-IDX
		ELSE
			PERFORM 2120-ADD-BRANCH
		END-IF
		EVALUATE TRUE
			WHEN WS-ON-TIME
				ADD 1 TO WS-BR-OPEN (WS-BR-IDX)
			WHEN WS-DUE-SOON
				ADD 1 TO WS-BR-SOON (WS-BR-IDX)
			WHEN WS-OVERDUE
				ADD 1 TO WS-BR-OVERDUE (WS-BR-IDX)
			WHEN WS-CLOSED-IN-TIME
				ADD 1 TO WS-BR-CLOSED (WS-BR-IDX)
			WHEN WS-CLOSED-LATE
				ADD 1 TO WS-BR-CLOSED (WS-BR-IDX)
				ADD 1 TO WS-BR-LATE (WS-BR-IDX)
		END-EVALUATE.
      *
	2110-SCAN-BRANCH.
		IF WS-BR-CODE (WS-BR-IDX) = CMPL-BRANCH-CODE
			SET WS-BR-FOUND TO TRUE
		END-IF.
      *
	2120-ADD-BRANCH.
		IF WS-BR-COUNT < WS-BR-MAX
			ADD 1 TO WS-BR-COUNT
			MOVE WS-BR-COUNT TO WS-BR-IDX
			MOVE ZEROS TO WS-BR-ROW (WS-BR-IDX)
			MOVE CMPL-BRANCH-CODE TO WS-BR-CODE (WS-BR-IDX)
		ELSE
			MOVE WS-BR-MAX TO WS-BR-IDX
			MOVE "OTHER" TO WS-BR-CODE (WS-BR-IDX)
		END-IF.
      *
	3000-WRITE-CATEGORY-COUNTS.
		MOVE "OVERDUE TOTAL:" TO RPT-LINE
		MOVE WS-OVERDUE-COUNT TO RPT-LINE (16:7)
		WRITE RPT-LINE
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BY CATEGORY (CLOSED = LAST 7 DAYS)" TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3010-WRITE-CATEGORY
			VARYING WS-CAT-IDX FROM 1 BY 1
			UNTIL WS-CAT-IDX > 5.
      *
	3010-WRITE-CATEGORY.
		MOVE WS-CAT-NAME (WS-CAT-IDX) TO CNT-KEY
		MOVE WS-CAT-OPEN (WS-CAT-IDX) TO CNT-OPEN
		MOVE WS-CAT-SOON (WS-CAT-IDX) TO CNT-SOON
		MOVE WS-CAT-OVERDUE (WS-CAT-IDX) TO CNT-OVERDUE
		MOVE WS-CAT-CLOSED (WS-CAT-IDX) TO CNT-CLOSED
		MOVE WS-CAT-LATE (WS-CAT-IDX) TO CNT-LATE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3100-WRITE-BRANCH-COUNTS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BY BRANCH (CLOSED = LAST 7 DAYS)" TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3110-WRITE-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BR-COUNT.
      *
	3110-WRITE-BRANCH.
		MOVE WS-BR-CODE (WS-BR-IDX) TO CNT-KEY
		MOVE WS-BR-OPEN (WS-BR-IDX) TO CNT-OPEN
		MOVE WS-BR-SOON (WS-BR-IDX) TO CNT-SOON
		MOVE WS-BR-OVERDUE (WS-BR-IDX) TO CNT-OVERDUE
		MOVE WS-BR-CLOSED (WS-BR-IDX) TO CNT-CLOSED
		MOVE WS-BR-LATE (WS-BR-IDX) TO CNT-LATE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
