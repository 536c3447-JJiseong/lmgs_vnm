      *  (TELJREVR) goes on file - without it TILLBAT1 refuses to
      *  show that till balanced, so the journal is read every
      *  day, not filed unread.
      *
      *  Action S shows the till's cash-limit overrides for the day
      *  from the hold file (TELHLDR, TLOVMT1) - every hold a
      *  supervisor approved or declined, with the account, amount,
      *  who decided it and whether it has posted - the first eight
      *  on screen with the count of all of them, so they are read
      *  before the review is recorded with action R.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TELJRV1.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TELJR-KEY
			FILE STATUS IS WS-TELJR-STATUS.
		SELECT HOLD-FILE ASSIGN TO "TELHLDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TELHLD-KEY
			FILE STATUS IS WS-TELHLD-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  REVIEW-FILE.
	01  REVIEW-RECORD.
		COPY TELJREVR.
	FD  HOLD-FILE.
	01  HOLD-RECORD.
		COPY TELHLDR.
      *
	WORKING-STORAGE SECTION.
	01  WS-TELJR-STATUS		PIC XX.
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-NOW			PIC X(21).
	01  WS-TELHLD-STATUS		PIC XX.
	01  WS-ACTION			PIC X VALUE "S".
		88  WS-ACT-SHOW		VALUE "S".
		88  WS-ACT-RECORD	VALUE "R".
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-OVERRIDE-COUNT		PIC 9(5).
	01  WS-ROW-IDX			PIC S9(4) COMP-5.
	01  WS-OVERRIDE-TABLE.
		05  WS-OVERRIDE-ROW OCCURS 8 TIMES
					PIC X(78).
	01  WS-OVERRIDE-WORK.
		05  OVW-SEQ		PIC ZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  OVW-ACCOUNT		PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  OVW-DIRECTION	PIC X(3).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  OVW-AMOUNT		PIC Z(10)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  OVW-SUPERVISOR	PIC X(20).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  OVW-STATUS		PIC X(8).
      *
	SCREEN SECTION.
	01  REVIEW-SCREEN.
		05  LINE 6  COLUMN 1  VALUE "SUPERVISOR     : ".
		05  LINE 6  COLUMN 20
			PIC X(30) USING TELJR-SUPERVISOR.
		05  LINE 7  COLUMN 1  VALUE "ACTION (S/R)   : ".
		05  LINE 7  COLUMN 20
			PIC X USING WS-ACTION.
		05  LINE 8  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 8  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 10 COLUMN 1
			PIC X(20) FROM WS-MSG.
		05  LINE 12 COLUMN 1  VALUE "CASH LIMIT OVERRIDES: ".
		05  LINE 12 COLUMN 23
			PIC ZZZZ9 FROM WS-OVERRIDE-COUNT.
		05  LINE 13 COLUMN 1
			VALUE " HOLD ACCOUNT      DIR".
		05  LINE 13 COLUMN 27
			VALUE "AMOUNT SUPERVISOR           STATUS".
		05  LINE 14 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (1).
		05  LINE 15 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (2).
		05  LINE 16 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (3).
		05  LINE 17 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (4).
		05  LINE 18 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (5).
		05  LINE 19 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (6).
		05  LINE 20 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (7).
		05  LINE 21 COLUMN 1
			PIC X(78) FROM WS-OVERRIDE-ROW (8).
      *
	PROCEDURE DIVISION.
	0000-MAIN.
			CLOSE REVIEW-FILE
			OPEN I-O REVIEW-FILE
		END-IF
		MOVE ZERO TO WS-OVERRIDE-COUNT
		MOVE SPACES TO WS-OVERRIDE-TABLE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY REVIEW-SCREEN
			ACCEPT REVIEW-SCREEN
			IF NOT WS-DONE
				PERFORM 0500-PROCESS-ACTION
			END-IF
		END-PERFORM
		CLOSE REVIEW-FILE
		STOP RUN.
      *
	0500-PROCESS-ACTION.
		EVALUATE TRUE
			WHEN WS-ACT-SHOW
				PERFORM 2000-SHOW-OVERRIDES
			WHEN WS-ACT-RECORD
				PERFORM 1000-RECORD-REVIEW
			WHEN OTHER
				MOVE "ACTION MUST BE S/R" TO WS-MSG
		END-EVALUATE.
      *
	1000-RECORD-REVIEW.
		IF TELJR-SUPERVISOR = SPACES
			MOVE "REVIEW RECORDED" TO WS-MSG
		END-IF.
      *
	2000-SHOW-OVERRIDES.
		MOVE ZERO TO WS-OVERRIDE-COUNT
		MOVE SPACES TO WS-OVERRIDE-TABLE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT HOLD-FILE
		IF WS-TELHLD-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		ELSE
			MOVE TELJR-BRANCH-CODE TO TELHLD-BRANCH-CODE
			MOVE TELJR-TELLER-ID TO TELHLD-TELLER-ID
			MOVE TELJR-DATE TO TELHLD-DATE
			MOVE ZERO TO TELHLD-SEQ-NO
			START HOLD-FILE KEY >= TELHLD-KEY
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 2100-READ-HOLD UNTIL WS-EOF
		CLOSE HOLD-FILE
		MOVE "OVERRIDES SHOWN" TO WS-MSG.
      *
	2100-READ-HOLD.
		READ HOLD-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-CHECK-HOLD
		END-READ.
      *
	2200-CHECK-HOLD.
		IF TELHLD-BRANCH-CODE = TELJR-BRANCH-CODE
			AND TELHLD-TELLER-ID = TELJR-TELLER-ID
			AND TELHLD-DATE = TELJR-DATE
			IF NOT TELHLD-PENDING
				PERFORM 2300-TAKE-OVERRIDE
			END-IF
		ELSE
			SET WS-EOF TO TRUE
		END-IF.
      *
	2300-TAKE-OVERRIDE.
		ADD 1 TO WS-OVERRIDE-COUNT
		IF WS-OVERRIDE-COUNT NOT > 8
			MOVE WS-OVERRIDE-COUNT TO WS-ROW-IDX
			MOVE TELHLD-SEQ-NO TO OVW-SEQ
			MOVE TELHLD-ACCOUNT-NO TO OVW-ACCOUNT
			IF TELHLD-CASH-IN
				MOVE "IN" TO OVW-DIRECTION
			ELSE
				MOVE "OUT" TO OVW-DIRECTION
			END-IF
			MOVE TELHLD-AMOUNT TO OVW-AMOUNT
			MOVE TELHLD-SUPERVISOR TO OVW-SUPERVISOR
			EVALUATE TRUE
				WHEN TELHLD-APPROVED
					MOVE "APPROVED" TO OVW-STATUS
				WHEN TELHLD-DECLINED
					MOVE "DECLINED" TO OVW-STATUS
				WHEN OTHER
					MOVE "POSTED" TO OVW-STATUS
			END-EVALUATE
			MOVE WS-OVERRIDE-WORK
				TO WS-OVERRIDE-ROW (WS-ROW-IDX)
		END-IF.
      *
