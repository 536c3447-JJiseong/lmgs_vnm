      *
      *  PARMINQ1.cbl
      *
      *  System parameter history inquiry, on AUDINQ1's paging
      *  pattern.  The operator keys a parameter code; action "S"
      *  lists its values from the earliest effective date, action
      *  "N" pages forward ten rows at a time.  Each row shows the
      *  effective date, the rate, amount and number, the user who
      *  approved it (APPRMNT1), and whether it is the value IN
      *  FORCE on today's business date (SYSDTLK1), a FUTURE value
      *  waiting for its date, or a PAST one since superseded.  The
      *  description of the value in force heads the list.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PARMINQ1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAMETER-FILE ASSIGN TO "PARMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PARM-KEY OF PARAMETER-RECORD
			FILE STATUS IS WS-PARM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  PARAMETER-FILE.
	01  PARAMETER-RECORD.
		COPY PARMR.
      *
	WORKING-STORAGE SECTION.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-LOOKUP-STATUS		PIC XX.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-IN-FORCE-RECORD.
		COPY PARMR.
	01  WS-IN-FORCE-DATE		PIC X(8).
	01  WS-SEARCH-CODE		PIC X(8).
	01  WS-DESCRIPTION		PIC X(30).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-ACTION			PIC X.
	01  WS-MSG			PIC X(20).
	01  WS-HIT-COUNT		PIC 9(7).
	01  WS-SKIP-TARGET		PIC 9(7) VALUE 0.
	01  WS-SKIPPED			PIC 9(7).
	01  WS-PAGE-COUNT		PIC 9(2).
	01  WS-PAGE-IDX			PIC S9(4) COMP-5.
	01  WS-PAGE-TABLE.
		05  WS-PAGE-ROW OCCURS 10 TIMES
					PIC X(78).
	01  WS-PAGE-WORK.
		05  PGW-DATE		PIC X(8).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PGW-RATE		PIC ZZZZZZ9.9999.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PGW-AMOUNT		PIC Z(9)9.99.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PGW-NUMBER		PIC ZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PGW-APPROVED-BY	PIC X(20).
		05  FILLER		PIC X(1) VALUE SPACE.
		05  PGW-STATE		PIC X(8).
      *
	SCREEN SECTION.
	01  PARAMETER-HISTORY-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "SYSTEM PARAMETER HISTORY".
		05  LINE 2  COLUMN 1  VALUE "PARAMETER CODE: ".
		05  LINE 2  COLUMN 17
			PIC X(8) USING WS-SEARCH-CODE.
		05  LINE 2  COLUMN 27
			PIC X(30) FROM WS-DESCRIPTION.
		05  LINE 3  COLUMN 1
			VALUE "ACTION (S=SEARCH N=NEXT X=QUIT): ".
		05  LINE 3  COLUMN 35
			PIC X USING WS-ACTION.
		05  LINE 3  COLUMN 40 VALUE "VALUES: ".
		05  LINE 3  COLUMN 48
			PIC ZZZZZZ9 FROM WS-HIT-COUNT.
		05  LINE 4  COLUMN 1
			PIC X(20) FROM WS-MSG.
		05  LINE 6  COLUMN 1
			VALUE "EFFECTIV         RATE        AMOUNT".
		05  LINE 6  COLUMN 37
			VALUE "NUMBR APPROVED BY".
		05  LINE 7  COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (1).
		05  LINE 8  COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (2).
		05  LINE 9  COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (3).
		05  LINE 10 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (4).
		05  LINE 11 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (5).
		05  LINE 12 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (6).
		05  LINE 13 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (7).
		05  LINE 14 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (8).
		05  LINE 15 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (9).
		05  LINE 16 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (10).
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY PARAMETER-HISTORY-SCREEN
			ACCEPT PARAMETER-HISTORY-SCREEN
			EVALUATE WS-ACTION
				WHEN "X"
					SET WS-DONE TO TRUE
				WHEN "S"
					MOVE ZERO TO WS-SKIP-TARGET
					PERFORM 1000-RUN-SEARCH
				WHEN "N"
					ADD 10 TO WS-SKIP-TARGET
					PERFORM 1000-RUN-SEARCH
				WHEN OTHER
					MOVE "ACTION S/N/X" TO WS-MSG
			END-EVALUATE
		END-PERFORM
		STOP RUN.
      *
	1000-RUN-SEARCH.
		MOVE ZERO TO WS-HIT-COUNT
		MOVE ZERO TO WS-SKIPPED
		MOVE ZERO TO WS-PAGE-COUNT
		PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
				UNTIL WS-PAGE-IDX > 10
			MOVE SPACES TO WS-PAGE-ROW (WS-PAGE-IDX)
		END-PERFORM
		PERFORM 1050-FIND-IN-FORCE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT PARAMETER-FILE
		IF WS-PARM-STATUS NOT = "00"
			MOVE "NO PARAMETER FILE" TO WS-MSG
			SET WS-EOF TO TRUE
		ELSE
			MOVE WS-SEARCH-CODE
				TO PARM-CODE OF PARAMETER-RECORD
			MOVE LOW-VALUES TO PARM-EFFECTIVE-DATE
				OF PARAMETER-RECORD
			START PARAMETER-FILE
				KEY >= PARM-KEY OF PARAMETER-RECORD
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1100-READ-VALUE UNTIL WS-EOF
		CLOSE PARAMETER-FILE
		EVALUATE TRUE
			WHEN WS-MSG NOT = SPACES
				CONTINUE
			WHEN WS-HIT-COUNT = ZERO
				MOVE "CODE NOT SET UP" TO WS-MSG
			WHEN OTHER
				MOVE "SEARCH COMPLETE" TO WS-MSG
		END-EVALUATE.
      *
      *  The value standing on the business date, as every consumer
      *  sees it through PARMLK1.
	1050-FIND-IN-FORCE.
		MOVE SPACES TO WS-IN-FORCE-RECORD
		MOVE WS-SEARCH-CODE TO PARM-CODE OF WS-IN-FORCE-RECORD
		CALL "PARMLK1" USING WS-IN-FORCE-RECORD
			WS-BUSINESS-DATE WS-LOOKUP-STATUS
		IF WS-LOOKUP-STATUS = "00"
			MOVE PARM-EFFECTIVE-DATE OF WS-IN-FORCE-RECORD
				TO WS-IN-FORCE-DATE
			MOVE PARM-DESCRIPTION OF WS-IN-FORCE-RECORD
				TO WS-DESCRIPTION
		ELSE
			MOVE HIGH-VALUES TO WS-IN-FORCE-DATE
			MOVE SPACES TO WS-DESCRIPTION
		END-IF.
      *
	1100-READ-VALUE.
		READ PARAMETER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF PARM-CODE OF PARAMETER-RECORD
						= WS-SEARCH-CODE
					PERFORM 1200-TAKE-VALUE
				ELSE
					SET WS-EOF TO TRUE
				END-IF
		END-READ.
      *
	1200-TAKE-VALUE.
		ADD 1 TO WS-HIT-COUNT
		IF WS-SKIPPED < WS-SKIP-TARGET
			ADD 1 TO WS-SKIPPED
		ELSE
			IF WS-PAGE-COUNT < 10
				PERFORM 1300-BUILD-ROW
			END-IF
		END-IF.
      *
	1300-BUILD-ROW.
		ADD 1 TO WS-PAGE-COUNT
		MOVE PARM-EFFECTIVE-DATE OF PARAMETER-RECORD TO PGW-DATE
		MOVE PARM-RATE OF PARAMETER-RECORD TO PGW-RATE
		MOVE PARM-AMOUNT OF PARAMETER-RECORD TO PGW-AMOUNT
		MOVE PARM-NUMBER OF PARAMETER-RECORD TO PGW-NUMBER
		MOVE PARM-APPROVED-BY OF PARAMETER-RECORD
			TO PGW-APPROVED-BY
		EVALUATE TRUE
			WHEN PARM-EFFECTIVE-DATE OF PARAMETER-RECORD
					= WS-IN-FORCE-DATE
				MOVE "IN FORCE" TO PGW-STATE
			WHEN PARM-EFFECTIVE-DATE OF PARAMETER-RECORD
					> WS-BUSINESS-DATE
				MOVE "FUTURE" TO PGW-STATE
			WHEN OTHER
				MOVE "PAST" TO PGW-STATE
		END-EVALUATE
		MOVE WS-PAGE-WORK TO WS-PAGE-ROW (WS-PAGE-COUNT).
      *
