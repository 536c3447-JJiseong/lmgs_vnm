      *  written by APPRMNT1 once a different user approves.  The
      *  current record is read for display first so a lock or
      *  unlock proposal starts from what is really on file.
      *
      *  The group the user is put in is tested against the
      *  segregation-of-duties rule table (SODRULR via SODCHK1):
      *  when the group's services together with the user's own
      *  USRENTLR operations hold both sides of a conflicting pair,
      *  the proposal is refused, the pair shown, unless the maker
      *  keys a waiver reason - then it is parked as usual and the
      *  waiver recorded against it (SODWVRR via SODWVW1) for the
      *  checker's decision.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. USRSECMT1.
		88  WS-RESET-PWD	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-MSG			PIC X(20).
	01  WS-SOD-MODE			PIC X VALUE "U".
	01  WS-SOD-NEW-RIGHT		PIC X(15) VALUE SPACES.
	01  WS-SOD-RIGHT-A		PIC X(15).
	01  WS-SOD-RIGHT-B		PIC X(15).
	01  WS-SOD-RESULT		PIC X.
		88  WS-SOD-CONFLICT	VALUE "Y".
	01  WS-WAIVER-REASON		PIC X(60).
      *
	SCREEN SECTION.
	01  USRSEC-MAINT-SCREEN.
		05  LINE 8  COLUMN 1  VALUE "MAKER         : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 9  COLUMN 1  VALUE "WAIVER REASON : ".
		05  LINE 9  COLUMN 20
			PIC X(60) USING WS-WAIVER-REASON.
		05  LINE 10 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 10 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 12 COLUMN 1
			PIC X(20) FROM WS-MSG.
		05  LINE 13 COLUMN 1
			PIC X(15) FROM WS-SOD-RIGHT-A.
		05  LINE 13 COLUMN 17
			PIC X(15) FROM WS-SOD-RIGHT-B.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
			MOVE WS-NOW (1:8) TO USRSEC-LAST-PWD-CHANGE-DATE
			MOVE 0 TO USRSEC-FAILED-LOGIN-COUNT
		END-IF
		MOVE SPACES TO WS-SOD-RIGHT-A
		MOVE SPACES TO WS-SOD-RIGHT-B
		CALL "SODCHK1" USING WS-SOD-MODE USRSEC-GRPNAME
			USRSEC-USRNAME WS-SOD-NEW-RIGHT
			WS-SOD-RIGHT-A WS-SOD-RIGHT-B WS-SOD-RESULT
		IF WS-SOD-CONFLICT AND WS-WAIVER-REASON = SPACES
			MOVE "SOD CONFLICT" TO WS-MSG
		ELSE
			PERFORM 1200-PARK-USER
		END-IF.
      *
	1100-DEFAULT-NEW-USER.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO USRSEC-LAST-PWD-CHANGE-DATE
		MOVE 0 TO USRSEC-FAILED-LOGIN-COUNT
		SET USRSEC-UNLOCKED TO TRUE.
      *
	1200-PARK-USER.
		MOVE "USRSECR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE USRSEC-USRNAME TO WS-PNDCHG-KEY-VALUE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
			IF WS-SOD-CONFLICT
				CALL "SODWVW1" USING WS-PNDCHG-TARGET
					WS-PNDCHG-KEY-VALUE
					WS-SOD-RIGHT-A WS-SOD-RIGHT-B
					WS-WAIVER-REASON WS-MAKER-NAME
				MOVE "WAIVER PENDING" TO WS-MSG
			END-IF
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
