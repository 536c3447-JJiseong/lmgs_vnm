      *  proposed record on the pending-change file (PNDCHGR via
      *  PNDCHGW1) under the maker's name; GRPENTR itself is only
      *  written by APPRMNT1 once a different user approves.
      *
      *  A grant is first tested against the segregation-of-duties
      *  rule table (SODRULR via SODCHK1): a service that would
      *  leave the group - or any user in it, through their own
      *  USRENTLR operations - holding both sides of a conflicting
      *  pair is refused, the pair shown, unless the maker keys a
      *  waiver reason.  With a reason the grant is parked as usual
      *  and the waiver recorded against it (SODWVRR via SODWVW1)
      *  for the checker's decision.  Revoking a right never
      *  creates a conflict and is not tested.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. GRPENTMT1.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
	01  WS-SOD-MODE			PIC X VALUE "G".
	01  WS-SOD-USRNAME		PIC X(30) VALUE SPACES.
	01  WS-SOD-RIGHT-A		PIC X(15).
	01  WS-SOD-RIGHT-B		PIC X(15).
	01  WS-SOD-RESULT		PIC X.
		88  WS-SOD-CONFLICT	VALUE "Y".
	01  WS-WAIVER-REASON		PIC X(60).
      *
	SCREEN SECTION.
	01  GRPENT-MAINT-SCREEN.
		05  LINE 7  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 7  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 8  COLUMN 1  VALUE "WAIVER REASON  : ".
		05  LINE 8  COLUMN 20
			PIC X(60) USING WS-WAIVER-REASON.
		05  LINE 9  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 9  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 11 COLUMN 1
			PIC X(20) FROM WS-MSG.
		05  LINE 12 COLUMN 1
			PIC X(15) FROM WS-SOD-RIGHT-A.
		05  LINE 12 COLUMN 17
			PIC X(15) FROM WS-SOD-RIGHT-B.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		STOP RUN.
      *
	1000-PROPOSE-ENTITLEMENT.
		MOVE "N" TO WS-SOD-RESULT
		MOVE SPACES TO WS-SOD-RIGHT-A
		MOVE SPACES TO WS-SOD-RIGHT-B
		IF GRPENT-ALLOWED
			CALL "SODCHK1" USING WS-SOD-MODE GRPENT-GRPNAME
				WS-SOD-USRNAME GRPENT-SERVICE-NAME
				WS-SOD-RIGHT-A WS-SOD-RIGHT-B
				WS-SOD-RESULT
		END-IF
		IF WS-SOD-CONFLICT AND WS-WAIVER-REASON = SPACES
			MOVE "SOD CONFLICT" TO WS-MSG
		ELSE
			PERFORM 1100-PARK-ENTITLEMENT
		END-IF.
      *
	1100-PARK-ENTITLEMENT.
		MOVE "GRPENTR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE GRPENT-KEY TO WS-PNDCHG-KEY-VALUE
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
