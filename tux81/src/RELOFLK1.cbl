      *
      *  RELOFLK1.cbl
      *
      *  Relationship-officer lookup.  CALLed subprogram on the
      *  BATCTLCK "small CALLed subprogram" shape: returns in
      *  LS-OFFICER the officer owning LS-CUSTOMER-NO's relationship
      *  on LS-AS-OF-DATE - the assignment (RELOFR) with the latest
      *  effective date on or before that day - with LS-FOUND-FLAG
      *  "Y".  A customer never assigned, or assigned only from a
      *  later date, comes back spaces with "N"; an absent file
      *  assigns nobody.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RELOFLK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OFFICER-ASSIGN-FILE ASSIGN TO "RELOFR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RELOF-KEY
			FILE STATUS IS WS-RELOF-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  OFFICER-ASSIGN-FILE.
	01  OFFICER-ASSIGN-RECORD.
		COPY RELOFR.
      *
	WORKING-STORAGE SECTION.
	01  WS-RELOF-STATUS		PIC XX.
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
      *
	LINKAGE SECTION.
	01  LS-CUSTOMER-NO		PIC X(12).
	01  LS-AS-OF-DATE		PIC X(8).
	01  LS-OFFICER			PIC X(30).
	01  LS-FOUND-FLAG		PIC X.
		88  LS-FOUND		VALUE "Y".
		88  LS-NOT-FOUND	VALUE "N".
      *
	PROCEDURE DIVISION USING LS-CUSTOMER-NO LS-AS-OF-DATE
			LS-OFFICER LS-FOUND-FLAG.
	0000-MAIN.
		MOVE SPACES TO LS-OFFICER
		SET LS-NOT-FOUND TO TRUE
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT OFFICER-ASSIGN-FILE
		IF WS-RELOF-STATUS = "00"
			MOVE LS-CUSTOMER-NO TO RELOF-CUSTOMER-NO
			MOVE LOW-VALUES TO RELOF-EFFECTIVE-DATE
			START OFFICER-ASSIGN-FILE KEY >= RELOF-KEY
				INVALID KEY
					SET WS-SCAN-EOF TO TRUE
			END-START
			PERFORM 1000-SCAN-ASSIGNMENTS UNTIL WS-SCAN-EOF
		END-IF
		CLOSE OFFICER-ASSIGN-FILE
		EXIT PROGRAM.
      *
	1000-SCAN-ASSIGNMENTS.
		READ OFFICER-ASSIGN-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 1100-CHECK-ROW
		END-READ.
      *
      *  Rows arrive in effective-date order, so the last one on or
      *  before the as-of date is the one that stands.
	1100-CHECK-ROW.
		IF RELOF-CUSTOMER-NO NOT = LS-CUSTOMER-NO
			OR RELOF-EFFECTIVE-DATE > LS-AS-OF-DATE
			SET WS-SCAN-EOF TO TRUE
		ELSE
			MOVE RELOF-OFFICER TO LS-OFFICER
			SET LS-FOUND TO TRUE
		END-IF.
      *
