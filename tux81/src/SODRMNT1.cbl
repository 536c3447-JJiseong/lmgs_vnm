      *
      *  SODRMNT1.cbl
      *
      *  Security maintenance screen for the segregation-of-duties
      *  rule table (SODRULR, keyed on the two conflicting rights),
      *  mirroring RSKWMNT1's screen pattern.  Lets internal audit
      *  and security admin keep, as data, the pairs of rights one
      *  person must never hold together - a GRPENTR service name
      *  or a USRENTLR operation code (WRITEOFF, LIMITOVR) on each
      *  side - which GRPENTMT1 and USRSECMT1 test every grant
      *  against (SODCHK1) and SODRBT1 reports on monthly.  Both
      *  rights must be keyed and must differ; the status is A
      *  (enforced) or I (kept for the record only).
      *
      *  Rules are under maker-checker dual control the same way
      *  the entitlements they police are: a save parks the
      *  proposed record on the pending-change file (PNDCHGR via
      *  PNDCHGW1) under the maker's name, and a second user
      *  applies it through APPRMNT1 (target SODRULR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SODRMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  SOD-RULE-RECORD.
		COPY SODRULR.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  SOD-RULE-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "SEGREGATION-OF-DUTIES RULE MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "RIGHT A        : ".
		05  LINE 3  COLUMN 20
			PIC X(15) USING SODRUL-RIGHT-A.
		05  LINE 4  COLUMN 1  VALUE "RIGHT B        : ".
		05  LINE 4  COLUMN 20
			PIC X(15) USING SODRUL-RIGHT-B.
		05  LINE 5  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 5  COLUMN 20
			PIC X(40) USING SODRUL-DESCRIPTION.
		05  LINE 6  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 6  COLUMN 20
			PIC X USING SODRUL-STATUS-FLAG.
		05  LINE 8  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 10 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 10 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 12 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE "A" TO SODRUL-STATUS-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY SOD-RULE-SCREEN
			ACCEPT SOD-RULE-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-RULE
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-RULE.
		EVALUATE TRUE
			WHEN SODRUL-RIGHT-A = SPACES
				OR SODRUL-RIGHT-B = SPACES
				MOVE "BOTH RIGHTS NEEDED" TO WS-MSG
			WHEN SODRUL-RIGHT-A = SODRUL-RIGHT-B
				MOVE "RIGHTS MUST DIFFER" TO WS-MSG
			WHEN NOT SODRUL-ACTIVE AND NOT SODRUL-INACTIVE
				MOVE "STATUS MUST BE A/I" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-RULE
		END-EVALUATE.
      *
	1500-PROPOSE-RULE.
		MOVE "SODRULR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE SODRUL-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE SOD-RULE-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
