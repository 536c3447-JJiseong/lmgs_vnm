      *
      *  STRSMNT1.cbl
      *
      *  Risk maintenance screen for the stress-test scenario table
      *  (STRSCNR, keyed scenario code + shock type + shock key),
      *  mirroring RSKWMNT1's screen pattern.  Lets risk build the
      *  ICAAP and board scenarios once, in data, one shock per
      *  row: a rate shift in percentage points on a base-rate
      *  index (type R, the index must be on BASRATR), a dong
      *  depreciation percentage against a currency (type F), or
      *  the percentage of a delinquency bucket migrating to the
      *  next one (type M, bucket 000, 030, 060 or 090 - NPL has no
      *  next bucket).  A rate shift may be negative and lies
      *  within 100 points either way; a depreciation lies within
      *  100 percent either way (negative is an appreciation); a
      *  migration lies between 0 and 100 percent.  The status must
      *  be A or I - an inactive row is left out of the run.
      *
      *  Scenarios are under maker-checker dual control the same
      *  way the risk weights are: a save parks the proposed record
      *  on the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, and a second user applies it through
      *  APPRMNT1 (target STRSCNR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. STRSMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BASE-RATE-FILE ASSIGN TO "BASRATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BASRT-KEY
			FILE STATUS IS WS-BASRT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  BASE-RATE-FILE.
	01  BASE-RATE-RECORD.
		COPY BASRATR.
      *
	WORKING-STORAGE SECTION.
	01  STRESS-SCENARIO-RECORD.
		COPY STRSCNR.
	01  WS-BASRT-STATUS		PIC XX.
	01  WS-INDEX-FOUND-FLAG		PIC X.
		88  WS-INDEX-FOUND	VALUE "Y".
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
	01  WS-ENT-BUCKET		PIC X(6).
		88  WS-VALID-BUCKET	VALUE "000" "030" "060" "090".
      *
	SCREEN SECTION.
	01  STRESS-SCENARIO-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "STRESS-TEST SCENARIO MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "SCENARIO CODE  : ".
		05  LINE 3  COLUMN 20
			PIC X(8) USING STRS-SCENARIO-CODE.
		05  LINE 4  COLUMN 1  VALUE "SHOCK TYPE     : ".
		05  LINE 4  COLUMN 20
			PIC X USING STRS-SHOCK-TYPE.
		05  LINE 4  COLUMN 26
			VALUE "(R RATE/F FX/M MIGRATION)".
		05  LINE 5  COLUMN 1  VALUE "INDEX/CCY/BUCKT: ".
		05  LINE 5  COLUMN 20
			PIC X(6) USING STRS-SHOCK-KEY.
		05  LINE 5  COLUMN 28
			VALUE "(BUCKET 000/030/060/090)".
		05  LINE 6  COLUMN 1  VALUE "SHOCK PCT      : ".
		05  LINE 6  COLUMN 20
			PIC -ZZ9.9999 USING STRS-SHOCK-PCT.
		05  LINE 7  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 7  COLUMN 20
			PIC X(30) USING STRS-DESCRIPTION.
		05  LINE 8  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 8  COLUMN 20
			PIC X USING STRS-STATUS-FLAG.
		05  LINE 10 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 10 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 12 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 12 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 14 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO STRESS-SCENARIO-RECORD
		MOVE ZERO TO STRS-SHOCK-PCT
		MOVE "A" TO STRS-STATUS-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY STRESS-SCENARIO-SCREEN
			ACCEPT STRESS-SCENARIO-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-SHOCK
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-SHOCK.
		MOVE STRS-SHOCK-KEY TO WS-ENT-BUCKET
		MOVE "N" TO WS-INDEX-FOUND-FLAG
		IF STRS-RATE-SHIFT
			PERFORM 1100-CHECK-INDEX
		END-IF
		EVALUATE TRUE
			WHEN STRS-SCENARIO-CODE = SPACES
				MOVE "SCENARIO NEEDED" TO WS-MSG
			WHEN NOT STRS-RATE-SHIFT AND NOT STRS-FX-SHOCK
				AND NOT STRS-MIGRATION
				MOVE "TYPE MUST BE R/F/M" TO WS-MSG
			WHEN STRS-RATE-SHIFT AND NOT WS-INDEX-FOUND
				MOVE "INDEX NOT ON FILE" TO WS-MSG
			WHEN STRS-RATE-SHIFT
				AND (STRS-SHOCK-PCT < -100
					OR STRS-SHOCK-PCT > 100)
				MOVE "SHIFT -100 TO 100" TO WS-MSG
			WHEN STRS-FX-SHOCK AND STRS-SHOCK-KEY = SPACES
				MOVE "CURRENCY NEEDED" TO WS-MSG
			WHEN STRS-FX-SHOCK AND STRS-SHOCK-KEY = "VND"
				MOVE "NOT VND ITSELF" TO WS-MSG
			WHEN STRS-FX-SHOCK
				AND (STRS-SHOCK-PCT < -100
					OR STRS-SHOCK-PCT > 100)
				MOVE "FX PCT -100 TO 100" TO WS-MSG
			WHEN STRS-MIGRATION AND NOT WS-VALID-BUCKET
				MOVE "BUCKET INVALID" TO WS-MSG
			WHEN STRS-MIGRATION
				AND (STRS-SHOCK-PCT < ZERO
					OR STRS-SHOCK-PCT > 100)
				MOVE "MIGRATION 0 TO 100" TO WS-MSG
			WHEN NOT STRS-ACTIVE AND NOT STRS-INACTIVE
				MOVE "STATUS MUST BE A/I" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-SHOCK
		END-EVALUATE.
      *
      *  The index must have at least one rate on the base-rate
      *  table, so a mistyped code cannot shock nothing unseen.
	1100-CHECK-INDEX.
		OPEN INPUT BASE-RATE-FILE
		IF WS-BASRT-STATUS = "00"
			MOVE STRS-SHOCK-KEY TO BASRT-INDEX-CODE
			MOVE LOW-VALUES TO BASRT-EFFECTIVE-DATE
			START BASE-RATE-FILE KEY >= BASRT-KEY
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 1110-READ-INDEX
			END-START
		END-IF
		CLOSE BASE-RATE-FILE.
      *
	1110-READ-INDEX.
		READ BASE-RATE-FILE NEXT RECORD
			AT END
				CONTINUE
			NOT AT END
				IF BASRT-INDEX-CODE = STRS-SHOCK-KEY
					SET WS-INDEX-FOUND TO TRUE
				END-IF
		END-READ.
      *
	1500-PROPOSE-SHOCK.
		MOVE "STRSCNR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE STRS-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE STRESS-SCENARIO-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
