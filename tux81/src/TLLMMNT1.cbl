      *
      *  TLLMMNT1.cbl
      *
      *  Branch operations maintenance screen for the teller cash
      *  limit table (TELLIMR, keyed on branch, subject type and
      *  subject), mirroring SECLMNT1's screen pattern.  A limit is
      *  set for one user (subject type U, the USRNAME) or for a
      *  loan-officer grade (subject type G), at one branch or, with
      *  the branch left blank, bank-wide.  The cash-in and cash-out
      *  limits may not be negative - a zero limit falls through to
      *  the system parameter default (TLRCINL, TLRCOUL) - and the
      *  status must be A or I.  The rank orders the rows for
      *  supervisor overrides (TLOVMT1): a supervisor must rank
      *  above the teller whose transaction is held.
      *
      *  Limits are under maker-checker dual control the same way
      *  the sector limits are: a save parks the proposed record on
      *  the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, and a second user applies it through
      *  APPRMNT1 (target TELLIMR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TLLMMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  TELLER-LIMIT-RECORD.
		COPY TELLIMR.
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
	01  TELLER-LIMIT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "TELLER CASH LIMIT MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "BRANCH CODE    : ".
		05  LINE 3  COLUMN 20
			PIC X(6) USING TELLIM-BRANCH-CODE.
		05  LINE 3  COLUMN 28
			VALUE "(BLANK = BANK-WIDE)".
		05  LINE 4  COLUMN 1  VALUE "SUBJECT (U/G)  : ".
		05  LINE 4  COLUMN 20
			PIC X USING TELLIM-SUBJECT-TYPE.
		05  LINE 5  COLUMN 1  VALUE "USER OR GRADE  : ".
		05  LINE 5  COLUMN 20
			PIC X(30) USING TELLIM-SUBJECT.
		05  LINE 6  COLUMN 1  VALUE "RANK           : ".
		05  LINE 6  COLUMN 20
			PIC Z9 USING TELLIM-GRADE-RANK.
		05  LINE 7  COLUMN 1  VALUE "CASH IN LIMIT  : ".
		05  LINE 7  COLUMN 20
			PIC Z(10)9.99 USING TELLIM-CASH-IN-LIMIT.
		05  LINE 8  COLUMN 1  VALUE "CASH OUT LIMIT : ".
		05  LINE 8  COLUMN 20
			PIC Z(10)9.99 USING TELLIM-CASH-OUT-LIMIT.
		05  LINE 9  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 9  COLUMN 20
			PIC X USING TELLIM-STATUS-FLAG.
		05  LINE 11 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 11 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 13 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 13 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 15 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO TELLER-LIMIT-RECORD
		MOVE ZERO TO TELLIM-GRADE-RANK
		MOVE ZERO TO TELLIM-CASH-IN-LIMIT
		MOVE ZERO TO TELLIM-CASH-OUT-LIMIT
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY TELLER-LIMIT-SCREEN
			ACCEPT TELLER-LIMIT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-LIMIT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-LIMIT.
		EVALUATE TRUE
			WHEN NOT TELLIM-BY-USER AND NOT TELLIM-BY-GRADE
				MOVE "SUBJECT MUST BE U/G" TO WS-MSG
			WHEN TELLIM-SUBJECT = SPACES
				MOVE "USER OR GRADE NEEDED" TO WS-MSG
			WHEN TELLIM-GRADE-RANK NOT NUMERIC
				MOVE "RANK MUST BE 0-99" TO WS-MSG
			WHEN TELLIM-CASH-IN-LIMIT < ZERO
				OR TELLIM-CASH-OUT-LIMIT < ZERO
				MOVE "LIMIT NOT NEGATIVE" TO WS-MSG
			WHEN NOT TELLIM-ACTIVE AND NOT TELLIM-INACTIVE
				MOVE "STATUS MUST BE A/I" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-LIMIT
		END-EVALUATE.
      *
	1500-PROPOSE-LIMIT.
		MOVE "TELLIMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE TELLIM-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE TELLER-LIMIT-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
