      *
      *  SECLMNT1.cbl
      *
      *  Risk maintenance screen for the economic-sector
      *  concentration limit table (SECLIMR, keyed on sector code),
      *  mirroring RSKWMNT1's screen pattern.  Lets risk record the
      *  board's appetite for each sector once, in data: the limit
      *  as an amount (basis A) or as a percent of the total loan
      *  book (basis P), and the warning level as a percent of that
      *  limit.  The percents must lie between 0 and 100, an amount
      *  limit must be above zero, and the status must be A or I.
      *
      *  Limits are under maker-checker dual control the same way
      *  the risk weights are: a save parks the proposed record on
      *  the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, and a second user applies it through
      *  APPRMNT1 (target SECLIMR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SECLMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  SECTOR-LIMIT-RECORD.
		COPY SECLIMR.
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
	01  SECTOR-LIMIT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "SECTOR CONCENTRATION LIMIT MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "SECTOR CODE    : ".
		05  LINE 3  COLUMN 20
			PIC X(4) USING SECLIM-SECTOR-CODE.
		05  LINE 4  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 4  COLUMN 20
			PIC X(30) USING SECLIM-DESCRIPTION.
		05  LINE 5  COLUMN 1  VALUE "BASIS (A/P)    : ".
		05  LINE 5  COLUMN 20
			PIC X USING SECLIM-BASIS-FLAG.
		05  LINE 6  COLUMN 1  VALUE "LIMIT AMOUNT   : ".
		05  LINE 6  COLUMN 20
			PIC Z(12)9.99 USING SECLIM-LIMIT-AMOUNT.
		05  LINE 7  COLUMN 1  VALUE "LIMIT PCT BOOK : ".
		05  LINE 7  COLUMN 20
			PIC ZZ9.99 USING SECLIM-LIMIT-PCT.
		05  LINE 8  COLUMN 1  VALUE "WARNING PCT    : ".
		05  LINE 8  COLUMN 20
			PIC ZZ9.99 USING SECLIM-WARNING-PCT.
		05  LINE 8  COLUMN 28
			VALUE "(OF THE LIMIT)".
		05  LINE 9  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 9  COLUMN 20
			PIC X USING SECLIM-STATUS-FLAG.
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
		MOVE SPACES TO SECTOR-LIMIT-RECORD
		MOVE ZERO TO SECLIM-LIMIT-AMOUNT
		MOVE ZERO TO SECLIM-LIMIT-PCT
		MOVE ZERO TO SECLIM-WARNING-PCT
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY SECTOR-LIMIT-SCREEN
			ACCEPT SECTOR-LIMIT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-LIMIT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-LIMIT.
		EVALUATE TRUE
			WHEN SECLIM-SECTOR-CODE = SPACES
				MOVE "SECTOR CODE NEEDED" TO WS-MSG
			WHEN NOT SECLIM-BY-AMOUNT
				AND NOT SECLIM-BY-PERCENT
				MOVE "BASIS MUST BE A/P" TO WS-MSG
			WHEN SECLIM-BY-AMOUNT
				AND SECLIM-LIMIT-AMOUNT NOT > ZERO
				MOVE "LIMIT AMOUNT NEEDED" TO WS-MSG
			WHEN SECLIM-BY-PERCENT
				AND (SECLIM-LIMIT-PCT NOT > ZERO
					OR SECLIM-LIMIT-PCT > 100)
				MOVE "LIMIT PCT 0 TO 100" TO WS-MSG
			WHEN SECLIM-WARNING-PCT < ZERO
				OR SECLIM-WARNING-PCT > 100
				MOVE "WARNING PCT 0 TO 100" TO WS-MSG
			WHEN NOT SECLIM-ACTIVE AND NOT SECLIM-INACTIVE
				MOVE "STATUS MUST BE A/I" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-LIMIT
		END-EVALUATE.
      *
	1500-PROPOSE-LIMIT.
		MOVE "SECLIMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE SECLIM-SECTOR-CODE TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE SECTOR-LIMIT-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
