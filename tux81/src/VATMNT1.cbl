      *
      *  VATMNT1.cbl
      *
      *  Tax-desk maintenance screen for the VAT-rate table (VATRTR,
      *  keyed on fee code), mirroring FEEMNT1's screen pattern.
      *  Lets the tax desk set the VAT rate a fee code bears and the
      *  goods/services name its e-invoice line shows, so the daily
      *  e-invoice extract (EINVBT1) can invoice the fee.  A rate
      *  over 100 percent or a status other than A/I is refused.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VATMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT VAT-RATE-FILE ASSIGN TO "VATRTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VATRT-FEE-CODE
			FILE STATUS IS WS-VATRT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  VAT-RATE-FILE.
	01  VAT-RATE-RECORD.
		COPY VATRTR.
      *
	WORKING-STORAGE SECTION.
	01  WS-VATRT-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
      *
	SCREEN SECTION.
	01  VAT-RATE-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "VAT RATE MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "FEE CODE       : ".
		05  LINE 3  COLUMN 20
			PIC X(4) USING VATRT-FEE-CODE.
		05  LINE 4  COLUMN 1  VALUE "VAT RATE (%)   : ".
		05  LINE 4  COLUMN 20
			PIC ZZ9.99 USING VATRT-RATE.
		05  LINE 5  COLUMN 1  VALUE "INVOICE ITEM   : ".
		05  LINE 5  COLUMN 20
			PIC X(40) USING VATRT-ITEM-NAME.
		05  LINE 6  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 6  COLUMN 20
			PIC X USING VATRT-STATUS-FLAG.
		05  LINE 7  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 7  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 9  COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O VAT-RATE-FILE
		IF WS-VATRT-STATUS NOT = "00"
			CLOSE VAT-RATE-FILE
			OPEN OUTPUT VAT-RATE-FILE
			CLOSE VAT-RATE-FILE
			OPEN I-O VAT-RATE-FILE
		END-IF
		MOVE SPACES TO VAT-RATE-RECORD
		MOVE ZERO TO VATRT-RATE
		PERFORM UNTIL WS-DONE
			DISPLAY VAT-RATE-SCREEN
			ACCEPT VAT-RATE-SCREEN
			MOVE SPACES TO WS-MSG
			IF NOT WS-DONE
				PERFORM 1000-SAVE-RATE
			END-IF
		END-PERFORM
		CLOSE VAT-RATE-FILE
		STOP RUN.
      *
	1000-SAVE-RATE.
		EVALUATE TRUE
			WHEN VATRT-FEE-CODE = SPACES
				MOVE "FEE CODE NEEDED" TO WS-MSG
			WHEN VATRT-RATE < ZERO OR VATRT-RATE > 100
				MOVE "RATE 0 TO 100" TO WS-MSG
			WHEN NOT VATRT-ACTIVE AND NOT VATRT-INACTIVE
				MOVE "STATUS MUST BE A/I" TO WS-MSG
			WHEN OTHER
				PERFORM 1100-WRITE-RATE
		END-EVALUATE.
      *
	1100-WRITE-RATE.
		WRITE VAT-RATE-RECORD
			INVALID KEY
				REWRITE VAT-RATE-RECORD
				MOVE "UPDATED" TO WS-MSG
			NOT INVALID KEY
				MOVE "ADDED" TO WS-MSG
		END-WRITE.
      *
