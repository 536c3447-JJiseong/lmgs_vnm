      *  PARMMNT1.cbl
      *
      *  Operations maintenance screen for the system parameter file
      *  (PARMR, keyed on parameter code and effective date),
      *  mirroring FXRTMNT1's screen pattern.  Lets operations key a
      *  maintained business number - the early-settlement rate, a
      *  penalty rate, a retention period - once, so the programs
      *  that consume it read it from data instead of carrying it as
      *  a hard-coded constant that needs a release to change.
      *
      *  Every value is keyed with the date it takes effect - today
      *  or any later business date, never a past one, so a
      *  regulatory rate announced weeks ahead is keyed when it is
      *  announced and takes effect on its date by itself.  Function
      *  F fetches the value in force on the keyed date (PARMLK1) as
      *  a starting point; function S saves, parking the value on
      *  the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, and a second user applies it through APPRMNT1
      *  (target PARMR).  PARMINQ1 shows a parameter's history.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PARMMNT1.
      *
	DATA DIVISION.
	WORKING-STORAGE SECTION.
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-KEYED-KEY		PIC X(16).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-FUNCTION			PIC X VALUE "S".
		88  WS-FUNC-FETCH	VALUE "F".
		88  WS-FUNC-SAVE	VALUE "S".
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
	01  PARAMETER-MAINT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "SYSTEM PARAMETER MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "FUNCTION (F/S) : ".
		05  LINE 3  COLUMN 20
			PIC X USING WS-FUNCTION.
		05  LINE 4  COLUMN 1  VALUE "PARAMETER CODE : ".
		05  LINE 4  COLUMN 20
			PIC X(8) USING PARM-CODE.
		05  LINE 5  COLUMN 1  VALUE "EFFECTIVE DATE : ".
		05  LINE 5  COLUMN 20
			PIC X(8) USING PARM-EFFECTIVE-DATE.
		05  LINE 6  COLUMN 1  VALUE "RATE           : ".
		05  LINE 6  COLUMN 20
			PIC ZZZZZZ9.9999 USING PARM-RATE.
		05  LINE 7  COLUMN 1  VALUE "AMOUNT         : ".
		05  LINE 7  COLUMN 20
			PIC Z(9)9.99 USING PARM-AMOUNT.
		05  LINE 8  COLUMN 1  VALUE "NUMBER         : ".
		05  LINE 8  COLUMN 20
			PIC ZZZZ9 USING PARM-NUMBER.
		05  LINE 9  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 9  COLUMN 20
			PIC X(30) USING PARM-DESCRIPTION.
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
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE SPACES TO PARAMETER-RECORD
		MOVE ZERO TO PARM-RATE
		MOVE ZERO TO PARM-AMOUNT
		MOVE ZERO TO PARM-NUMBER
		PERFORM UNTIL WS-DONE
			DISPLAY PARAMETER-MAINT-SCREEN
			ACCEPT PARAMETER-MAINT-SCREEN
			MOVE SPACES TO WS-MSG
			IF NOT WS-DONE
				PERFORM 1000-PROCESS-FUNCTION
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-PROCESS-FUNCTION.
		EVALUATE TRUE
			WHEN NOT WS-FUNC-FETCH AND NOT WS-FUNC-SAVE
				MOVE "FUNCTION MUST BE F/S" TO WS-MSG
			WHEN PARM-CODE = SPACES
				MOVE "CODE NEEDED" TO WS-MSG
			WHEN PARM-EFFECTIVE-DATE NOT NUMERIC
				MOVE "EFFECTIVE DATE BAD" TO WS-MSG
			WHEN WS-FUNC-FETCH
				PERFORM 2000-FETCH-VALUE
			WHEN PARM-EFFECTIVE-DATE < WS-BUSINESS-DATE
				MOVE "DATE BEFORE TODAY" TO WS-MSG
			WHEN OTHER
				PERFORM 3000-PROPOSE-VALUE
		END-EVALUATE.
      *
      *  The keyed code and date are kept; the values come back as
      *  they stand on that date, ready to be changed and saved.
	2000-FETCH-VALUE.
		MOVE PARM-KEY TO WS-KEYED-KEY
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-KEYED-KEY (9:8) WS-PARM-STATUS
		MOVE WS-KEYED-KEY TO PARM-KEY
		IF WS-PARM-STATUS = "00"
			MOVE "VALUE IN FORCE" TO WS-MSG
		ELSE
			MOVE ZERO TO PARM-RATE
			MOVE ZERO TO PARM-AMOUNT
			MOVE ZERO TO PARM-NUMBER
			MOVE SPACES TO PARM-DESCRIPTION
			MOVE "NOT SET UP" TO WS-MSG
		END-IF.
      *
	3000-PROPOSE-VALUE.
		MOVE WS-MAKER-NAME TO PARM-MAKER
		MOVE SPACES TO PARM-APPROVED-BY
		MOVE "PARMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE PARM-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE PARAMETER-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
