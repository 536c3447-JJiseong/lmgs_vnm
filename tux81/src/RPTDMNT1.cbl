      *
      *  RPTDMNT1.cbl
      *
      *  Operations maintenance screen for the report definition
      *  file (RPTDEFR, keyed on the producing job's name),
      *  mirroring CLNTMNT1's screen pattern.  Registers a batch
      *  print output with the report catalogue (RPTCTBT1): where
      *  its detail lines carry the branch code, how many lines make
      *  a page, and whether it is catalogued at all.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RPTDMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT REPORT-DEF-FILE ASSIGN TO "RPTDEFR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RPTDEF-JOB-NAME
			FILE STATUS IS WS-RPTDEF-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  REPORT-DEF-FILE.
	01  REPORT-DEF-RECORD.
		COPY RPTDEFR.
      *
	WORKING-STORAGE SECTION.
	01  WS-RPTDEF-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
      *
	SCREEN SECTION.
	01  REPORT-DEF-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "REPORT CATALOGUE DEFINITION".
		05  LINE 3  COLUMN 1  VALUE "JOB NAME     : ".
		05  LINE 3  COLUMN 20
			PIC X(8) USING RPTDEF-JOB-NAME.
		05  LINE 4  COLUMN 1  VALUE "DESCRIPTION  : ".
		05  LINE 4  COLUMN 20
			PIC X(30) USING RPTDEF-DESCRIPTION.
		05  LINE 5  COLUMN 1  VALUE "BRANCH COLUMN: ".
		05  LINE 5  COLUMN 20
			PIC ZZ9 USING RPTDEF-BRANCH-COLUMN.
		05  LINE 6  COLUMN 1  VALUE "PAGE LINES   : ".
		05  LINE 6  COLUMN 20
			PIC ZZ9 USING RPTDEF-PAGE-LINES.
		05  LINE 7  COLUMN 1  VALUE "ACTIVE (Y/N) : ".
		05  LINE 7  COLUMN 20
			PIC X USING RPTDEF-ACTIVE-FLAG.
		05  LINE 9  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 9  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 11 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O REPORT-DEF-FILE
		IF WS-RPTDEF-STATUS NOT = "00"
			CLOSE REPORT-DEF-FILE
			OPEN OUTPUT REPORT-DEF-FILE
			CLOSE REPORT-DEF-FILE
			OPEN I-O REPORT-DEF-FILE
		END-IF
		MOVE SPACES TO REPORT-DEF-RECORD
		MOVE ZERO TO RPTDEF-BRANCH-COLUMN
		MOVE ZERO TO RPTDEF-PAGE-LINES
		SET RPTDEF-ACTIVE TO TRUE
		PERFORM UNTIL WS-DONE
			DISPLAY REPORT-DEF-SCREEN
			ACCEPT REPORT-DEF-SCREEN
			MOVE SPACES TO WS-MSG
			IF NOT WS-DONE
				PERFORM 1000-SAVE-DEFINITION
			END-IF
		END-PERFORM
		CLOSE REPORT-DEF-FILE
		STOP RUN.
      *
	1000-SAVE-DEFINITION.
		EVALUATE TRUE
			WHEN RPTDEF-JOB-NAME = SPACES
				MOVE "JOB NAME NEEDED" TO WS-MSG
			WHEN NOT RPTDEF-ACTIVE AND NOT RPTDEF-INACTIVE
				MOVE "ACTIVE MUST BE Y/N" TO WS-MSG
			WHEN RPTDEF-BRANCH-COLUMN > 165
				MOVE "BRANCH COLUMN BAD" TO WS-MSG
			WHEN OTHER
				PERFORM 1100-WRITE-DEFINITION
		END-EVALUATE.
      *
	1100-WRITE-DEFINITION.
		WRITE REPORT-DEF-RECORD
			INVALID KEY
				REWRITE REPORT-DEF-RECORD
				MOVE "UPDATED" TO WS-MSG
			NOT INVALID KEY
				MOVE "ADDED" TO WS-MSG
		END-WRITE.
      *
