      *
      *  SUBPMNT1.cbl
      *
      *  Credit-desk maintenance screen for the state
      *  interest-subsidy program file (SUBPRGR, keyed on program
      *  code), mirroring LNPDMNT1's screen pattern.  Defines each
      *  program once - the subsidy rate points the Treasury
      *  reimburses, up to five eligible economic sectors
      *  (CUSTM-SECTOR-CODE) and the validity window - so SUBLMNT1
      *  can validate a loan link against it, ACCRBAT1 can accrue
      *  the Treasury's portion and SUBCLBT1 can claim it.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SUBPMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SUBSIDY-PROGRAM-FILE ASSIGN TO "SUBPRGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SUBPRG-PROGRAM-CODE
			FILE STATUS IS WS-SUBPRG-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SUBSIDY-PROGRAM-FILE.
	01  SUBSIDY-PROGRAM-RECORD.
		COPY SUBPRGR.
      *
	WORKING-STORAGE SECTION.
	01  WS-SUBPRG-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
      *
	SCREEN SECTION.
	01  SUBSIDY-PROGRAM-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "INTEREST SUBSIDY PROGRAM MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "PROGRAM CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(6) USING SUBPRG-PROGRAM-CODE.
		05  LINE 4  COLUMN 1  VALUE "PROGRAM NAME   : ".
		05  LINE 4  COLUMN 20
			PIC X(30) USING SUBPRG-PROGRAM-NAME.
		05  LINE 5  COLUMN 1  VALUE "SUBSIDY POINTS : ".
		05  LINE 5  COLUMN 20
			PIC ZZ9.9999 USING SUBPRG-RATE-POINTS.
		05  LINE 6  COLUMN 1  VALUE "SECTORS        : ".
		05  LINE 6  COLUMN 20
			PIC X(4) USING SUBPRG-SECTOR-CODE (1).
		05  LINE 6  COLUMN 26
			PIC X(4) USING SUBPRG-SECTOR-CODE (2).
		05  LINE 6  COLUMN 32
			PIC X(4) USING SUBPRG-SECTOR-CODE (3).
		05  LINE 6  COLUMN 38
			PIC X(4) USING SUBPRG-SECTOR-CODE (4).
		05  LINE 6  COLUMN 44
			PIC X(4) USING SUBPRG-SECTOR-CODE (5).
		05  LINE 7  COLUMN 1  VALUE "VALID FROM     : ".
		05  LINE 7  COLUMN 20
			PIC X(8) USING SUBPRG-VALID-FROM.
		05  LINE 8  COLUMN 1  VALUE "VALID TO       : ".
		05  LINE 8  COLUMN 20
			PIC X(8) USING SUBPRG-VALID-TO.
		05  LINE 9  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 9  COLUMN 20
			PIC X USING SUBPRG-STATUS-FLAG.
		05  LINE 11 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 11 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 13 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O SUBSIDY-PROGRAM-FILE
		IF WS-SUBPRG-STATUS NOT = "00"
			CLOSE SUBSIDY-PROGRAM-FILE
			OPEN OUTPUT SUBSIDY-PROGRAM-FILE
			CLOSE SUBSIDY-PROGRAM-FILE
			OPEN I-O SUBSIDY-PROGRAM-FILE
		END-IF
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY SUBSIDY-PROGRAM-SCREEN
			ACCEPT SUBSIDY-PROGRAM-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-SAVE-PROGRAM
			END-IF
		END-PERFORM
		CLOSE SUBSIDY-PROGRAM-FILE
		STOP RUN.
      *
	1000-SAVE-PROGRAM.
		IF SUBPRG-RATE-POINTS <= ZERO
			MOVE "POINTS REQUIRED" TO WS-MSG
		ELSE
			IF SUBPRG-VALID-FROM > SUBPRG-VALID-TO
				MOVE "WINDOW INVALID" TO WS-MSG
			ELSE
				PERFORM 1100-WRITE-PROGRAM
			END-IF
		END-IF.
      *
	1100-WRITE-PROGRAM.
		READ SUBSIDY-PROGRAM-FILE
			INVALID KEY
				WRITE SUBSIDY-PROGRAM-RECORD
				MOVE "ADDED" TO WS-MSG
			NOT INVALID KEY
				REWRITE SUBSIDY-PROGRAM-RECORD
				MOVE "UPDATED" TO WS-MSG
		END-READ.
      *
