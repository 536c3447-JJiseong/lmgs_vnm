      *
      *  RSKWMNT1.cbl
      *
      *  Risk maintenance screen for the regulatory risk-weight
      *  table (RSKWTR, keyed exposure class + collateral type +
      *  delinquency bucket + currency), mirroring RTBDMNT1's
      *  screen pattern.  Lets risk set the weight the capital
      *  adequacy batch (CARBT1) applies to each kind of exposure
      *  once, in data, instead of the return being assembled on a
      *  spreadsheet.  Blank collateral type or currency keys the
      *  fall-back row for the class.  The class must be one the
      *  batch knows, the bucket one the delinquency run sets, and
      *  the weight between 0 and 1250 percent.
      *
      *  Weights are under maker-checker dual control the same way
      *  the rate tables are: a save parks the proposed record on
      *  the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, and a second user applies it through
      *  APPRMNT1 (target RSKWTR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RSKWMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  RISK-WEIGHT-RECORD.
		COPY RSKWTR.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-ENT-DELINQ		PIC X(3).
		88  WS-VALID-BUCKET	VALUE "000" "030" "060"
						"090" "999".
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  RISK-WEIGHT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "REGULATORY RISK-WEIGHT MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "EXPOSURE CLASS : ".
		05  LINE 3  COLUMN 20
			PIC X(4) USING RSKWT-EXPOSURE-CLASS.
		05  LINE 3  COLUMN 26
			VALUE "(LOAN/FDPL/ODLN/GUAR)".
		05  LINE 4  COLUMN 1  VALUE "COLLATERAL TYPE: ".
		05  LINE 4  COLUMN 20
			PIC X(15) USING RSKWT-COLLAT-TYPE.
		05  LINE 5  COLUMN 1  VALUE "DELINQ BUCKET  : ".
		05  LINE 5  COLUMN 20
			PIC X(3) USING WS-ENT-DELINQ.
		05  LINE 5  COLUMN 26
			VALUE "(000/030/060/090/999)".
		05  LINE 6  COLUMN 1  VALUE "CURRENCY       : ".
		05  LINE 6  COLUMN 20
			PIC X(3) USING RSKWT-CURRENCY-CODE.
		05  LINE 7  COLUMN 1  VALUE "WEIGHT PCT     : ".
		05  LINE 7  COLUMN 20
			PIC ZZZ9.99 USING RSKWT-WEIGHT-PCT.
		05  LINE 8  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING RSKWT-DESCRIPTION.
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
		MOVE "000" TO WS-ENT-DELINQ
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY RISK-WEIGHT-SCREEN
			ACCEPT RISK-WEIGHT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-WEIGHT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-WEIGHT.
		EVALUATE TRUE
			WHEN NOT RSKWT-VALID-CLASS
				MOVE "CLASS INVALID" TO WS-MSG
			WHEN NOT WS-VALID-BUCKET
				MOVE "BUCKET INVALID" TO WS-MSG
			WHEN RSKWT-WEIGHT-PCT < ZERO
				OR RSKWT-WEIGHT-PCT > 1250
				MOVE "WEIGHT 0 TO 1250" TO WS-MSG
			WHEN OTHER
				MOVE WS-ENT-DELINQ TO RSKWT-DELINQ-CODE
				PERFORM 1500-PROPOSE-WEIGHT
		END-EVALUATE.
      *
	1500-PROPOSE-WEIGHT.
		MOVE "RSKWTR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE RSKWT-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE RISK-WEIGHT-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
