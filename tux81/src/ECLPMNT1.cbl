      *
      *  ECLPMNT1.cbl
      *
      *  Risk maintenance screen for the IFRS 9 expected-credit-loss
      *  parameter table (ECLPARR, keyed loan product + stage),
      *  mirroring RSKWMNT1's screen pattern.  Lets risk set the
      *  annual probability of default and the loss given default
      *  the quarterly ECL batch (ECLBT1) applies, per product and
      *  stage, in data.  A blank product keys the fall-back row for
      *  the stage.  The stage must be 1, 2 or 3 and both
      *  percentages between 0 and 100.
      *
      *  Parameters are under maker-checker dual control the same
      *  way the risk weights are: a save parks the proposed record
      *  on the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, and a second user applies it through
      *  APPRMNT1 (target ECLPARR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ECLPMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  ECL-PARAMETER-RECORD.
		COPY ECLPARR.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-ENT-STAGE		PIC X.
		88  WS-VALID-STAGE	VALUE "1" "2" "3".
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  ECL-PARAMETER-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "IFRS 9 ECL PARAMETER MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "PRODUCT CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(4) USING ECLP-PRODUCT-CODE.
		05  LINE 3  COLUMN 26
			VALUE "(BLANK = ANY PRODUCT)".
		05  LINE 4  COLUMN 1  VALUE "STAGE          : ".
		05  LINE 4  COLUMN 20
			PIC X USING WS-ENT-STAGE.
		05  LINE 4  COLUMN 26
			VALUE "(1/2/3)".
		05  LINE 5  COLUMN 1  VALUE "ANNUAL PD PCT  : ".
		05  LINE 5  COLUMN 20
			PIC ZZ9.9999 USING ECLP-PD-PCT.
		05  LINE 6  COLUMN 1  VALUE "LGD PCT        : ".
		05  LINE 6  COLUMN 20
			PIC ZZ9.99 USING ECLP-LGD-PCT.
		05  LINE 7  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 7  COLUMN 20
			PIC X(30) USING ECLP-DESCRIPTION.
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
		MOVE "1" TO WS-ENT-STAGE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY ECL-PARAMETER-SCREEN
			ACCEPT ECL-PARAMETER-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-PARAMETER
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-PARAMETER.
		EVALUATE TRUE
			WHEN NOT WS-VALID-STAGE
				MOVE "STAGE INVALID" TO WS-MSG
			WHEN ECLP-PD-PCT < ZERO
				OR ECLP-PD-PCT > 100
				MOVE "PD 0 TO 100" TO WS-MSG
			WHEN ECLP-LGD-PCT < ZERO
				OR ECLP-LGD-PCT > 100
				MOVE "LGD 0 TO 100" TO WS-MSG
			WHEN OTHER
				MOVE WS-ENT-STAGE TO ECLP-STAGE
				PERFORM 1500-PROPOSE-PARAMETER
		END-EVALUATE.
      *
	1500-PROPOSE-PARAMETER.
		MOVE "ECLPARR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE ECLP-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE ECL-PARAMETER-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
