      *
      *  MORMNT1.cbl
      *
      *  Maintenance screen for the payment-moratorium programs
      *  (MORPGMR, keyed on the program code), mirroring PTXLMT1's
      *  screen pattern.  Defines who a relief program reaches - the
      *  economic sector, booking branch and loan product (blank for
      *  any), and the worst debt group a loan may have stood in on
      *  the cut-off date (0, 30, 60, 90 or 999 for NPL) - how many
      *  months the unpaid schedule is moved (one to twelve), and
      *  whether the interest run up over those months is
      *  capitalised (C), deferred to the first installment after
      *  the moratorium (D) or waived (W).  A program is opened
      *  active (A) and closed (C) once its selection window is
      *  over.
      *
      *  A program moves the repayment schedules of every borrower
      *  it reaches, so a save parks the proposed record on the
      *  pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, and a second user applies it through
      *  APPRMNT1 (target MORPGMR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MORMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  MORAT-PROGRAM-RECORD.
		COPY MORPGMR.
	01  WS-MAX-DEFER-MONTHS		PIC S9(3) COMP-3 VALUE 12.
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
	01  MORAT-PROGRAM-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "PAYMENT MORATORIUM PROGRAM MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "PROGRAM CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(8) USING MORPGM-CODE.
		05  LINE 4  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 4  COLUMN 20
			PIC X(30) USING MORPGM-DESCRIPTION.
		05  LINE 5  COLUMN 1  VALUE "SECTOR CODE    : ".
		05  LINE 5  COLUMN 20
			PIC X(4) USING MORPGM-SECTOR-CODE.
		05  LINE 6  COLUMN 1  VALUE "BRANCH CODE    : ".
		05  LINE 6  COLUMN 20
			PIC X(6) USING MORPGM-BRANCH-CODE.
		05  LINE 7  COLUMN 1  VALUE "PRODUCT CODE   : ".
		05  LINE 7  COLUMN 20
			PIC X(4) USING MORPGM-PRODUCT-CODE.
		05  LINE 8  COLUMN 1  VALUE "MAX DEBT GROUP : ".
		05  LINE 8  COLUMN 20
			PIC 999 USING MORPGM-MAX-DELINQ-CODE.
		05  LINE 9  COLUMN 1  VALUE "CUT-OFF DATE   : ".
		05  LINE 9  COLUMN 20
			PIC X(8) USING MORPGM-CUTOFF-DATE.
		05  LINE 10 COLUMN 1  VALUE "DEFER MONTHS   : ".
		05  LINE 10 COLUMN 20
			PIC Z9 USING MORPGM-DEFER-MONTHS.
		05  LINE 11 COLUMN 1  VALUE "INTEREST C/D/W : ".
		05  LINE 11 COLUMN 20
			PIC X USING MORPGM-INT-TREATMENT.
		05  LINE 12 COLUMN 1  VALUE "STATUS (A/C)   : ".
		05  LINE 12 COLUMN 20
			PIC X USING MORPGM-STATUS-FLAG.
		05  LINE 14 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 14 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 16 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 16 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 18 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO MORAT-PROGRAM-RECORD
		MOVE ZERO TO MORPGM-MAX-DELINQ-CODE
		MOVE 1 TO MORPGM-DEFER-MONTHS
		MOVE "C" TO MORPGM-INT-TREATMENT
		MOVE "A" TO MORPGM-STATUS-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY MORAT-PROGRAM-SCREEN
			ACCEPT MORAT-PROGRAM-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-PROGRAM
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-PROGRAM.
		EVALUATE TRUE
			WHEN MORPGM-CODE = SPACES
				MOVE "PROGRAM CODE NEEDED" TO WS-MSG
			WHEN MORPGM-MAX-DELINQ-CODE NOT = 0
				AND MORPGM-MAX-DELINQ-CODE NOT = 30
				AND MORPGM-MAX-DELINQ-CODE NOT = 60
				AND MORPGM-MAX-DELINQ-CODE NOT = 90
				AND MORPGM-MAX-DELINQ-CODE NOT = 999
				MOVE "GROUP 0/30/60/90/999" TO WS-MSG
			WHEN MORPGM-CUTOFF-DATE NOT NUMERIC
				MOVE "CUT-OFF DATE INVALID" TO WS-MSG
			WHEN MORPGM-DEFER-MONTHS < 1
				OR MORPGM-DEFER-MONTHS >
					WS-MAX-DEFER-MONTHS
				MOVE "DEFER 1 TO 12 MONTHS" TO WS-MSG
			WHEN NOT MORPGM-CAPITALISE
				AND NOT MORPGM-DEFER
				AND NOT MORPGM-WAIVE
				MOVE "INTEREST C/D/W" TO WS-MSG
			WHEN NOT MORPGM-ACTIVE
				AND NOT MORPGM-CLOSED
				MOVE "STATUS MUST BE A/C" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-PROGRAM
		END-EVALUATE.
      *
	1500-PROPOSE-PROGRAM.
		MOVE "MORPGMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE MORPGM-CODE TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE MORAT-PROGRAM-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
