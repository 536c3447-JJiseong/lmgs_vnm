      *
      *  BRBDMNT1.cbl
      *
      *  Branch budget maintenance screen.  Finance keys a branch,
      *  the month (YYYYMM), the budget line item - LOANBOOK and
      *  DEPBOOK for the month-end books, INTINC, FEEINC and PROVSN
      *  for the month's income and provisions - and the target
      *  amount; the figure now on file is shown back for the key
      *  entered.  Nothing is applied here - the figure parks on
      *  the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, exactly as BRHRMNT1 parks an override, and
      *  only APPRMNT1 (target BRBUDR), under a second user, puts
      *  it on the budget file the month-end variance report
      *  (BRBVBT1) measures the branch against.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BRBDMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BUDGET-FILE ASSIGN TO "BRBUDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BRBUD-KEY
			FILE STATUS IS WS-BRBUD-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  BUDGET-FILE.
	01  BUDGET-RECORD.
		COPY BRBUDR.
      *
	WORKING-STORAGE SECTION.
	01  WS-BRBUD-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-ENT-BRANCH		PIC X(6).
	01  WS-ENT-PERIOD		PIC X(6).
	01  WS-ENT-MONTH REDEFINES WS-ENT-PERIOD.
		05  FILLER		PIC X(4).
		05  WS-ENT-MM		PIC X(2).
	01  WS-ENT-ITEM			PIC X(8).
	01  WS-ENT-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-ON-FILE-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  BUDGET-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "BRANCH BUDGET MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "BRANCH CODE    : ".
		05  LINE 3  COLUMN 20
			PIC X(6) USING WS-ENT-BRANCH.
		05  LINE 4  COLUMN 1  VALUE "MONTH (YYYYMM) : ".
		05  LINE 4  COLUMN 20
			PIC X(6) USING WS-ENT-PERIOD.
		05  LINE 5  COLUMN 1  VALUE "LINE ITEM      : ".
		05  LINE 5  COLUMN 20
			PIC X(8) USING WS-ENT-ITEM.
		05  LINE 6  COLUMN 1  VALUE "BUDGET AMOUNT  : ".
		05  LINE 6  COLUMN 20
			PIC Z(14)9.99 USING WS-ENT-AMOUNT.
		05  LINE 7  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 7  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 9  COLUMN 1  VALUE "ON FILE        : ".
		05  LINE 9  COLUMN 20
			PIC Z(14)9.99 FROM WS-ON-FILE-AMOUNT.
		05  LINE 10 COLUMN 1
			VALUE "LOANBOOK/DEPBOOK/INTINC/FEEINC/PROVSN".
		05  LINE 12 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 12 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 14 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN INPUT BUDGET-FILE
		MOVE ZERO TO WS-ON-FILE-AMOUNT
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY BUDGET-SCREEN
			ACCEPT BUDGET-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-PROPOSE-BUDGET
			END-IF
		END-PERFORM
		CLOSE BUDGET-FILE
		STOP RUN.
      *
	1000-PROPOSE-BUDGET.
		MOVE WS-ENT-ITEM TO BRBUD-LINE-ITEM
		EVALUATE TRUE
			WHEN WS-ENT-BRANCH = SPACES
				MOVE "BRANCH REQUIRED" TO WS-MSG
			WHEN WS-ENT-PERIOD NOT NUMERIC
				MOVE "MONTH INVALID" TO WS-MSG
			WHEN WS-ENT-MM < "01" OR WS-ENT-MM > "12"
				MOVE "MONTH INVALID" TO WS-MSG
			WHEN NOT BRBUD-VALID-ITEM
				MOVE "LINE ITEM INVALID" TO WS-MSG
			WHEN WS-ENT-AMOUNT < ZERO
				MOVE "AMOUNT NEGATIVE" TO WS-MSG
			WHEN OTHER
				PERFORM 1100-SHOW-ON-FILE
				PERFORM 1500-PARK-PROPOSAL
		END-EVALUATE.
      *
	1100-SHOW-ON-FILE.
		MOVE ZERO TO WS-ON-FILE-AMOUNT
		MOVE WS-ENT-BRANCH TO BRBUD-BRANCH-CODE
		MOVE WS-ENT-PERIOD TO BRBUD-PERIOD
		MOVE WS-ENT-ITEM TO BRBUD-LINE-ITEM
		READ BUDGET-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE BRBUD-AMOUNT TO WS-ON-FILE-AMOUNT
		END-READ.
      *
	1500-PARK-PROPOSAL.
		MOVE WS-ENT-BRANCH TO BRBUD-BRANCH-CODE
		MOVE WS-ENT-PERIOD TO BRBUD-PERIOD
		MOVE WS-ENT-ITEM TO BRBUD-LINE-ITEM
		MOVE WS-ENT-AMOUNT TO BRBUD-AMOUNT
		MOVE "BRBUDR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE BRBUD-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE BUDGET-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
