      *
      *  FACLRPT1.cbl
      *
      *  Credit facility utilisation report.  Lists every customer
      *  credit facility (FACILR) with its approved limit, the
      *  amount drawn against it (FACIL-UTILISED-AMT, kept by
      *  FACLCK1 as draws post and revolving repayments come in),
      *  the headroom left and the percentage used, flagging a
      *  facility whose availability period has ended or whose
      *  drawings stand above the limit (a limit cut after the
      *  draws).  The facilities are then totalled by managing
      *  branch and currency - limits in different currencies are
      *  never added together - so credit admin can read each
      *  branch's umbrella exposure off one page instead of the
      *  paper limit sheets.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FACLRPT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FACILITY-FILE ASSIGN TO "FACILR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FACIL-FACILITY-NO
			FILE STATUS IS WS-FACIL-STATUS.
		SELECT RPT-FILE ASSIGN TO "FACLRPT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FACILITY-FILE.
	01  FACILITY-RECORD.
		COPY FACILR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-FACIL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-HEADROOM-AMT		PIC S9(13)V99 COMP-3.
	01  WS-USED-PCT			PIC S9(5)V9 COMP-3.
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-SLOT-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SLOT-TABLE.
		05  WS-SL-ENTRY OCCURS 100 TIMES.
			10  WS-SL-BRANCH
					PIC X(6).
			10  WS-SL-CURRENCY
					PIC X(3).
			10  WS-SL-COUNT	PIC S9(7) COMP-3.
			10  WS-SL-LIMIT	PIC S9(15)V99 COMP-3.
			10  WS-SL-UTILISED
					PIC S9(15)V99 COMP-3.
	01  WS-SL-IDX			PIC S9(4) COMP-5.
	01  WS-SL-FOUND-FLAG		PIC X.
		88  WS-SL-FOUND		VALUE "Y".
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(7) VALUE "BRANCH".
		05  FILLER		PIC X(13) VALUE "FACILITY".
		05  FILLER		PIC X(13) VALUE "CUSTOMER".
		05  FILLER		PIC X(8) VALUE "CCY R S".
		05  FILLER		PIC X(22)
					VALUE "               LIMIT".
		05  FILLER		PIC X(22)
					VALUE "            UTILISED".
		05  FILLER		PIC X(22)
					VALUE "            HEADROOM".
		05  FILLER		PIC X(8) VALUE "  USED%".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-FACILITY	PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-CUSTOMER	PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-REVOLVING	PIC X(1).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-STATUS		PIC X(1).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-LIMIT		PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-UTILISED	PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-HEADROOM	PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-USED-PCT	PIC ZZZZ9.9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-FLAG		PIC X(10).
	01  WS-BRANCH-LINE.
		05  BRL-BRANCH		PIC X(6).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  BRL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  BRL-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  BRL-LIMIT		PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  BRL-UTILISED	PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  BRL-HEADROOM	PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  BRL-USED-PCT	PIC ZZZZ9.9.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		OPEN OUTPUT RPT-FILE
		MOVE "CREDIT FACILITY UTILISATION REPORT" TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		OPEN INPUT FACILITY-FILE
		IF WS-FACIL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1000-READ-FACILITY UNTIL WS-EOF
		CLOSE FACILITY-FILE
		PERFORM 3000-PRINT-BRANCHES
		CLOSE RPT-FILE
		STOP RUN.
      *
	1000-READ-FACILITY.
		READ FACILITY-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2000-REPORT-FACILITY
		END-READ.
      *
	2000-REPORT-FACILITY.
		MOVE FACIL-CURRENCY-CODE TO WS-WORK-CURRENCY
		IF WS-WORK-CURRENCY = SPACES
			MOVE "VND" TO WS-WORK-CURRENCY
		END-IF
		COMPUTE WS-HEADROOM-AMT =
			FACIL-LIMIT-AMT - FACIL-UTILISED-AMT
		MOVE ZERO TO WS-USED-PCT
		IF FACIL-LIMIT-AMT > ZERO
			COMPUTE WS-USED-PCT ROUNDED =
				FACIL-UTILISED-AMT * 100
				/ FACIL-LIMIT-AMT
		END-IF
		MOVE FACIL-BRANCH-CODE TO DTL-BRANCH
		MOVE FACIL-FACILITY-NO TO DTL-FACILITY
		MOVE FACIL-CUSTOMER-NO TO DTL-CUSTOMER
		MOVE WS-WORK-CURRENCY TO DTL-CURRENCY
		MOVE FACIL-REVOLVING-FLAG TO DTL-REVOLVING
		MOVE FACIL-STATUS-FLAG TO DTL-STATUS
		MOVE FACIL-LIMIT-AMT TO DTL-LIMIT
		MOVE FACIL-UTILISED-AMT TO DTL-UTILISED
		MOVE WS-HEADROOM-AMT TO DTL-HEADROOM
		MOVE WS-USED-PCT TO DTL-USED-PCT
		MOVE SPACES TO DTL-FLAG
		IF FACIL-AVAIL-END-DATE NOT = SPACES
			AND FACIL-AVAIL-END-DATE < WS-TODAY
			MOVE "EXPIRED" TO DTL-FLAG
		END-IF
		IF WS-HEADROOM-AMT < ZERO
			MOVE "OVER LIMIT" TO DTL-FLAG
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 2100-ADD-TO-BRANCH.
      *
	2100-ADD-TO-BRANCH.
		MOVE "N" TO WS-SL-FOUND-FLAG
		PERFORM VARYING WS-SL-IDX FROM 1 BY 1
				UNTIL WS-SL-IDX > WS-SLOT-COUNT
				OR WS-SL-FOUND
			IF WS-SL-BRANCH (WS-SL-IDX) = FACIL-BRANCH-CODE
				AND WS-SL-CURRENCY (WS-SL-IDX)
					= WS-WORK-CURRENCY
				SET WS-SL-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-SL-FOUND
			SUBTRACT 1 FROM WS-SL-IDX
		ELSE
			IF WS-SLOT-COUNT < 100
				ADD 1 TO WS-SLOT-COUNT
				MOVE WS-SLOT-COUNT TO WS-SL-IDX
				PERFORM 2200-INIT-SLOT
				SET WS-SL-FOUND TO TRUE
			END-IF
		END-IF
		IF WS-SL-FOUND
			ADD 1 TO WS-SL-COUNT (WS-SL-IDX)
			ADD FACIL-LIMIT-AMT TO WS-SL-LIMIT (WS-SL-IDX)
			ADD FACIL-UTILISED-AMT
				TO WS-SL-UTILISED (WS-SL-IDX)
		END-IF.
      *
	2200-INIT-SLOT.
		MOVE FACIL-BRANCH-CODE TO WS-SL-BRANCH (WS-SL-IDX)
		MOVE WS-WORK-CURRENCY TO WS-SL-CURRENCY (WS-SL-IDX)
		MOVE ZERO TO WS-SL-COUNT (WS-SL-IDX)
		MOVE ZERO TO WS-SL-LIMIT (WS-SL-IDX)
		MOVE ZERO TO WS-SL-UTILISED (WS-SL-IDX).
      *
	3000-PRINT-BRANCHES.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "UTILISATION BY BRANCH AND CURRENCY" TO RPT-LINE
		WRITE RPT-LINE
		PERFORM VARYING WS-SL-IDX FROM 1 BY 1
				UNTIL WS-SL-IDX > WS-SLOT-COUNT
			PERFORM 3100-PRINT-ONE-BRANCH
		END-PERFORM.
      *
	3100-PRINT-ONE-BRANCH.
		MOVE ZERO TO WS-USED-PCT
		IF WS-SL-LIMIT (WS-SL-IDX) > ZERO
			COMPUTE WS-USED-PCT ROUNDED =
				WS-SL-UTILISED (WS-SL-IDX) * 100
				/ WS-SL-LIMIT (WS-SL-IDX)
		END-IF
		MOVE WS-SL-BRANCH (WS-SL-IDX) TO BRL-BRANCH
		MOVE WS-SL-CURRENCY (WS-SL-IDX) TO BRL-CURRENCY
		MOVE WS-SL-COUNT (WS-SL-IDX) TO BRL-COUNT
		MOVE WS-SL-LIMIT (WS-SL-IDX) TO BRL-LIMIT
		MOVE WS-SL-UTILISED (WS-SL-IDX) TO BRL-UTILISED
		COMPUTE BRL-HEADROOM =
			WS-SL-LIMIT (WS-SL-IDX)
			- WS-SL-UTILISED (WS-SL-IDX)
		MOVE WS-USED-PCT TO BRL-USED-PCT
		MOVE WS-BRANCH-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
