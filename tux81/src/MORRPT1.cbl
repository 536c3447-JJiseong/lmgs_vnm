      *
      *  MORRPT1.cbl
      *
      *  Payment-moratorium return for the State Bank.  Reads the
      *  moratorium register (MORLNR, program by program in key
      *  order) and, for every loan a program has been APPLIED to,
      *  totals by program and within it by the debt group kept
      *  from the cut-off date: the number of loans, the principal
      *  and the interest deferred out of the moratorium window,
      *  and the interest the moratorium months ran up, shown by
      *  how the program treats it - capitalised, deferred or
      *  waived.  Each program is headed with its description and
      *  terms from the program file (MORPGMR) and carries the count
      *  of loans still pending review, approved but not yet
      *  applied, and rejected, then the bank total follows.  Run on
      *  demand or at month-end for the SBV submission.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MORRPT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MORAT-LOAN-FILE ASSIGN TO "MORLNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS MORLN-KEY
			FILE STATUS IS WS-MORLN-STATUS.
		SELECT MORAT-PROGRAM-FILE ASSIGN TO "MORPGMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MORPGM-CODE
			FILE STATUS IS WS-MORPGM-STATUS.
		SELECT RPT-FILE ASSIGN TO "MORRPT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MORAT-LOAN-FILE.
	01  MORAT-LOAN-RECORD.
		COPY MORLNR.
	FD  MORAT-PROGRAM-FILE.
	01  MORAT-PROGRAM-RECORD.
		COPY MORPGMR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(120).
      *
	WORKING-STORAGE SECTION.
	01  WS-MORLN-STATUS		PIC XX.
	01  WS-MORPGM-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-CURRENT-PGM		PIC X(8) VALUE SPACES.
	01  WS-GRP-IDX			PIC 9(4) COMP.
	01  WS-GROUP-DISP		PIC ZZ9.
	01  WS-GROUP-TABLE.
		05  WS-GROUP-ROW OCCURS 5 TIMES.
			10  WS-GR-CODE		PIC S9(9) COMP-5.
			10  WS-GR-COUNT		PIC 9(7).
			10  WS-GR-DEFER-PRIN	PIC S9(13)V99 COMP-3.
			10  WS-GR-DEFER-INT	PIC S9(13)V99 COMP-3.
			10  WS-GR-CAP-INT	PIC S9(13)V99 COMP-3.
			10  WS-GR-DFR-INT	PIC S9(13)V99 COMP-3.
			10  WS-GR-WVE-INT	PIC S9(13)V99 COMP-3.
	01  WS-PGM-TOTALS.
		05  WS-PG-COUNT			PIC 9(7).
		05  WS-PG-DEFER-PRIN		PIC S9(13)V99 COMP-3.
		05  WS-PG-DEFER-INT		PIC S9(13)V99 COMP-3.
		05  WS-PG-CAP-INT		PIC S9(13)V99 COMP-3.
		05  WS-PG-DFR-INT		PIC S9(13)V99 COMP-3.
		05  WS-PG-WVE-INT		PIC S9(13)V99 COMP-3.
		05  WS-PG-PENDING		PIC 9(7).
		05  WS-PG-APPROVED		PIC 9(7).
		05  WS-PG-REJECTED		PIC 9(7).
	01  WS-BANK-TOTALS.
		05  WS-BK-COUNT			PIC 9(7) VALUE 0.
		05  WS-BK-DEFER-PRIN		PIC S9(13)V99 COMP-3
						VALUE 0.
		05  WS-BK-DEFER-INT		PIC S9(13)V99 COMP-3
						VALUE 0.
		05  WS-BK-CAP-INT		PIC S9(13)V99 COMP-3
						VALUE 0.
		05  WS-BK-DFR-INT		PIC S9(13)V99 COMP-3
						VALUE 0.
		05  WS-BK-WVE-INT		PIC S9(13)V99 COMP-3
						VALUE 0.
	01  WS-PGM-HEAD-LINE.
		05  FILLER		PIC X(9) VALUE "PROGRAM ".
		05  PHD-CODE		PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PHD-DESCRIPTION	PIC X(30).
		05  FILLER		PIC X(9) VALUE " CUT-OFF ".
		05  PHD-CUTOFF		PIC X(8).
		05  FILLER		PIC X(8) VALUE " MONTHS ".
		05  PHD-MONTHS		PIC Z9.
		05  FILLER		PIC X(11) VALUE " INTEREST ".
		05  PHD-TREATMENT	PIC X(11).
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(6) VALUE "GROUP".
		05  FILLER		PIC X(8) VALUE "  LOANS".
		05  FILLER		PIC X(18) VALUE
					"  PRINCIPAL DEFER".
		05  FILLER		PIC X(18) VALUE
					"   INTEREST DEFER".
		05  FILLER		PIC X(18) VALUE
					"   MORAT INT CAP".
		05  FILLER		PIC X(18) VALUE
					"   MORAT INT DFR".
		05  FILLER		PIC X(18) VALUE
					"   MORAT INT WVE".
	01  WS-DETAIL-LINE.
		05  DTL-GROUP		PIC X(6).
		05  DTL-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-DEFER-PRIN	PIC Z(14)9.99.
		05  DTL-DEFER-INT	PIC Z(14)9.99.
		05  DTL-CAP-INT		PIC Z(14)9.99.
		05  DTL-DFR-INT		PIC Z(14)9.99.
		05  DTL-WVE-INT		PIC Z(14)9.99.
	01  WS-STATUS-LINE.
		05  FILLER		PIC X(16) VALUE
					"  STILL PENDING ".
		05  STL-PENDING		PIC ZZZZZZ9.
		05  FILLER		PIC X(11) VALUE
					"  APPROVED ".
		05  STL-APPROVED	PIC ZZZZZZ9.
		05  FILLER		PIC X(11) VALUE
					"  REJECTED ".
		05  STL-REJECTED	PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "MORRPT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN INPUT MORAT-LOAN-FILE
		OPEN INPUT MORAT-PROGRAM-FILE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "PAYMENT MORATORIUM RETURN AS AT "
			WS-NOW (1:8) DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-MORLN-STATUS = "00"
			PERFORM 1000-READ-LIST-ROW
			PERFORM 2000-TAKE-LIST-ROW UNTIL WS-EOF
			IF WS-CURRENT-PGM NOT = SPACES
				PERFORM 3000-WRITE-PROGRAM
			END-IF
			PERFORM 3500-WRITE-BANK-TOTAL
		END-IF
		CLOSE MORAT-LOAN-FILE
		CLOSE MORAT-PROGRAM-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-READ-LIST-ROW.
		READ MORAT-LOAN-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-TAKE-LIST-ROW.
		IF MORLN-PGM-CODE NOT = WS-CURRENT-PGM
			IF WS-CURRENT-PGM NOT = SPACES
				PERFORM 3000-WRITE-PROGRAM
			END-IF
			PERFORM 2100-START-PROGRAM
		END-IF
		EVALUATE TRUE
			WHEN MORLN-APPLIED
				PERFORM 2200-ADD-APPLIED
			WHEN MORLN-PENDING
				ADD 1 TO WS-PG-PENDING
			WHEN MORLN-APPROVED
				ADD 1 TO WS-PG-APPROVED
			WHEN MORLN-REJECTED
				ADD 1 TO WS-PG-REJECTED
		END-EVALUATE
		PERFORM 1000-READ-LIST-ROW.
      *
	2100-START-PROGRAM.
		MOVE MORLN-PGM-CODE TO WS-CURRENT-PGM
		INITIALIZE WS-PGM-TOTALS
		INITIALIZE WS-GROUP-TABLE
		MOVE 0 TO WS-GR-CODE (1)
		MOVE 30 TO WS-GR-CODE (2)
		MOVE 60 TO WS-GR-CODE (3)
		MOVE 90 TO WS-GR-CODE (4)
		MOVE 999 TO WS-GR-CODE (5).
      *
	2200-ADD-APPLIED.
		EVALUATE MORLN-DEBT-GROUP
			WHEN 0
				MOVE 1 TO WS-GRP-IDX
			WHEN 30
				MOVE 2 TO WS-GRP-IDX
			WHEN 60
				MOVE 3 TO WS-GRP-IDX
			WHEN 90
				MOVE 4 TO WS-GRP-IDX
			WHEN OTHER
				MOVE 5 TO WS-GRP-IDX
		END-EVALUATE
		ADD 1 TO WS-GR-COUNT (WS-GRP-IDX)
		ADD MORLN-DEFER-PRINCIPAL
			TO WS-GR-DEFER-PRIN (WS-GRP-IDX)
		ADD MORLN-DEFER-INTEREST
			TO WS-GR-DEFER-INT (WS-GRP-IDX)
		ADD 1 TO WS-PG-COUNT
		ADD MORLN-DEFER-PRINCIPAL TO WS-PG-DEFER-PRIN
		ADD MORLN-DEFER-INTEREST TO WS-PG-DEFER-INT
		EVALUATE MORLN-INT-TREATMENT
			WHEN "C"
				ADD MORLN-MORAT-INTEREST
					TO WS-GR-CAP-INT (WS-GRP-IDX)
				ADD MORLN-MORAT-INTEREST
					TO WS-PG-CAP-INT
			WHEN "D"
				ADD MORLN-MORAT-INTEREST
					TO WS-GR-DFR-INT (WS-GRP-IDX)
				ADD MORLN-MORAT-INTEREST
					TO WS-PG-DFR-INT
			WHEN OTHER
				ADD MORLN-MORAT-INTEREST
					TO WS-GR-WVE-INT (WS-GRP-IDX)
				ADD MORLN-MORAT-INTEREST
					TO WS-PG-WVE-INT
		END-EVALUATE.
      *
	3000-WRITE-PROGRAM.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3010-WRITE-PROGRAM-HEAD
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3100-WRITE-GROUP
			VARYING WS-GRP-IDX FROM 1 BY 1
			UNTIL WS-GRP-IDX > 5
		MOVE "TOTAL" TO DTL-GROUP
		MOVE WS-PG-COUNT TO DTL-COUNT
		MOVE WS-PG-DEFER-PRIN TO DTL-DEFER-PRIN
		MOVE WS-PG-DEFER-INT TO DTL-DEFER-INT
		MOVE WS-PG-CAP-INT TO DTL-CAP-INT
		MOVE WS-PG-DFR-INT TO DTL-DFR-INT
		MOVE WS-PG-WVE-INT TO DTL-WVE-INT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-PG-PENDING TO STL-PENDING
		MOVE WS-PG-APPROVED TO STL-APPROVED
		MOVE WS-PG-REJECTED TO STL-REJECTED
		MOVE WS-STATUS-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD WS-PG-COUNT TO WS-BK-COUNT
		ADD WS-PG-DEFER-PRIN TO WS-BK-DEFER-PRIN
		ADD WS-PG-DEFER-INT TO WS-BK-DEFER-INT
		ADD WS-PG-CAP-INT TO WS-BK-CAP-INT
		ADD WS-PG-DFR-INT TO WS-BK-DFR-INT
		ADD WS-PG-WVE-INT TO WS-BK-WVE-INT.
      *
	3010-WRITE-PROGRAM-HEAD.
		MOVE WS-CURRENT-PGM TO PHD-CODE
		MOVE "NOT ON FILE" TO PHD-DESCRIPTION
		MOVE SPACES TO PHD-CUTOFF
		MOVE ZERO TO PHD-MONTHS
		MOVE SPACES TO PHD-TREATMENT
		MOVE WS-CURRENT-PGM TO MORPGM-CODE
		READ MORAT-PROGRAM-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 3020-FILL-PROGRAM-HEAD
		END-READ
		MOVE WS-PGM-HEAD-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3020-FILL-PROGRAM-HEAD.
		MOVE MORPGM-DESCRIPTION TO PHD-DESCRIPTION
		MOVE MORPGM-CUTOFF-DATE TO PHD-CUTOFF
		MOVE MORPGM-DEFER-MONTHS TO PHD-MONTHS
		EVALUATE TRUE
			WHEN MORPGM-CAPITALISE
				MOVE "CAPITALISED" TO PHD-TREATMENT
			WHEN MORPGM-DEFER
				MOVE "DEFERRED" TO PHD-TREATMENT
			WHEN OTHER
				MOVE "WAIVED" TO PHD-TREATMENT
		END-EVALUATE.
      *
	3100-WRITE-GROUP.
		IF WS-GR-COUNT (WS-GRP-IDX) > ZERO
			MOVE SPACES TO DTL-GROUP
			IF WS-GR-CODE (WS-GRP-IDX) = 999
				MOVE "NPL" TO DTL-GROUP
			ELSE
				MOVE WS-GR-CODE (WS-GRP-IDX)
					TO WS-GROUP-DISP
				MOVE WS-GROUP-DISP TO DTL-GROUP
			END-IF
			MOVE WS-GR-COUNT (WS-GRP-IDX) TO DTL-COUNT
			MOVE WS-GR-DEFER-PRIN (WS-GRP-IDX)
				TO DTL-DEFER-PRIN
			MOVE WS-GR-DEFER-INT (WS-GRP-IDX)
				TO DTL-DEFER-INT
			MOVE WS-GR-CAP-INT (WS-GRP-IDX) TO DTL-CAP-INT
			MOVE WS-GR-DFR-INT (WS-GRP-IDX) TO DTL-DFR-INT
			MOVE WS-GR-WVE-INT (WS-GRP-IDX) TO DTL-WVE-INT
			MOVE WS-DETAIL-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	3500-WRITE-BANK-TOTAL.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ALL MORATORIUM PROGRAMS" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BANK" TO DTL-GROUP
		MOVE WS-BK-COUNT TO DTL-COUNT
		MOVE WS-BK-DEFER-PRIN TO DTL-DEFER-PRIN
		MOVE WS-BK-DEFER-INT TO DTL-DEFER-INT
		MOVE WS-BK-CAP-INT TO DTL-CAP-INT
		MOVE WS-BK-DFR-INT TO DTL-DFR-INT
		MOVE WS-BK-WVE-INT TO DTL-WVE-INT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
