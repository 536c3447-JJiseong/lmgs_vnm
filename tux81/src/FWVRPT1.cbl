      *
      *  FWVRPT1.cbl
      *
      *  Monthly waived-revenue report.  Reads the fee waiver and
      *  refund register (FWVREQR) and totals every waiver or refund
      *  POSTED in the previous calendar month by the branch that
      *  keyed it and the officer who promised it (FWVR-MAKER) -
      *  count and amount waived, count and amount refunded - then
      *  the same by branch and for the bank, so the revenue the
      *  branches give back is seen where it is given.  Run early in
      *  the month for the month just closed.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FWVRPT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FEE-WAIVER-FILE ASSIGN TO "FWVREQR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FWVR-FEE-TRANID
			FILE STATUS IS WS-FWVR-STATUS.
		SELECT RPT-FILE ASSIGN TO "FWVRPT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FEE-WAIVER-FILE.
	01  FEE-WAIVER-RECORD.
		COPY FWVREQR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-FWVR-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-REPORT-MONTH		PIC X(6).
	01  WS-YEAR-NUM			PIC 9(4).
	01  WS-MONTH-NUM		PIC 9(2).
	01  WS-OF-MAX			PIC 9(4) COMP VALUE 500.
	01  WS-OF-COUNT			PIC 9(4) COMP VALUE 0.
	01  WS-OF-IDX			PIC 9(4) COMP.
	01  WS-OF-FOUND-FLAG		PIC X.
		88  WS-OF-FOUND		VALUE "Y".
	01  WS-OF-TABLE.
		05  WS-OF-ROW OCCURS 500 TIMES.
			10  WS-OF-BRANCH	PIC X(6).
			10  WS-OF-OFFICER	PIC X(30).
			10  WS-OF-WAIVE-COUNT	PIC 9(7).
			10  WS-OF-WAIVE-AMT	PIC S9(13)V99 COMP-3.
			10  WS-OF-REFUND-COUNT	PIC 9(7).
			10  WS-OF-REFUND-AMT	PIC S9(13)V99 COMP-3.
	01  WS-BR-MAX			PIC 9(4) COMP VALUE 200.
	01  WS-BR-COUNT			PIC 9(4) COMP VALUE 0.
	01  WS-BR-IDX			PIC 9(4) COMP.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-BR-TABLE.
		05  WS-BR-ROW OCCURS 200 TIMES.
			10  WS-BR-CODE		PIC X(6).
			10  WS-BR-WAIVE-COUNT	PIC 9(7).
			10  WS-BR-WAIVE-AMT	PIC S9(13)V99 COMP-3.
			10  WS-BR-REFUND-COUNT	PIC 9(7).
			10  WS-BR-REFUND-AMT	PIC S9(13)V99 COMP-3.
	01  WS-TOT-WAIVE-COUNT		PIC 9(7) VALUE 0.
	01  WS-TOT-WAIVE-AMT		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-TOT-REFUND-COUNT		PIC 9(7) VALUE 0.
	01  WS-TOT-REFUND-AMT		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(8) VALUE "BRANCH".
		05  FILLER		PIC X(20) VALUE "OFFICER".
		05  FILLER		PIC X(6) VALUE "WAIVED".
		05  FILLER		PIC X(17) VALUE
					"   AMOUNT WAIVED".
		05  FILLER		PIC X(6) VALUE " REFND".
		05  FILLER		PIC X(17) VALUE
					" AMOUNT REFUNDED".
	01  WS-DETAIL-LINE.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-OFFICER		PIC X(20).
		05  DTL-WAIVE-COUNT	PIC ZZZZZ9.
		05  DTL-WAIVE-AMT	PIC Z(13)9.99.
		05  DTL-REFUND-COUNT	PIC ZZZZZ9.
		05  DTL-REFUND-AMT	PIC Z(13)9.99.
	01  WS-JOB-NAME			PIC X(9) VALUE "FWVRPT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		PERFORM 0100-SET-REPORT-MONTH
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "WAIVED FEE REVENUE FOR MONTH "
			WS-REPORT-MONTH DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-SCAN-REGISTER
			PERFORM 3000-WRITE-OFFICERS
			PERFORM 3100-WRITE-BRANCHES
			PERFORM 3200-WRITE-TOTAL
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  The month just closed: January reports December of the
      *  year before.
	0100-SET-REPORT-MONTH.
		MOVE WS-NOW (1:4) TO WS-YEAR-NUM
		MOVE WS-NOW (5:2) TO WS-MONTH-NUM
		IF WS-MONTH-NUM = 1
			MOVE 12 TO WS-MONTH-NUM
			SUBTRACT 1 FROM WS-YEAR-NUM
		ELSE
			SUBTRACT 1 FROM WS-MONTH-NUM
		END-IF
		MOVE WS-YEAR-NUM TO WS-REPORT-MONTH (1:4)
		MOVE WS-MONTH-NUM TO WS-REPORT-MONTH (5:2).
      *
	1000-SCAN-REGISTER.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FEE-WAIVER-FILE
		IF WS-FWVR-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-REQUEST UNTIL WS-EOF
		CLOSE FEE-WAIVER-FILE.
      *
	1100-READ-REQUEST.
		READ FEE-WAIVER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-TAKE-REQUEST
		END-READ.
      *
	1200-TAKE-REQUEST.
		IF FWVR-POSTED
			AND FWVR-POSTED-DATE (1:6) = WS-REPORT-MONTH
			PERFORM 2000-ADD-TO-OFFICER
			PERFORM 2100-ADD-TO-BRANCH
			IF FWVR-WAIVER
				ADD 1 TO WS-TOT-WAIVE-COUNT
				ADD FWVR-AMOUNT TO WS-TOT-WAIVE-AMT
			ELSE
				ADD 1 TO WS-TOT-REFUND-COUNT
				ADD FWVR-AMOUNT TO WS-TOT-REFUND-AMT
			END-IF
		END-IF.
      *
      *  Branch and officer pairs are tabled as they are met; past
      *  the table's size the rest are totalled on its last row.
	2000-ADD-TO-OFFICER.
		MOVE "N" TO WS-OF-FOUND-FLAG
		PERFORM 2010-SCAN-OFFICER
			VARYING WS-OF-IDX FROM 1 BY 1
			UNTIL WS-OF-IDX > WS-OF-COUNT OR WS-OF-FOUND
		IF WS-OF-FOUND
			SUBTRACT 1 FROM WS-OF-IDX
		ELSE
			PERFORM 2020-NEW-OFFICER
		END-IF
		IF FWVR-WAIVER
			ADD 1 TO WS-OF-WAIVE-COUNT (WS-OF-IDX)
			ADD FWVR-AMOUNT TO WS-OF-WAIVE-AMT (WS-OF-IDX)
		ELSE
			ADD 1 TO WS-OF-REFUND-COUNT (WS-OF-IDX)
			ADD FWVR-AMOUNT TO WS-OF-REFUND-AMT (WS-OF-IDX)
		END-IF.
      *
	2010-SCAN-OFFICER.
		IF WS-OF-BRANCH (WS-OF-IDX) = FWVR-BRANCH-CODE
			AND WS-OF-OFFICER (WS-OF-IDX) = FWVR-MAKER
			SET WS-OF-FOUND TO TRUE
		END-IF.
      *
	2020-NEW-OFFICER.
		IF WS-OF-COUNT < WS-OF-MAX
			ADD 1 TO WS-OF-COUNT
			MOVE WS-OF-COUNT TO WS-OF-IDX
			MOVE FWVR-BRANCH-CODE
				TO WS-OF-BRANCH (WS-OF-IDX)
			MOVE FWVR-MAKER TO WS-OF-OFFICER (WS-OF-IDX)
			MOVE ZERO TO WS-OF-WAIVE-COUNT (WS-OF-IDX)
			MOVE ZERO TO WS-OF-WAIVE-AMT (WS-OF-IDX)
			MOVE ZERO TO WS-OF-REFUND-COUNT (WS-OF-IDX)
			MOVE ZERO TO WS-OF-REFUND-AMT (WS-OF-IDX)
		ELSE
			MOVE WS-OF-MAX TO WS-OF-IDX
			MOVE "OTHER" TO WS-OF-BRANCH (WS-OF-IDX)
			MOVE "OTHER" TO WS-OF-OFFICER (WS-OF-IDX)
		END-IF.
      *
	2100-ADD-TO-BRANCH.
		MOVE "N" TO WS-BR-FOUND-FLAG
		PERFORM 2110-SCAN-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-FOUND
		IF WS-BR-FOUND
			SUBTRACT 1 FROM WS-BR-IDX
		ELSE
			PERFORM 2120-NEW-BRANCH
		END-IF
		IF FWVR-WAIVER
			ADD 1 TO WS-BR-WAIVE-COUNT (WS-BR-IDX)
			ADD FWVR-AMOUNT TO WS-BR-WAIVE-AMT (WS-BR-IDX)
		ELSE
			ADD 1 TO WS-BR-REFUND-COUNT (WS-BR-IDX)
			ADD FWVR-AMOUNT TO WS-BR-REFUND-AMT (WS-BR-IDX)
		END-IF.
      *
	2110-SCAN-BRANCH.
		IF WS-BR-CODE (WS-BR-IDX) = FWVR-BRANCH-CODE
			SET WS-BR-FOUND TO TRUE
		END-IF.
      *
	2120-NEW-BRANCH.
		IF WS-BR-COUNT < WS-BR-MAX
			ADD 1 TO WS-BR-COUNT
			MOVE WS-BR-COUNT TO WS-BR-IDX
			MOVE FWVR-BRANCH-CODE
				TO WS-BR-CODE (WS-BR-IDX)
			MOVE ZERO TO WS-BR-WAIVE-COUNT (WS-BR-IDX)
			MOVE ZERO TO WS-BR-WAIVE-AMT (WS-BR-IDX)
			MOVE ZERO TO WS-BR-REFUND-COUNT (WS-BR-IDX)
			MOVE ZERO TO WS-BR-REFUND-AMT (WS-BR-IDX)
		ELSE
			MOVE WS-BR-MAX TO WS-BR-IDX
			MOVE "OTHER" TO WS-BR-CODE (WS-BR-IDX)
		END-IF.
      *
	3000-WRITE-OFFICERS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BY BRANCH AND OFFICER" TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3010-WRITE-OFFICER
			VARYING WS-OF-IDX FROM 1 BY 1
			UNTIL WS-OF-IDX > WS-OF-COUNT.
      *
	3010-WRITE-OFFICER.
		MOVE WS-OF-BRANCH (WS-OF-IDX) TO DTL-BRANCH
		MOVE WS-OF-OFFICER (WS-OF-IDX) TO DTL-OFFICER
		MOVE WS-OF-WAIVE-COUNT (WS-OF-IDX) TO DTL-WAIVE-COUNT
		MOVE WS-OF-WAIVE-AMT (WS-OF-IDX) TO DTL-WAIVE-AMT
		MOVE WS-OF-REFUND-COUNT (WS-OF-IDX)
			TO DTL-REFUND-COUNT
		MOVE WS-OF-REFUND-AMT (WS-OF-IDX) TO DTL-REFUND-AMT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3100-WRITE-BRANCHES.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BY BRANCH" TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3110-WRITE-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BR-COUNT.
      *
	3110-WRITE-BRANCH.
		MOVE WS-BR-CODE (WS-BR-IDX) TO DTL-BRANCH
		MOVE SPACES TO DTL-OFFICER
		MOVE WS-BR-WAIVE-COUNT (WS-BR-IDX) TO DTL-WAIVE-COUNT
		MOVE WS-BR-WAIVE-AMT (WS-BR-IDX) TO DTL-WAIVE-AMT
		MOVE WS-BR-REFUND-COUNT (WS-BR-IDX)
			TO DTL-REFUND-COUNT
		MOVE WS-BR-REFUND-AMT (WS-BR-IDX) TO DTL-REFUND-AMT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3200-WRITE-TOTAL.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BANK" TO DTL-BRANCH
		MOVE "TOTAL" TO DTL-OFFICER
		MOVE WS-TOT-WAIVE-COUNT TO DTL-WAIVE-COUNT
		MOVE WS-TOT-WAIVE-AMT TO DTL-WAIVE-AMT
		MOVE WS-TOT-REFUND-COUNT TO DTL-REFUND-COUNT
		MOVE WS-TOT-REFUND-AMT TO DTL-REFUND-AMT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
