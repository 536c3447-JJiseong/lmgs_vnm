      *
      *  FDACPBT1.cbl
      *
      *  Daily fixed-deposit accrual-to-GL proof, on ACCPRBT1's
      *  pattern.  Proves that the interest the nightly
      *  fixed-deposit accrual (FDACRBT1) registered tonight on the
      *  accrual register (FDACRGR) equals what actually reached the
      *  GL interface extract as credit legs to FD interest payable
      *  (WS-FD-INT-PAYABLE-ACCT, "2000000089") dated today.  Only
      *  the accrual credits that account - the payout programs
      *  release it with debits - so the two sides must agree to
      *  the cent.
      *
      *  The register is listed by currency for information; the
      *  proof itself is on the grand totals, since a GL interface
      *  leg carries no currency of its own.
      *
      *  When the totals agree, this job signs off its own Batch
      *  Control row (BATCTLR) - the proof IS the sign-off - so
      *  operations can register FDACPBT1 as a predecessor of any
      *  job that must not run over a broken accrual.  An
      *  out-of-balance proof leaves the row unsigned and the gate
      *  holds.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FDACPBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FD-ACCRUAL-REG-FILE ASSIGN TO "FDACRGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FDACRG-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCTLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BATCTL-JOB-NAME
			FILE STATUS IS WS-BATCTL-STATUS.
		SELECT RPT-FILE ASSIGN TO "FDACPBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FD-ACCRUAL-REG-FILE.
	01  FD-ACCRUAL-REG-RECORD.
		COPY FDACRGR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  BATCH-CONTROL-FILE.
	01  BATCH-CONTROL-RECORD.
		COPY BATCTLR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-FDACRG-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-BATCTL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-CCY-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CCY-TABLE.
		05  WS-CCY-ENTRY OCCURS 20 TIMES.
			10  WS-CT-CURRENCY
					PIC X(3).
			10  WS-CT-TOTAL
					PIC S9(13)V99 COMP-3.
	01  WS-CT-IDX			PIC S9(4) COMP-5.
	01  WS-CT-FOUND-FLAG		PIC X.
		88  WS-CT-FOUND		VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-REG-ROW-COUNT		PIC 9(7) VALUE 0.
	01  WS-GL-LEG-COUNT		PIC 9(7) VALUE 0.
	01  WS-REG-GRAND-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-GL-GRAND-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  FILLER		PIC X(20) VALUE
				"REGISTER CURRENCY   ".
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-REG-TOTAL	PIC Z,ZZZ,ZZZ,ZZ9.99-.
	01  WS-PROOF-LINE.
		05  PRF-TEXT		PIC X(24).
		05  PRF-REG-TOTAL	PIC Z,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-GL-TOTAL	PIC Z,ZZZ,ZZZ,ZZ9.99-.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "FDACPBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "FIXED-DEPOSIT ACCRUAL-TO-GL PROOF REPORT"
			TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-TOTAL-REGISTER
			PERFORM 2000-TOTAL-GL-LEGS
			PERFORM 4000-WRITE-PROOF
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
			IF WS-REG-GRAND-TOTAL = WS-GL-GRAND-TOTAL
				PERFORM 5000-SIGN-OFF-PROOF
			END-IF
		END-IF
		STOP RUN.
      *
	1000-TOTAL-REGISTER.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FD-ACCRUAL-REG-FILE
		IF WS-FDACRG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-REGISTER UNTIL WS-EOF
		CLOSE FD-ACCRUAL-REG-FILE.
      *
	1100-READ-REGISTER.
		READ FD-ACCRUAL-REG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FDACRG-DATE = WS-TODAY
					PERFORM 1200-ADD-TO-REGISTER
				END-IF
		END-READ.
      *
      *  The grand total accumulates whether or not a currency slot
      *  is available, so the proof stays exact even when the
      *  breakdown overflows its table.
	1200-ADD-TO-REGISTER.
		ADD 1 TO WS-REG-ROW-COUNT
		ADD FDACRG-ACCRUAL-AMT TO WS-REG-GRAND-TOTAL
		MOVE FDACRG-CURRENCY-CODE TO WS-WORK-CURRENCY
		IF WS-WORK-CURRENCY = SPACES
			MOVE "VND" TO WS-WORK-CURRENCY
		END-IF
		MOVE "N" TO WS-CT-FOUND-FLAG
		PERFORM VARYING WS-CT-IDX FROM 1 BY 1
				UNTIL WS-CT-IDX > WS-CCY-COUNT
				OR WS-CT-FOUND
			IF WS-CT-CURRENCY (WS-CT-IDX)
					= WS-WORK-CURRENCY
				SET WS-CT-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CT-FOUND
			SUBTRACT 1 FROM WS-CT-IDX
			ADD FDACRG-ACCRUAL-AMT
				TO WS-CT-TOTAL (WS-CT-IDX)
		ELSE
			IF WS-CCY-COUNT < 20
				ADD 1 TO WS-CCY-COUNT
				MOVE WS-WORK-CURRENCY
					TO WS-CT-CURRENCY (WS-CCY-COUNT)
				MOVE FDACRG-ACCRUAL-AMT
					TO WS-CT-TOTAL (WS-CCY-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	2000-TOTAL-GL-LEGS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-GL-LEG UNTIL WS-EOF
		CLOSE GL-INTERFACE-FILE.
      *
	2100-READ-GL-LEG.
		READ GL-INTERFACE-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-CHECK-GL-LEG
		END-READ.
      *
	2200-CHECK-GL-LEG.
		IF GLINTF-GL-ACCOUNT = WS-FD-INT-PAYABLE-ACCT
			AND GLINTF-CREDIT
			AND GLINTF-VALUE-DATE = WS-TODAY
			ADD 1 TO WS-GL-LEG-COUNT
			ADD GLINTF-AMOUNT TO WS-GL-GRAND-TOTAL
		END-IF.
      *
	4000-WRITE-PROOF.
		PERFORM VARYING WS-CT-IDX FROM 1 BY 1
				UNTIL WS-CT-IDX > WS-CCY-COUNT
			MOVE WS-CT-CURRENCY (WS-CT-IDX) TO DTL-CURRENCY
			MOVE WS-CT-TOTAL (WS-CT-IDX) TO DTL-REG-TOTAL
			MOVE WS-DETAIL-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-PERFORM
		MOVE "REGISTER ROWS:" TO CNT-TEXT
		MOVE WS-REG-ROW-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "GL PAYABLE LEGS:" TO CNT-TEXT
		MOVE WS-GL-LEG-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "GRAND TOTAL REG/GL:" TO PRF-TEXT
		MOVE WS-REG-GRAND-TOTAL TO PRF-REG-TOTAL
		MOVE WS-GL-GRAND-TOTAL TO PRF-GL-TOTAL
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-REG-GRAND-TOTAL = WS-GL-GRAND-TOTAL
			MOVE "PROOF IN BALANCE" TO RPT-LINE
		ELSE
			MOVE "PROOF OUT OF BALANCE - GATE HELD"
				TO RPT-LINE
		END-IF
		WRITE RPT-LINE
		IF WS-TBL-OVERFLOW
			MOVE "CURRENCY BREAKDOWN INCOMPLETE-TABLE FULL"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	5000-SIGN-OFF-PROOF.
		OPEN I-O BATCH-CONTROL-FILE
		MOVE WS-JOB-NAME TO BATCTL-JOB-NAME
		READ BATCH-CONTROL-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET BATCTL-SIGNED-OFF TO TRUE
				MOVE "FDACPBT1 PROOF"
					TO BATCTL-SIGNOFF-USRNAME
				REWRITE BATCH-CONTROL-RECORD
		END-READ
		CLOSE BATCH-CONTROL-FILE.
      *
