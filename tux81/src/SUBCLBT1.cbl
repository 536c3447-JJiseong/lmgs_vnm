      *
      *  SUBCLBT1.cbl
      *
      *  Quarterly interest-subsidy claim extract.  Run at the turn
      *  of the quarter, ahead of that night's accrual: for every
      *  program on the subsidy program file (SUBPRGR) it writes
      *  the claim file the State Treasury reimburses from -
      *  SC<program code>, one SUBCLMR row per linked loan with
      *  subsidy accrued in the quarter claimed (the calendar
      *  quarter before the run date) - under its own
      *  SC<program code>.CTL control totals (XTRCTLW1), so each
      *  program's submission carries its count and hash total the
      *  way every other handoff does.  A program with nothing to
      *  claim still gets its empty file and a zero control record,
      *  the nil return the Treasury expects.
      *
      *  The amount claimed for a loan is the sum of the
      *  ACCRREG-SUBSIDY-AMT rows ACCRBAT1 wrote to the accrual
      *  register for it under its program with an ACCRREG-DATE
      *  inside that quarter, so the claim agrees with the register
      *  however many nights into the new quarter the job is run.
      *  The register rows are gathered into a table of up to 5000
      *  loans before any program is claimed; a quarter that will
      *  not fit is refused outright rather than claimed short.
      *  The claimed amount moves from the link's accumulator
      *  (SUBLNK-ACCRUED-AMT, built up night by night by ACCRBAT1)
      *  to SUBLNK-CLAIMED-AMT, leaving behind whatever accrued
      *  after the quarter closed for the next claim, and the link
      *  is stamped with the quarter claimed.
      *
      *  A rerun claims nothing twice.  A program any of whose links
      *  already carries this quarter's stamp has been claimed: it
      *  is reported as skipped and its claim file and control
      *  record are left exactly as the first run wrote them, and a
      *  link already stamped is never claimed again.
      *
      *  The subsidy receivable booked by ACCRBAT1 stays on the GL
      *  until the Treasury's reimbursement is received; this job
      *  posts nothing.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SUBCLBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SUBSIDY-PROGRAM-FILE ASSIGN TO "SUBPRGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SUBPRG-PROGRAM-CODE
			FILE STATUS IS WS-SUBPRG-STATUS.
		SELECT SUBSIDY-LINK-FILE ASSIGN TO "SUBLNKR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SUBLNK-ACCOUNT-NO
			FILE STATUS IS WS-SUBLNK-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT ACCRUAL-REG-FILE ASSIGN TO "ACCRREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-ACCRREG-STATUS.
		SELECT EXTRACT-FILE ASSIGN TO WS-XTRCT-FILE-NAME
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-XTRCT-STATUS.
		SELECT RPT-FILE ASSIGN TO "SUBCLBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SUBSIDY-PROGRAM-FILE.
	01  SUBSIDY-PROGRAM-RECORD.
		COPY SUBPRGR.
	FD  SUBSIDY-LINK-FILE.
	01  SUBSIDY-LINK-RECORD.
		COPY SUBLNKR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  ACCRUAL-REG-FILE.
	01  ACCRUAL-REG-RECORD.
		COPY ACCRREGR.
	FD  EXTRACT-FILE.
	01  EXTRACT-RECORD.
		COPY SUBCLMR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-SUBPRG-STATUS		PIC XX.
	01  WS-SUBLNK-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-ACCRREG-STATUS		PIC XX.
	01  WS-XTRCT-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-LINK-EOF-FLAG		PIC X.
		88  WS-LINK-EOF		VALUE "Y".
	01  WS-REG-EOF-FLAG		PIC X.
		88  WS-REG-EOF		VALUE "Y".
	01  WS-CLAIMED-FLAG		PIC X.
		88  WS-ALREADY-CLAIMED	VALUE "Y".
	01  WS-SUB-FOUND-FLAG		PIC X.
		88  WS-SUB-FOUND	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-CLAIM-YEAR		PIC 9(4).
	01  WS-CLAIM-MONTH		PIC 9(2).
	01  WS-CLAIM-QTR-NO		PIC 9.
	01  WS-QUARTER.
		05  WS-QTR-YEAR		PIC 9(4).
		05  FILLER		PIC X VALUE "Q".
		05  WS-QTR-NUMBER	PIC 9.
	01  WS-QTR-FROM.
		05  WS-QTR-FROM-YEAR	PIC 9(4).
		05  WS-QTR-FROM-MONTH	PIC 9(2).
	01  WS-QTR-TO.
		05  WS-QTR-TO-YEAR	PIC 9(4).
		05  WS-QTR-TO-MONTH	PIC 9(2).
	01  WS-SUB-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SUB-IDX			PIC S9(4) COMP-5.
	01  WS-SUB-TABLE.
		05  WS-SUB-ENTRY OCCURS 5000 TIMES.
			10  WS-SUB-ACCOUNT-NO
					PIC X(12).
			10  WS-SUB-PROGRAM-CODE
					PIC X(6).
			10  WS-SUB-AMOUNT
					PIC S9(11)V99 COMP-3.
	01  WS-OVERFLOW-COUNT		PIC 9(7) VALUE 0.
	01  WS-CLAIM-AMT		PIC S9(11)V99 COMP-3.
	01  WS-WORK-ACCOUNT		PIC X(12).
	01  WS-WORK-PROGRAM		PIC X(6).
	01  WS-XTRCT-NAME		PIC X(8).
	01  WS-XTRCT-FILE-NAME		PIC X(20).
	01  WS-XTRCT-CTL-FILE		PIC X(20).
	01  WS-ROW-COUNT		PIC S9(9) COMP-5.
	01  WS-HASH-TOTAL		PIC S9(15)V99 COMP-3.
	01  WS-PROGRAM-COUNT		PIC S9(9) COMP-5 VALUE 0.
	01  WS-SKIPPED-COUNT		PIC S9(9) COMP-5 VALUE 0.
	01  WS-TOTAL-ROWS		PIC S9(9) COMP-5 VALUE 0.
	01  WS-TOTAL-CLAIMED		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-PROGRAM-CODE	PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-PROGRAM-NAME	PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-LOANS		PIC ZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CLAIM-AMOUNT	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-SKIP-LINE.
		05  SKP-PROGRAM-CODE	PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SKP-PROGRAM-NAME	PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  SKP-TEXT		PIC X(30).
	01  WS-TOTAL-LINE.
		05  TOT-TEXT		PIC X(20).
		05  TOT-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "SUBCLBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		PERFORM 0100-SET-CLAIM-QUARTER
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "INTEREST SUBSIDY CLAIM RUN - QUARTER" TO RPT-LINE
		MOVE WS-QUARTER TO RPT-LINE (38:6)
		WRITE RPT-LINE
		OPEN INPUT SUBSIDY-PROGRAM-FILE
		IF WS-GATE-OK AND WS-SUBPRG-STATUS = "00"
			PERFORM 0200-LOAD-QUARTER-SUBSIDY
			IF WS-OVERFLOW-COUNT = ZERO
				PERFORM 0300-CLAIM-ALL-PROGRAMS
			ELSE
				PERFORM 0400-REFUSE-RUN
			END-IF
		END-IF
		CLOSE SUBSIDY-PROGRAM-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  The quarter claimed is the calendar quarter before the
      *  run date.
	0100-SET-CLAIM-QUARTER.
		MOVE WS-TODAY (1:4) TO WS-CLAIM-YEAR
		MOVE WS-TODAY (5:2) TO WS-CLAIM-MONTH
		COMPUTE WS-CLAIM-QTR-NO = (WS-CLAIM-MONTH + 2) / 3
		IF WS-CLAIM-QTR-NO = 1
			MOVE 4 TO WS-QTR-NUMBER
			COMPUTE WS-QTR-YEAR = WS-CLAIM-YEAR - 1
		ELSE
			COMPUTE WS-QTR-NUMBER = WS-CLAIM-QTR-NO - 1
			MOVE WS-CLAIM-YEAR TO WS-QTR-YEAR
		END-IF
		MOVE WS-QTR-YEAR TO WS-QTR-FROM-YEAR
		MOVE WS-QTR-YEAR TO WS-QTR-TO-YEAR
		COMPUTE WS-QTR-FROM-MONTH = WS-QTR-NUMBER * 3 - 2
		COMPUTE WS-QTR-TO-MONTH = WS-QTR-NUMBER * 3.
      *
	0200-LOAD-QUARTER-SUBSIDY.
		MOVE "N" TO WS-REG-EOF-FLAG
		OPEN INPUT ACCRUAL-REG-FILE
		IF WS-ACCRREG-STATUS NOT = "00"
			SET WS-REG-EOF TO TRUE
		END-IF
		PERFORM 0210-READ-REGISTER UNTIL WS-REG-EOF
		CLOSE ACCRUAL-REG-FILE.
      *
	0210-READ-REGISTER.
		READ ACCRUAL-REG-FILE
			AT END
				SET WS-REG-EOF TO TRUE
			NOT AT END
				PERFORM 0215-CHECK-REGISTER-ROW
		END-READ.
      *
	0215-CHECK-REGISTER-ROW.
		IF ACCRREG-SUBSIDY-AMT NOT = ZERO
			AND ACCRREG-DATE (1:6) >= WS-QTR-FROM
			AND ACCRREG-DATE (1:6) <= WS-QTR-TO
			PERFORM 0220-ADD-SUBSIDY
		END-IF.
      *
	0220-ADD-SUBSIDY.
		MOVE ACCRREG-ACCOUNT-NO TO WS-WORK-ACCOUNT
		MOVE ACCRREG-SUBSIDY-PROGRAM TO WS-WORK-PROGRAM
		PERFORM 2400-FIND-SUBSIDY-SLOT
		IF WS-SUB-FOUND
			ADD ACCRREG-SUBSIDY-AMT
				TO WS-SUB-AMOUNT (WS-SUB-IDX)
		ELSE
			IF WS-SUB-COUNT < 5000
				PERFORM 0230-NEW-SUBSIDY-SLOT
			ELSE
				ADD 1 TO WS-OVERFLOW-COUNT
			END-IF
		END-IF.
      *
	0230-NEW-SUBSIDY-SLOT.
		ADD 1 TO WS-SUB-COUNT
		MOVE ACCRREG-ACCOUNT-NO
			TO WS-SUB-ACCOUNT-NO (WS-SUB-COUNT)
		MOVE ACCRREG-SUBSIDY-PROGRAM
			TO WS-SUB-PROGRAM-CODE (WS-SUB-COUNT)
		MOVE ACCRREG-SUBSIDY-AMT
			TO WS-SUB-AMOUNT (WS-SUB-COUNT).
      *
	0300-CLAIM-ALL-PROGRAMS.
		OPEN INPUT LOAN-MASTER-FILE
		PERFORM 1000-READ-PROGRAM
		PERFORM 2000-CLAIM-PROGRAM UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		PERFORM 4000-WRITE-TOTALS.
      *
	0400-REFUSE-RUN.
		MOVE "REGISTER TABLE FULL - NO CLAIM FILES WRITTEN"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "REGISTER ROWS NOT HELD:" TO CNT-TEXT
		MOVE WS-OVERFLOW-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	1000-READ-PROGRAM.
		READ SUBSIDY-PROGRAM-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
      *  One full pass of the link file per program - there are a
      *  handful of programs, and each claim file must be complete
      *  and closed before its control record is written.  A
      *  program already claimed for the quarter is not reopened.
	2000-CLAIM-PROGRAM.
		PERFORM 2050-CHECK-PRIOR-CLAIM
		IF WS-ALREADY-CLAIMED
			PERFORM 3100-WRITE-SKIPPED-LINE
		ELSE
			PERFORM 2010-WRITE-CLAIM-FILE
		END-IF
		PERFORM 1000-READ-PROGRAM.
      *
	2010-WRITE-CLAIM-FILE.
		MOVE SPACES TO WS-XTRCT-NAME
		STRING "SC" SUBPRG-PROGRAM-CODE DELIMITED BY SIZE
			INTO WS-XTRCT-NAME
		MOVE SPACES TO WS-XTRCT-FILE-NAME
		STRING WS-XTRCT-NAME DELIMITED BY SPACE
			INTO WS-XTRCT-FILE-NAME
		MOVE SPACES TO WS-XTRCT-CTL-FILE
		STRING WS-XTRCT-NAME DELIMITED BY SPACE
			".CTL" DELIMITED BY SIZE
			INTO WS-XTRCT-CTL-FILE
		MOVE ZERO TO WS-ROW-COUNT
		MOVE ZERO TO WS-HASH-TOTAL
		OPEN OUTPUT EXTRACT-FILE
		OPEN I-O SUBSIDY-LINK-FILE
		IF WS-SUBLNK-STATUS = "00"
			MOVE "N" TO WS-LINK-EOF-FLAG
			PERFORM 2100-READ-LINK
			PERFORM 2200-CHECK-LINK UNTIL WS-LINK-EOF
		END-IF
		CLOSE SUBSIDY-LINK-FILE
		CLOSE EXTRACT-FILE
		CALL "XTRCTLW1" USING WS-XTRCT-NAME
			WS-XTRCT-CTL-FILE WS-TODAY
			WS-ROW-COUNT WS-HASH-TOTAL
		PERFORM 3000-WRITE-PROGRAM-LINE.
      *
	2050-CHECK-PRIOR-CLAIM.
		MOVE "N" TO WS-CLAIMED-FLAG
		MOVE "N" TO WS-LINK-EOF-FLAG
		OPEN INPUT SUBSIDY-LINK-FILE
		IF WS-SUBLNK-STATUS NOT = "00"
			SET WS-LINK-EOF TO TRUE
		END-IF
		PERFORM 2060-SCAN-PRIOR-CLAIM
			UNTIL WS-LINK-EOF OR WS-ALREADY-CLAIMED
		CLOSE SUBSIDY-LINK-FILE.
      *
	2060-SCAN-PRIOR-CLAIM.
		READ SUBSIDY-LINK-FILE NEXT RECORD
			AT END
				SET WS-LINK-EOF TO TRUE
			NOT AT END
				PERFORM 2070-CHECK-PRIOR-LINK
		END-READ.
      *
	2070-CHECK-PRIOR-LINK.
		IF SUBLNK-PROGRAM-CODE = SUBPRG-PROGRAM-CODE
			AND SUBLNK-LAST-CLAIM-QTR = WS-QUARTER
			SET WS-ALREADY-CLAIMED TO TRUE
		END-IF.
      *
	2100-READ-LINK.
		READ SUBSIDY-LINK-FILE NEXT RECORD
			AT END
				SET WS-LINK-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2200-CHECK-LINK.
		IF SUBLNK-PROGRAM-CODE = SUBPRG-PROGRAM-CODE
			AND SUBLNK-LAST-CLAIM-QTR NOT = WS-QUARTER
			PERFORM 2210-FIND-QUARTER-AMOUNT
			IF WS-CLAIM-AMT > ZERO
				PERFORM 2300-CLAIM-ONE-LOAN
			END-IF
		END-IF
		PERFORM 2100-READ-LINK.
      *
	2210-FIND-QUARTER-AMOUNT.
		MOVE ZERO TO WS-CLAIM-AMT
		MOVE SUBLNK-ACCOUNT-NO TO WS-WORK-ACCOUNT
		MOVE SUBLNK-PROGRAM-CODE TO WS-WORK-PROGRAM
		PERFORM 2400-FIND-SUBSIDY-SLOT
		IF WS-SUB-FOUND
			MOVE WS-SUB-AMOUNT (WS-SUB-IDX) TO WS-CLAIM-AMT
		END-IF.
      *
	2300-CLAIM-ONE-LOAN.
		MOVE WS-QUARTER TO SUBCLM-QUARTER
		MOVE SUBLNK-PROGRAM-CODE TO SUBCLM-PROGRAM-CODE
		MOVE SUBLNK-ACCOUNT-NO TO SUBCLM-ACCOUNT-NO
		MOVE SPACES TO SUBCLM-CUSTOMER-NO
		MOVE ZERO TO SUBCLM-PRINCIPAL
		MOVE SUBLNK-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE LOANM-CUSTOMER-NO
					TO SUBCLM-CUSTOMER-NO
				MOVE LOANM-PRINCIPAL TO SUBCLM-PRINCIPAL
		END-READ
		MOVE WS-CLAIM-AMT TO SUBCLM-CLAIM-AMOUNT
		WRITE EXTRACT-RECORD
		ADD 1 TO WS-ROW-COUNT
		ADD WS-CLAIM-AMT TO WS-HASH-TOTAL
		ADD WS-CLAIM-AMT TO SUBLNK-CLAIMED-AMT
		SUBTRACT WS-CLAIM-AMT FROM SUBLNK-ACCRUED-AMT
		MOVE WS-QUARTER TO SUBLNK-LAST-CLAIM-QTR
		REWRITE SUBSIDY-LINK-RECORD.
      *
      *  Register table lookup on WS-WORK-ACCOUNT and
      *  WS-WORK-PROGRAM.
	2400-FIND-SUBSIDY-SLOT.
		MOVE "N" TO WS-SUB-FOUND-FLAG
		PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
				UNTIL WS-SUB-IDX > WS-SUB-COUNT
				OR WS-SUB-FOUND
			IF WS-SUB-ACCOUNT-NO (WS-SUB-IDX) =
					WS-WORK-ACCOUNT
				AND WS-SUB-PROGRAM-CODE (WS-SUB-IDX) =
					WS-WORK-PROGRAM
				SET WS-SUB-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-SUB-FOUND
			SUBTRACT 1 FROM WS-SUB-IDX
		END-IF.
      *
	3000-WRITE-PROGRAM-LINE.
		MOVE SUBPRG-PROGRAM-CODE TO DTL-PROGRAM-CODE
		MOVE SUBPRG-PROGRAM-NAME TO DTL-PROGRAM-NAME
		MOVE WS-ROW-COUNT TO DTL-LOANS
		MOVE WS-HASH-TOTAL TO DTL-CLAIM-AMOUNT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-PROGRAM-COUNT
		ADD WS-ROW-COUNT TO WS-TOTAL-ROWS
		ADD WS-HASH-TOTAL TO WS-TOTAL-CLAIMED.
      *
	3100-WRITE-SKIPPED-LINE.
		MOVE SUBPRG-PROGRAM-CODE TO SKP-PROGRAM-CODE
		MOVE SUBPRG-PROGRAM-NAME TO SKP-PROGRAM-NAME
		MOVE SPACES TO SKP-TEXT
		STRING "ALREADY CLAIMED " WS-QUARTER " - SKIPPED"
			DELIMITED BY SIZE INTO SKP-TEXT
		MOVE WS-SKIP-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-SKIPPED-COUNT.
      *
	4000-WRITE-TOTALS.
		MOVE "PROGRAMS:" TO CNT-TEXT
		MOVE WS-PROGRAM-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "PROGRAMS SKIPPED:" TO CNT-TEXT
		MOVE WS-SKIPPED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS CLAIMED:" TO CNT-TEXT
		MOVE WS-TOTAL-ROWS TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "TOTAL CLAIMED:" TO TOT-TEXT
		MOVE WS-TOTAL-CLAIMED TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
