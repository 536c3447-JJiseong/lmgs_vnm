      *
      *  SUBLMNT1.cbl
      *
      *  Branch maintenance screen for the subsidized-loan link
      *  file (SUBLNKR, keyed on loan account), mirroring
      *  CRLFMNT1's screen pattern.  Books an open loan under a
      *  state interest-subsidy program (SUBPRGR) so ACCRBAT1
      *  accrues the Treasury's portion beside the customer's and
      *  SUBCLBT1 claims it.  A link is only saved when the program
      *  is active, today is inside its validity window and the
      *  borrower's economic sector (CUSTM-SECTOR-CODE) is one of
      *  the program's eligible sectors - the eligibility the
      *  Treasury rejects claims over.  Closing a link (status C)
      *  stops further accrual; whatever is already accrued is
      *  still claimed.  The accrued and claimed amounts belong to
      *  ACCRBAT1/SUBCLBT1 and are never keyed here.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SUBLMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SUBSIDY-LINK-FILE ASSIGN TO "SUBLNKR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SUBLNK-ACCOUNT-NO
			FILE STATUS IS WS-SUBLNK-STATUS.
		SELECT SUBSIDY-PROGRAM-FILE ASSIGN TO "SUBPRGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SUBPRG-PROGRAM-CODE
			FILE STATUS IS WS-SUBPRG-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SUBSIDY-LINK-FILE.
	01  SUBSIDY-LINK-RECORD.
		COPY SUBLNKR.
	FD  SUBSIDY-PROGRAM-FILE.
	01  SUBSIDY-PROGRAM-RECORD.
		COPY SUBPRGR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
      *
	WORKING-STORAGE SECTION.
	01  WS-SUBLNK-STATUS		PIC XX.
	01  WS-SUBPRG-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-ENTERED-PROGRAM		PIC X(6).
	01  WS-ENTERED-STATUS		PIC X.
	01  WS-SECTOR-IDX		PIC S9(4) COMP-5.
	01  WS-ELIGIBLE-FLAG		PIC X.
		88  WS-ELIGIBLE		VALUE "Y".
      *
	SCREEN SECTION.
	01  SUBSIDY-LINK-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "SUBSIDIZED LOAN LINK MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "LOAN ACCOUNT   : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING SUBLNK-ACCOUNT-NO.
		05  LINE 4  COLUMN 1  VALUE "PROGRAM CODE   : ".
		05  LINE 4  COLUMN 20
			PIC X(6) USING SUBLNK-PROGRAM-CODE.
		05  LINE 5  COLUMN 1  VALUE "STATUS (A/C)   : ".
		05  LINE 5  COLUMN 20
			PIC X USING SUBLNK-STATUS-FLAG.
		05  LINE 7  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 7  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 9  COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O SUBSIDY-LINK-FILE
		IF WS-SUBLNK-STATUS NOT = "00"
			CLOSE SUBSIDY-LINK-FILE
			OPEN OUTPUT SUBSIDY-LINK-FILE
			CLOSE SUBSIDY-LINK-FILE
			OPEN I-O SUBSIDY-LINK-FILE
		END-IF
		OPEN INPUT SUBSIDY-PROGRAM-FILE
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT CUSTOMER-FILE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY SUBSIDY-LINK-SCREEN
			ACCEPT SUBSIDY-LINK-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-SAVE-LINK
			END-IF
		END-PERFORM
		CLOSE SUBSIDY-LINK-FILE
		CLOSE SUBSIDY-PROGRAM-FILE
		CLOSE LOAN-MASTER-FILE
		CLOSE CUSTOMER-FILE
		STOP RUN.
      *
      *  A closing link needs no eligibility check - it only stops
      *  the accrual.
	1000-SAVE-LINK.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		IF SUBLNK-CLOSED
			PERFORM 1500-WRITE-LINK
		ELSE
			PERFORM 1100-CHECK-ELIGIBILITY
			IF WS-ELIGIBLE
				PERFORM 1500-WRITE-LINK
			END-IF
		END-IF.
      *
	1100-CHECK-ELIGIBILITY.
		MOVE "N" TO WS-ELIGIBLE-FLAG
		MOVE SUBLNK-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE "LOAN NOT FOUND" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1200-CHECK-LOAN
		END-READ.
      *
	1200-CHECK-LOAN.
		IF NOT LOANM-OPEN
			MOVE "LOAN NOT OPEN" TO WS-MSG
		ELSE
			MOVE SUBLNK-PROGRAM-CODE TO SUBPRG-PROGRAM-CODE
			READ SUBSIDY-PROGRAM-FILE
				INVALID KEY
					MOVE "PROGRAM NOT FOUND"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 1300-CHECK-PROGRAM
			END-READ
		END-IF.
      *
	1300-CHECK-PROGRAM.
		IF NOT SUBPRG-ACTIVE
			OR WS-TODAY < SUBPRG-VALID-FROM
			OR WS-TODAY > SUBPRG-VALID-TO
			MOVE "PROGRAM NOT OPEN" TO WS-MSG
		ELSE
			MOVE LOANM-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					MOVE "CUSTOMER NOT FOUND"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 1400-CHECK-SECTOR
			END-READ
		END-IF.
      *
	1400-CHECK-SECTOR.
		PERFORM VARYING WS-SECTOR-IDX FROM 1 BY 1
				UNTIL WS-SECTOR-IDX > 5
			IF CUSTM-SECTOR-CODE NOT = SPACES
				AND SUBPRG-SECTOR-CODE (WS-SECTOR-IDX)
					= CUSTM-SECTOR-CODE
				SET WS-ELIGIBLE TO TRUE
			END-IF
		END-PERFORM
		IF NOT WS-ELIGIBLE
			MOVE "SECTOR NOT ELIGIBLE" TO WS-MSG
		END-IF.
      *
      *  An existing link keeps its accumulators; only the program
      *  and status keyed on the screen are applied to it.
	1500-WRITE-LINK.
		MOVE SUBLNK-PROGRAM-CODE TO WS-ENTERED-PROGRAM
		MOVE SUBLNK-STATUS-FLAG TO WS-ENTERED-STATUS
		READ SUBSIDY-LINK-FILE
			INVALID KEY
				MOVE WS-TODAY TO SUBLNK-LINK-DATE
				MOVE ZERO TO SUBLNK-ACCRUED-AMT
				MOVE ZERO TO SUBLNK-CLAIMED-AMT
				MOVE SPACES TO SUBLNK-LAST-CLAIM-QTR
				WRITE SUBSIDY-LINK-RECORD
				MOVE "ADDED" TO WS-MSG
			NOT INVALID KEY
				MOVE WS-ENTERED-PROGRAM
					TO SUBLNK-PROGRAM-CODE
				MOVE WS-ENTERED-STATUS
					TO SUBLNK-STATUS-FLAG
				REWRITE SUBSIDY-LINK-RECORD
				MOVE "UPDATED" TO WS-MSG
		END-READ.
      *
