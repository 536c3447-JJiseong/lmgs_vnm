      *
      *  SECLCK1.cbl
      *
      *  Economic-sector concentration check.  CALLed subprogram on
      *  EXPOSUR1's shape: finds the customer's sector
      *  (CUSTM-SECTOR-CODE), totals the open loan book (every open
      *  loan's LOANM-PRINCIPAL) and the part of it lent to
      *  customers in that sector, adds the proposed new amount to
      *  both, and holds the sector total against the sector's row
      *  on the limit table (SECLIMR) - a limit amount, or a percent
      *  of the book after the new loan.  The answer is WITHIN,
      *  WARNING (the sector total has reached the row's warning
      *  percent of the limit) or OVER the limit, with the sector,
      *  its total and the limit amount handed back for the
      *  caller's audit trail or refusal.  A customer with no
      *  sector, or a sector with no active row, is always WITHIN.
      *  LNAPPS01 checks at application and at approval; APPRMNT1
      *  stamps the position on a head-office override it approves.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SECLCK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
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
		SELECT SECTOR-LIMIT-FILE ASSIGN TO "SECLIMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SECLIM-SECTOR-CODE
			FILE STATUS IS WS-SECLIM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  SECTOR-LIMIT-FILE.
	01  SECTOR-LIMIT-RECORD.
		COPY SECLIMR.
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-SECLIM-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-LIMIT-FOUND-FLAG		PIC X.
		88  WS-LIMIT-FOUND	VALUE "Y".
	01  WS-BOOK-TOTAL		PIC S9(15)V99 COMP-3.
	01  WS-WARNING-AMOUNT		PIC S9(13)V99 COMP-3.
      *
	LINKAGE SECTION.
	01  LS-CUSTOMER-NO		PIC X(12).
	01  LS-NEW-AMOUNT		PIC S9(11)V99 COMP-3.
	01  LS-SECTOR-CODE		PIC X(4).
	01  LS-SECTOR-EXPOSURE		PIC S9(13)V99 COMP-3.
	01  LS-LIMIT-AMOUNT		PIC S9(13)V99 COMP-3.
	01  LS-SECTOR-RESULT		PIC X.
		88  LS-SECTOR-WITHIN	VALUE "N".
		88  LS-SECTOR-WARNING	VALUE "W".
		88  LS-SECTOR-OVER	VALUE "L".
      *
	PROCEDURE DIVISION USING LS-CUSTOMER-NO LS-NEW-AMOUNT
			LS-SECTOR-CODE LS-SECTOR-EXPOSURE
			LS-LIMIT-AMOUNT LS-SECTOR-RESULT.
	0000-MAIN.
		SET LS-SECTOR-WITHIN TO TRUE
		MOVE SPACES TO LS-SECTOR-CODE
		MOVE ZERO TO LS-SECTOR-EXPOSURE
		MOVE ZERO TO LS-LIMIT-AMOUNT
		MOVE ZERO TO WS-BOOK-TOTAL
		MOVE "N" TO WS-LIMIT-FOUND-FLAG
		OPEN INPUT CUSTOMER-FILE
		IF WS-CUSTM-STATUS = "00"
			MOVE LS-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE CUSTM-SECTOR-CODE
						TO LS-SECTOR-CODE
			END-READ
		END-IF
		IF LS-SECTOR-CODE NOT = SPACES
			PERFORM 1000-LOAD-LIMIT
		END-IF
		IF WS-LIMIT-FOUND
			PERFORM 2000-SUM-BOOK
			ADD LS-NEW-AMOUNT TO LS-SECTOR-EXPOSURE
			ADD LS-NEW-AMOUNT TO WS-BOOK-TOTAL
			PERFORM 3000-JUDGE-SECTOR
		END-IF
		CLOSE CUSTOMER-FILE
		EXIT PROGRAM.
      *
	1000-LOAD-LIMIT.
		OPEN INPUT SECTOR-LIMIT-FILE
		IF WS-SECLIM-STATUS = "00"
			MOVE LS-SECTOR-CODE TO SECLIM-SECTOR-CODE
			READ SECTOR-LIMIT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 1100-TAKE-LIMIT
			END-READ
		END-IF
		CLOSE SECTOR-LIMIT-FILE.
      *
	1100-TAKE-LIMIT.
		IF SECLIM-ACTIVE
			SET WS-LIMIT-FOUND TO TRUE
		END-IF.
      *
	2000-SUM-BOOK.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		IF NOT WS-EOF
			MOVE LOW-VALUES TO LOANM-ACCOUNT-NO
			START LOAN-MASTER-FILE
				KEY >= LOANM-ACCOUNT-NO
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 2100-SCAN-LOANS UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE.
      *
	2100-SCAN-LOANS.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN
					PERFORM 2200-ADD-LOAN
				END-IF
		END-READ.
      *
	2200-ADD-LOAN.
		ADD LOANM-PRINCIPAL TO WS-BOOK-TOTAL
		MOVE LOANM-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF CUSTM-SECTOR-CODE = LS-SECTOR-CODE
					ADD LOANM-PRINCIPAL
						TO LS-SECTOR-EXPOSURE
				END-IF
		END-READ.
      *
	3000-JUDGE-SECTOR.
		IF SECLIM-BY-PERCENT
			COMPUTE LS-LIMIT-AMOUNT ROUNDED =
				WS-BOOK-TOTAL * SECLIM-LIMIT-PCT / 100
		ELSE
			MOVE SECLIM-LIMIT-AMOUNT TO LS-LIMIT-AMOUNT
		END-IF
		COMPUTE WS-WARNING-AMOUNT ROUNDED =
			LS-LIMIT-AMOUNT * SECLIM-WARNING-PCT / 100
		EVALUATE TRUE
			WHEN LS-SECTOR-EXPOSURE > LS-LIMIT-AMOUNT
				SET LS-SECTOR-OVER TO TRUE
			WHEN SECLIM-WARNING-PCT > ZERO
				AND LS-SECTOR-EXPOSURE
					NOT < WS-WARNING-AMOUNT
				SET LS-SECTOR-WARNING TO TRUE
		END-EVALUATE.
      *
