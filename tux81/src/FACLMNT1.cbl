      *
      *  FACLMNT1.cbl
      *
      *  Credit-admin maintenance screen for the customer credit
      *  facility file (FACILR, keyed on facility number), mirroring
      *  COMITMT1's screen pattern.  Lets credit administration key
      *  the umbrella limit a corporate customer was approved for -
      *  the customer, managing branch, limit and currency, the
      *  last date new drawings may be made, revolving (R) or
      *  non-revolving (N), and status (active, suspended,
      *  cancelled) - so LNMAST01 and the disbursement services have
      *  a limit to book loans and draws against.  The customer must
      *  exist on the CIF.  The utilised amount is shown but owned
      *  by FACLCK1's draw and repayment paths, not keyed here.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FACLMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FACILITY-FILE ASSIGN TO "FACILR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FACIL-FACILITY-NO
			FILE STATUS IS WS-FACIL-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FACILITY-FILE.
	01  FACILITY-RECORD.
		COPY FACILR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
      *
	WORKING-STORAGE SECTION.
	01  WS-FACIL-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-VALID-FLAG		PIC X.
		88  WS-VALID		VALUE "Y".
	01  WS-HEADROOM-AMT		PIC S9(13)V99 COMP-3.
	01  WS-TYPED-CUSTOMER		PIC X(12).
	01  WS-TYPED-BRANCH		PIC X(6).
	01  WS-TYPED-LIMIT		PIC S9(13)V99 COMP-3.
	01  WS-TYPED-CURRENCY		PIC X(3).
	01  WS-TYPED-END-DATE		PIC X(8).
	01  WS-TYPED-REVOLVING		PIC X.
	01  WS-TYPED-STATUS		PIC X.
      *
	SCREEN SECTION.
	01  FACILITY-MAINT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "CREDIT FACILITY MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "FACILITY NO    : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING FACIL-FACILITY-NO.
		05  LINE 4  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING FACIL-CUSTOMER-NO.
		05  LINE 5  COLUMN 1  VALUE "BRANCH         : ".
		05  LINE 5  COLUMN 20
			PIC X(6) USING FACIL-BRANCH-CODE.
		05  LINE 6  COLUMN 1  VALUE "LIMIT AMOUNT   : ".
		05  LINE 6  COLUMN 20
			PIC Z(12)9.99 USING FACIL-LIMIT-AMT.
		05  LINE 7  COLUMN 1  VALUE "CURRENCY       : ".
		05  LINE 7  COLUMN 20
			PIC X(3) USING FACIL-CURRENCY-CODE.
		05  LINE 8  COLUMN 1  VALUE "AVAIL END DATE : ".
		05  LINE 8  COLUMN 20
			PIC X(8) USING FACIL-AVAIL-END-DATE.
		05  LINE 9  COLUMN 1  VALUE "REVOLVING (R/N): ".
		05  LINE 9  COLUMN 20
			PIC X USING FACIL-REVOLVING-FLAG.
		05  LINE 10 COLUMN 1  VALUE "STATUS (A/S/C) : ".
		05  LINE 10 COLUMN 20
			PIC X USING FACIL-STATUS-FLAG.
		05  LINE 11 COLUMN 1  VALUE "UTILISED       : ".
		05  LINE 11 COLUMN 20
			PIC Z(12)9.99 FROM FACIL-UTILISED-AMT.
		05  LINE 12 COLUMN 1  VALUE "HEADROOM       : ".
		05  LINE 12 COLUMN 20
			PIC -(13)9.99 FROM WS-HEADROOM-AMT.
		05  LINE 14 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 14 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 16 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O FACILITY-FILE
		IF WS-FACIL-STATUS NOT = "00"
			CLOSE FACILITY-FILE
			OPEN OUTPUT FACILITY-FILE
			CLOSE FACILITY-FILE
			OPEN I-O FACILITY-FILE
		END-IF
		OPEN INPUT CUSTOMER-FILE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY FACILITY-MAINT-SCREEN
			ACCEPT FACILITY-MAINT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-SAVE-FACILITY
			END-IF
		END-PERFORM
		CLOSE FACILITY-FILE
		CLOSE CUSTOMER-FILE
		STOP RUN.
      *
	1000-SAVE-FACILITY.
		PERFORM 1100-VALIDATE-ENTRY
		IF WS-VALID
			PERFORM 1200-WRITE-FACILITY
		END-IF.
      *
	1100-VALIDATE-ENTRY.
		MOVE "N" TO WS-VALID-FLAG
		EVALUATE TRUE
			WHEN FACIL-FACILITY-NO = SPACES
				MOVE "FACILITY NO MISSING" TO WS-MSG
			WHEN FACIL-BRANCH-CODE = SPACES
				MOVE "BRANCH MISSING" TO WS-MSG
			WHEN FACIL-LIMIT-AMT <= ZERO
				MOVE "LIMIT REQUIRED" TO WS-MSG
			WHEN NOT FACIL-REVOLVING
				AND NOT FACIL-NON-REVOLVING
				MOVE "REVOLVING R OR N" TO WS-MSG
			WHEN NOT FACIL-ACTIVE AND NOT FACIL-SUSPENDED
				AND NOT FACIL-CANCELLED
				MOVE "STATUS A, S OR C" TO WS-MSG
			WHEN OTHER
				PERFORM 1110-CHECK-CUSTOMER
		END-EVALUATE.
      *
	1110-CHECK-CUSTOMER.
		MOVE FACIL-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				MOVE "CUSTOMER NOT FOUND" TO WS-MSG
			NOT INVALID KEY
				IF CUSTM-ACTIVE
					SET WS-VALID TO TRUE
				ELSE
					MOVE "CUSTOMER NOT ACTIVE"
						TO WS-MSG
				END-IF
		END-READ.
      *
      *  The READ refreshes the record area from the file, so the
      *  fields just typed are held across it; the utilised amount
      *  and last draw date are never taken from the screen.  A
      *  blank currency is kept as VND, the loan booking default.
	1200-WRITE-FACILITY.
		IF FACIL-CURRENCY-CODE = SPACES
			MOVE "VND" TO FACIL-CURRENCY-CODE
		END-IF
		MOVE FACIL-CUSTOMER-NO TO WS-TYPED-CUSTOMER
		MOVE FACIL-BRANCH-CODE TO WS-TYPED-BRANCH
		MOVE FACIL-LIMIT-AMT TO WS-TYPED-LIMIT
		MOVE FACIL-CURRENCY-CODE TO WS-TYPED-CURRENCY
		MOVE FACIL-AVAIL-END-DATE TO WS-TYPED-END-DATE
		MOVE FACIL-REVOLVING-FLAG TO WS-TYPED-REVOLVING
		MOVE FACIL-STATUS-FLAG TO WS-TYPED-STATUS
		READ FACILITY-FILE
			INVALID KEY
				PERFORM 1210-APPLY-TYPED-FIELDS
				MOVE ZERO TO FACIL-UTILISED-AMT
				MOVE SPACES TO FACIL-LAST-DRAW-DATE
				WRITE FACILITY-RECORD
				MOVE "ADDED" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1210-APPLY-TYPED-FIELDS
				REWRITE FACILITY-RECORD
				MOVE "UPDATED" TO WS-MSG
		END-READ
		COMPUTE WS-HEADROOM-AMT =
			FACIL-LIMIT-AMT - FACIL-UTILISED-AMT.
      *
	1210-APPLY-TYPED-FIELDS.
		MOVE WS-TYPED-CUSTOMER TO FACIL-CUSTOMER-NO
		MOVE WS-TYPED-BRANCH TO FACIL-BRANCH-CODE
		MOVE WS-TYPED-LIMIT TO FACIL-LIMIT-AMT
		MOVE WS-TYPED-CURRENCY TO FACIL-CURRENCY-CODE
		MOVE WS-TYPED-END-DATE TO FACIL-AVAIL-END-DATE
		MOVE WS-TYPED-REVOLVING TO FACIL-REVOLVING-FLAG
		MOVE WS-TYPED-STATUS TO FACIL-STATUS-FLAG.
      *
