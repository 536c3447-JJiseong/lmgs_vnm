      *
      *  SECOVMT1.cbl
      *
      *  Head-office screen for a sector-limit override.  When a
      *  loan application would take its customer's economic sector
      *  past the concentration limit (SECLIMR), LNAPPS01 refuses
      *  it; head office lets a particular application through by
      *  keying the application number, the customer, the most it
      *  may lend and the reason here.  The override is parked on
      *  the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name and takes effect only when a second user
      *  approves it through APPRMNT1 (target SECOVRR), which
      *  re-runs the sector check and records the position on the
      *  override register (SECOVRR).  The customer must be on the
      *  CIF, the amount above zero and a reason given.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SECOVMT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
      *
	WORKING-STORAGE SECTION.
	01  SECTOR-OVERRIDE-RECORD.
		COPY SECOVRR.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-CUSTOMER-FOUND-FLAG	PIC X.
		88  WS-CUSTOMER-FOUND	VALUE "Y".
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
	01  SECTOR-OVERRIDE-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "SECTOR LIMIT HEAD-OFFICE OVERRIDE".
		05  LINE 3  COLUMN 1  VALUE "APPLICATION NO : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING SECOV-APPLICATION-NO.
		05  LINE 4  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING SECOV-CUSTOMER-NO.
		05  LINE 5  COLUMN 1  VALUE "AMOUNT ALLOWED : ".
		05  LINE 5  COLUMN 20
			PIC Z(10)9.99 USING SECOV-AMOUNT.
		05  LINE 6  COLUMN 1  VALUE "REASON         : ".
		05  LINE 6  COLUMN 20
			PIC X(40) USING SECOV-REASON.
		05  LINE 8  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 10 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 10 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 12 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO SECTOR-OVERRIDE-RECORD
		MOVE ZERO TO SECOV-AMOUNT
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY SECTOR-OVERRIDE-SCREEN
			ACCEPT SECTOR-OVERRIDE-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-OVERRIDE
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-OVERRIDE.
		PERFORM 1100-FIND-CUSTOMER
		EVALUATE TRUE
			WHEN SECOV-APPLICATION-NO = SPACES
				MOVE "APPLICATION NEEDED" TO WS-MSG
			WHEN NOT WS-CUSTOMER-FOUND
				MOVE "CUSTOMER NOT FOUND" TO WS-MSG
			WHEN SECOV-AMOUNT NOT > ZERO
				MOVE "AMOUNT NEEDED" TO WS-MSG
			WHEN SECOV-REASON = SPACES
				MOVE "REASON NEEDED" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-OVERRIDE
		END-EVALUATE.
      *
	1100-FIND-CUSTOMER.
		MOVE "N" TO WS-CUSTOMER-FOUND-FLAG
		OPEN INPUT CUSTOMER-FILE
		IF WS-CUSTM-STATUS = "00"
			MOVE SECOV-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-CUSTOMER-FOUND TO TRUE
			END-READ
		END-IF
		CLOSE CUSTOMER-FILE.
      *
	1500-PROPOSE-OVERRIDE.
		MOVE WS-MAKER-NAME TO SECOV-MAKER
		MOVE SPACES TO SECOV-APPROVED-BY
		MOVE SPACES TO SECOV-APPROVED-DATE
		MOVE SPACES TO SECOV-SECTOR-CODE
		MOVE ZERO TO SECOV-SECTOR-EXPOSURE
		MOVE ZERO TO SECOV-LIMIT-AMOUNT
		MOVE "SECOVRR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE SECOV-APPLICATION-NO TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE SECTOR-OVERRIDE-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
