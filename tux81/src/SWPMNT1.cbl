      *
      *  SWPMNT1.cbl
      *
      *  Maintenance screen for the savings-to-deposit sweep
      *  arrangements (SWEEPR, keyed on the demand-deposit account),
      *  mirroring PTXLMT1's screen pattern.  Lets the relationship
      *  manager put an open demand-deposit account under a sweep -
      *  the target balance it is kept at, the unit surplus sweeps
      *  in and the fixed-deposit tenor it sweeps into (one to
      *  twelve months, zero taken as one) - and suspend (S) or
      *  re-enable (A) the sweep.  The unit must be positive and the
      *  target may not be negative.
      *
      *  A sweep moves the customer's money between products every
      *  night, so a save parks the proposed record on the pending-
      *  change file (PNDCHGR via PNDCHGW1) under the maker's name,
      *  and a second user applies it through APPRMNT1 (target
      *  SWEEPR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SWPMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
      *
	WORKING-STORAGE SECTION.
	01  SWEEP-RECORD.
		COPY SWEEPR.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-ACCOUNT-OK-FLAG		PIC X.
		88  WS-ACCOUNT-OK	VALUE "Y".
	01  WS-MAX-TENOR		PIC S9(5) COMP-3 VALUE 12.
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
	01  SWEEP-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "SAVINGS SWEEP MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "DD ACCOUNT NO  : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING SWEEP-ACCOUNT-NO.
		05  LINE 4  COLUMN 1  VALUE "TARGET BALANCE : ".
		05  LINE 4  COLUMN 20
			PIC Z(10)9.99 USING SWEEP-TARGET-BALANCE.
		05  LINE 5  COLUMN 1  VALUE "SWEEP UNIT     : ".
		05  LINE 5  COLUMN 20
			PIC Z(10)9.99 USING SWEEP-UNIT.
		05  LINE 6  COLUMN 1  VALUE "TENOR MONTHS   : ".
		05  LINE 6  COLUMN 20
			PIC Z9 USING SWEEP-TENOR-MONTHS.
		05  LINE 7  COLUMN 1  VALUE "STATUS (A/S)   : ".
		05  LINE 7  COLUMN 20
			PIC X USING SWEEP-STATUS-FLAG.
		05  LINE 9  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 9  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 11 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 11 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 13 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE ZERO TO SWEEP-TARGET-BALANCE
		MOVE ZERO TO SWEEP-UNIT
		MOVE 1 TO SWEEP-TENOR-MONTHS
		MOVE "A" TO SWEEP-STATUS-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY SWEEP-SCREEN
			ACCEPT SWEEP-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-SWEEP
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-SWEEP.
		IF SWEEP-TENOR-MONTHS = ZERO
			MOVE 1 TO SWEEP-TENOR-MONTHS
		END-IF
		PERFORM 1100-CHECK-ACCOUNT
		EVALUATE TRUE
			WHEN SWEEP-ACCOUNT-NO = SPACES
				MOVE "ACCOUNT NO NEEDED" TO WS-MSG
			WHEN NOT WS-ACCOUNT-OK
				MOVE "NO OPEN DD ACCOUNT" TO WS-MSG
			WHEN SWEEP-TARGET-BALANCE < ZERO
				MOVE "TARGET IS NEGATIVE" TO WS-MSG
			WHEN SWEEP-UNIT NOT > ZERO
				MOVE "UNIT MUST BE > 0" TO WS-MSG
			WHEN SWEEP-TENOR-MONTHS < ZERO
				OR SWEEP-TENOR-MONTHS > WS-MAX-TENOR
				MOVE "TENOR 1 TO 12" TO WS-MSG
			WHEN NOT SWEEP-ACTIVE
				AND NOT SWEEP-SUSPENDED
				MOVE "STATUS MUST BE A/S" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-SWEEP
		END-EVALUATE.
      *
	1100-CHECK-ACCOUNT.
		MOVE "N" TO WS-ACCOUNT-OK-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		MOVE SWEEP-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF DDACC-ACTIVE
					MOVE "Y" TO WS-ACCOUNT-OK-FLAG
				END-IF
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
	1500-PROPOSE-SWEEP.
		MOVE "SWEEPR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE SWEEP-ACCOUNT-NO TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE SWEEP-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
