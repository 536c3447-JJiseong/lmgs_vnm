      *
      *  PTXLMT1.cbl
      *
      *  Maintenance screen for the portal transfer limits file
      *  (PTXLIMR, keyed on the customer number), mirroring
      *  SODRMNT1's screen pattern.  Lets the fraud desk and branch
      *  operations set, per customer, the most one portal transfer
      *  may carry, the most that may leave in one business day and
      *  how many transfers a day, and suspend (S) or re-enable (A)
      *  a customer's portal transfers.  A limit left at zero takes
      *  the bank-wide parameter default at PTXFR01; a limit keyed
      *  must not be negative, and a per-transfer limit above the
      *  daily limit is refused as meaningless.
      *
      *  A limit raised is money that can leave the bank, so a save
      *  parks the proposed record on the pending-change file
      *  (PNDCHGR via PNDCHGW1) under the maker's name, and a second
      *  user applies it through APPRMNT1 (target PTXLIMR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PTXLMT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  PORTAL-LIMIT-RECORD.
		COPY PTXLIMR.
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
	01  PORTAL-LIMIT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "PORTAL TRANSFER LIMIT MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING PTXLIM-CUSTOMER-NO.
		05  LINE 4  COLUMN 1  VALUE "PER TRANSFER   : ".
		05  LINE 4  COLUMN 20
			PIC Z(10)9.99 USING PTXLIM-PER-TXN-LIMIT.
		05  LINE 5  COLUMN 1  VALUE "DAILY AMOUNT   : ".
		05  LINE 5  COLUMN 20
			PIC Z(10)9.99 USING PTXLIM-DAILY-LIMIT.
		05  LINE 6  COLUMN 1  VALUE "DAILY COUNT    : ".
		05  LINE 6  COLUMN 20
			PIC ZZ9 USING PTXLIM-DAILY-COUNT.
		05  LINE 7  COLUMN 1  VALUE "STATUS (A/S)   : ".
		05  LINE 7  COLUMN 20
			PIC X USING PTXLIM-STATUS-FLAG.
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
		MOVE ZERO TO PTXLIM-PER-TXN-LIMIT
		MOVE ZERO TO PTXLIM-DAILY-LIMIT
		MOVE ZERO TO PTXLIM-DAILY-COUNT
		MOVE "A" TO PTXLIM-STATUS-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY PORTAL-LIMIT-SCREEN
			ACCEPT PORTAL-LIMIT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-LIMIT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-LIMIT.
		EVALUATE TRUE
			WHEN PTXLIM-CUSTOMER-NO = SPACES
				MOVE "CUSTOMER NO NEEDED" TO WS-MSG
			WHEN PTXLIM-PER-TXN-LIMIT < ZERO
				OR PTXLIM-DAILY-LIMIT < ZERO
				MOVE "LIMIT IS NEGATIVE" TO WS-MSG
			WHEN PTXLIM-DAILY-LIMIT > ZERO
				AND PTXLIM-PER-TXN-LIMIT
					> PTXLIM-DAILY-LIMIT
				MOVE "TRANSFER OVER DAILY" TO WS-MSG
			WHEN NOT PTXLIM-ENABLED
				AND NOT PTXLIM-SUSPENDED
				MOVE "STATUS MUST BE A/S" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-LIMIT
		END-EVALUATE.
      *
	1500-PROPOSE-LIMIT.
		MOVE "PTXLIMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE PTXLIM-CUSTOMER-NO TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE PORTAL-LIMIT-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
