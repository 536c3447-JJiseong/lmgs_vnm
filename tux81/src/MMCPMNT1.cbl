      *
      *  MMCPMNT1.cbl
      *
      *  Maintenance screen for the money-market counterparty
      *  limits (MMCPLMR, keyed on the counterparty bank code),
      *  mirroring PTXLMT1's screen pattern.  Sets the bank's name,
      *  the most treasury may have placed with it at once (VND;
      *  zero stops any new placement) and whether new deals may be
      *  struck with it - active (A) or suspended (S).
      *
      *  A limit is a credit decision, so a save parks the proposed
      *  record on the pending-change file (PNDCHGR via PNDCHGW1)
      *  under the maker's name, and a second user applies it
      *  through APPRMNT1 (target MMCPLMR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MMCPMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  COUNTERPARTY-RECORD.
		COPY MMCPLMR.
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
	01  COUNTERPARTY-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "MONEY-MARKET COUNTERPARTY LIMITS".
		05  LINE 3  COLUMN 1  VALUE "BANK CODE      : ".
		05  LINE 3  COLUMN 20
			PIC X(8) USING MMCPL-BANK-CODE.
		05  LINE 4  COLUMN 1  VALUE "BANK NAME      : ".
		05  LINE 4  COLUMN 20
			PIC X(30) USING MMCPL-BANK-NAME.
		05  LINE 5  COLUMN 1  VALUE "PLACEMENT LIMIT: ".
		05  LINE 5  COLUMN 20
			PIC Z(12)9.99 USING MMCPL-LIMIT-AMOUNT.
		05  LINE 6  COLUMN 1  VALUE "STATUS (A/S)   : ".
		05  LINE 6  COLUMN 20
			PIC X USING MMCPL-STATUS-FLAG.
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
		MOVE SPACES TO COUNTERPARTY-RECORD
		MOVE ZERO TO MMCPL-LIMIT-AMOUNT
		MOVE "A" TO MMCPL-STATUS-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY COUNTERPARTY-SCREEN
			ACCEPT COUNTERPARTY-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-LIMIT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-LIMIT.
		EVALUATE TRUE
			WHEN MMCPL-BANK-CODE = SPACES
				MOVE "BANK CODE NEEDED" TO WS-MSG
			WHEN MMCPL-BANK-NAME = SPACES
				MOVE "BANK NAME NEEDED" TO WS-MSG
			WHEN MMCPL-LIMIT-AMOUNT < ZERO
				MOVE "LIMIT CANNOT BE < 0" TO WS-MSG
			WHEN NOT MMCPL-ACTIVE
				AND NOT MMCPL-SUSPENDED
				MOVE "STATUS MUST BE A/S" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-LIMIT
		END-EVALUATE.
      *
	1500-PROPOSE-LIMIT.
		MOVE "MMCPLMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE MMCPL-BANK-CODE TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE COUNTERPARTY-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
