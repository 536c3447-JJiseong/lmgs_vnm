      *
      *  FWVLMT1.cbl
      *
      *  Maintenance screen for the fee waiver limits file (FWVLIMR,
      *  keyed on the USRSECR group name), mirroring PTXLMT1's
      *  screen pattern.  Lets operations set, per user group, the
      *  most one waiver or refund may give back when a member of
      *  that group approves it at APPRMNT1.  A group with no row
      *  holds no waiver authority at all; a limit keyed must not
      *  be negative.
      *
      *  A limit raised is fee income a checker can give away, so a
      *  save parks the proposed record on the pending-change file
      *  (PNDCHGR via PNDCHGW1) under the maker's name, and a second
      *  user applies it through APPRMNT1 (target FWVLIMR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FWVLMT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  WAIVER-LIMIT-RECORD.
		COPY FWVLIMR.
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
	01  WAIVER-LIMIT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "FEE WAIVER LIMIT MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "USER GROUP     : ".
		05  LINE 3  COLUMN 20
			PIC X(30) USING FWVLIM-GRPNAME.
		05  LINE 4  COLUMN 1  VALUE "MAX WAIVER     : ".
		05  LINE 4  COLUMN 20
			PIC Z(10)9.99 USING FWVLIM-MAX-AMOUNT.
		05  LINE 6  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 6  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 8  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 8  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 10 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE ZERO TO FWVLIM-MAX-AMOUNT
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY WAIVER-LIMIT-SCREEN
			ACCEPT WAIVER-LIMIT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-LIMIT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-LIMIT.
		EVALUATE TRUE
			WHEN FWVLIM-GRPNAME = SPACES
				MOVE "USER GROUP NEEDED" TO WS-MSG
			WHEN FWVLIM-MAX-AMOUNT < ZERO
				MOVE "LIMIT IS NEGATIVE" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-LIMIT
		END-EVALUATE.
      *
	1500-PROPOSE-LIMIT.
		MOVE "FWVLIMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE FWVLIM-GRPNAME TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE WAIVER-LIMIT-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
