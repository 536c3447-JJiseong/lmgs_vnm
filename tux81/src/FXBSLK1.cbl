      *
      *  FXBSLK1.cbl
      *
      *  Counter buy/sell rate lookup - FXRTLK1's sibling for the
      *  exchange counter.  Same CALLed-subprogram shape and the
      *  same staleness guard: resolves the <CCY>VND row for
      *  LS-AS-OF-DATE from FXRATER, rolling back over working days
      *  (BUSDTRL1) no further than the FXSTALE window, but hands
      *  back the row's buy and sell rates as well as the mid, since
      *  a note bought or sold over the counter prices at the buy
      *  or sell side, not the mid.  LS-RESULT-FLAG answers CURRENT,
      *  ROLLED or STALE exactly as FXRTLK1 does, and a STALE answer
      *  must block the exchange.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FXBSLK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FX-RATE-FILE ASSIGN TO "FXRATER"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXRATE-KEY
			FILE STATUS IS WS-FXRATE-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FX-RATE-FILE.
	01  FX-RATE-RECORD.
		COPY FXRATER.
      *
	WORKING-STORAGE SECTION.
	01  WS-FXRATE-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-STALE-DAYS		PIC S9(5) COMP-3.
	01  WS-TRY-DATE			PIC X(8).
	01  WS-TRY-NUM			PIC 9(8).
	01  WS-TRY-INT			PIC S9(9) COMP-5.
	01  WS-DAYS-BACK		PIC S9(5) COMP-3.
	01  WS-ROLLED-DATE		PIC X(8).
	01  WS-DONE-FLAG		PIC X.
		88  WS-DONE		VALUE "Y".
      *
	LINKAGE SECTION.
	01  LS-CURRENCY-CODE		PIC X(3).
	01  LS-AS-OF-DATE		PIC X(8).
	01  LS-BUY-RATE			PIC S9(7)V9(4) COMP-3.
	01  LS-SELL-RATE		PIC S9(7)V9(4) COMP-3.
	01  LS-MID-RATE			PIC S9(7)V9(4) COMP-3.
	01  LS-RESULT-FLAG		PIC X.
		88  LS-RATE-CURRENT	VALUE "C".
		88  LS-RATE-ROLLED	VALUE "R".
		88  LS-RATE-STALE	VALUE "S".
      *
	PROCEDURE DIVISION USING LS-CURRENCY-CODE LS-AS-OF-DATE
			LS-BUY-RATE LS-SELL-RATE LS-MID-RATE
			LS-RESULT-FLAG.
	0000-MAIN.
		SET LS-RATE-STALE TO TRUE
		MOVE ZERO TO LS-BUY-RATE
		MOVE ZERO TO LS-SELL-RATE
		MOVE ZERO TO LS-MID-RATE
		PERFORM 0100-LOAD-WINDOW
		MOVE "N" TO WS-DONE-FLAG
		MOVE ZERO TO WS-DAYS-BACK
		MOVE LS-AS-OF-DATE TO WS-TRY-DATE
		OPEN INPUT FX-RATE-FILE
		IF WS-FXRATE-STATUS NOT = "00"
			SET WS-DONE TO TRUE
		END-IF
		PERFORM 1000-TRY-ONE-DAY UNTIL WS-DONE
		CLOSE FX-RATE-FILE
		EXIT PROGRAM.
      *
	0100-LOAD-WINDOW.
		MOVE 3 TO WS-STALE-DAYS
		MOVE LS-AS-OF-DATE TO WS-PARM-AS-OF
		MOVE "FXSTALE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-STALE-DAYS
		END-IF.
      *
      *  Only working days carry official rates: a date the
      *  calendar rolls away from (BUSDTRL1 answers a different
      *  day) is skipped, though it still counts against the
      *  window - the window is how old money may price, not how
      *  many rates to try.
	1000-TRY-ONE-DAY.
		CALL "BUSDTRL1" USING WS-TRY-DATE WS-ROLLED-DATE
		IF WS-ROLLED-DATE = WS-TRY-DATE
			PERFORM 1100-READ-RATE
		END-IF
		IF NOT WS-DONE
			ADD 1 TO WS-DAYS-BACK
			IF WS-DAYS-BACK > WS-STALE-DAYS
				SET WS-DONE TO TRUE
			ELSE
				PERFORM 1200-STEP-BACK-ONE-DAY
			END-IF
		END-IF.
      *
	1100-READ-RATE.
		MOVE SPACES TO FXRATE-CURRENCY-PAIR
		STRING LS-CURRENCY-CODE DELIMITED BY SIZE
			"VND" DELIMITED BY SIZE
			INTO FXRATE-CURRENCY-PAIR
		MOVE WS-TRY-DATE TO FXRATE-EFFECTIVE-DATE
		READ FX-RATE-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE FXRATE-BUY-RATE TO LS-BUY-RATE
				MOVE FXRATE-SELL-RATE TO LS-SELL-RATE
				MOVE FXRATE-MID-RATE TO LS-MID-RATE
				IF WS-DAYS-BACK = ZERO
					SET LS-RATE-CURRENT TO TRUE
				ELSE
					SET LS-RATE-ROLLED TO TRUE
				END-IF
				SET WS-DONE TO TRUE
		END-READ.
      *
	1200-STEP-BACK-ONE-DAY.
		MOVE WS-TRY-DATE TO WS-TRY-NUM
		COMPUTE WS-TRY-INT =
			FUNCTION INTEGER-OF-DATE (WS-TRY-NUM) - 1
		COMPUTE WS-TRY-NUM =
			FUNCTION DATE-OF-INTEGER (WS-TRY-INT)
		MOVE WS-TRY-NUM TO WS-TRY-DATE.
      *
