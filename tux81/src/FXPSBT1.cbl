      *  currency's net position, so a matched book nets to zero
      *  the way treasury expects.
      *
      *  Active foreign-currency interbank money-market deals
      *  (MMDEALR) count too: a placement is an asset and adds its
      *  principal to the position, a borrowing is a liability and
      *  subtracts it.
      *
      *  So do the foreign notes the branches hold from the
      *  exchange counter (FXCX01): each currency's vault position
      *  (VAULTFXR) and drawer holdings (TILLFXR) on the business
      *  date are long cash, so a day of buying USD notes over the
      *  counter shows up in the position treasury manages.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other daily jobs.
      *
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT MM-DEAL-FILE ASSIGN TO "MMDEALR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS MMDEAL-DEAL-NO
			FILE STATUS IS WS-MMDEAL-STATUS.
		SELECT FX-VAULT-FILE ASSIGN TO "VAULTFXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS VAULTFX-KEY
			FILE STATUS IS WS-VAULTFX-STATUS.
		SELECT FX-TILL-FILE ASSIGN TO "TILLFXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS TILLFX-KEY
			FILE STATUS IS WS-TILLFX-STATUS.
		SELECT FX-RATE-FILE ASSIGN TO "FXRATER"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXPOS-CURRENCY-CODE
			FILE STATUS IS WS-FXPOS-STATUS.
		SELECT RPT-FILE ASSIGN TO "FXPSBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  MM-DEAL-FILE.
	01  MM-DEAL-RECORD.
		COPY MMDEALR.
	FD  FX-VAULT-FILE.
	01  FX-VAULT-RECORD.
		COPY VAULTFXR.
	FD  FX-TILL-FILE.
	01  FX-TILL-RECORD.
		COPY TILLFXR.
	FD  FX-RATE-FILE.
	01  FX-RATE-RECORD.
		COPY FXRATER.
	FD  POSITION-FILE.
	01  POSITION-RECORD.
		COPY FXPOSNR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(110).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-MMDEAL-STATUS		PIC XX.
	01  WS-VAULTFX-STATUS		PIC XX.
	01  WS-TILLFX-STATUS		PIC XX.
	01  WS-FXRATE-STATUS		PIC XX.
	01  WS-FXPOS-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-WORK-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-POSITION-LIMIT		PIC S9(13)V99 COMP-3.
	01  WS-CCY-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CCY-TABLE.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		IF WS-GATE-OK
			PERFORM 1000-SUM-LOAN-POSITIONS
			PERFORM 2000-SUBTRACT-DEPOSITS
			PERFORM 2500-APPLY-MM-DEALS
			PERFORM 2800-ADD-VAULT-CASH
			PERFORM 2900-ADD-DRAWER-CASH
			PERFORM 3000-REPORT-POSITIONS
		END-IF
		CLOSE RPT-FILE
      *
	0100-LOAD-LIMIT.
		MOVE ZERO TO WS-POSITION-LIMIT
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "FXPOSLIM" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-POSITION-LIMIT
		END-IF.
      *
	1000-SUM-LOAN-POSITIONS.
		MOVE "N" TO WS-EOF-FLAG
			SUBTRACT FXDEP-PRINCIPAL-AMT
				FROM WS-CCY-POSITION (WS-CCY-IDX)
		END-IF.
      *
	2500-APPLY-MM-DEALS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT MM-DEAL-FILE
		IF WS-MMDEAL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2600-READ-MM-DEAL UNTIL WS-EOF
		CLOSE MM-DEAL-FILE.
      *
	2600-READ-MM-DEAL.
		READ MM-DEAL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF MMDEAL-ACTIVE
					AND MMDEAL-CURRENCY-CODE
						NOT = "VND"
					AND MMDEAL-CURRENCY-CODE
						NOT = SPACES
					PERFORM 2700-APPLY-ONE-DEAL
				END-IF
		END-READ.
      *
	2700-APPLY-ONE-DEAL.
		MOVE "N" TO WS-CCY-FOUND-FLAG
		PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
				UNTIL WS-CCY-IDX > WS-CCY-COUNT
				OR WS-CCY-FOUND
			IF WS-CCY-CODE (WS-CCY-IDX) =
					MMDEAL-CURRENCY-CODE
				SET WS-CCY-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CCY-FOUND
			SUBTRACT 1 FROM WS-CCY-IDX
		ELSE
			IF WS-CCY-COUNT < 20
				ADD 1 TO WS-CCY-COUNT
				MOVE WS-CCY-COUNT TO WS-CCY-IDX
				MOVE MMDEAL-CURRENCY-CODE
					TO WS-CCY-CODE (WS-CCY-IDX)
				MOVE ZERO TO
					WS-CCY-POSITION (WS-CCY-IDX)
				SET WS-CCY-FOUND TO TRUE
			END-IF
		END-IF
		IF WS-CCY-FOUND
			IF MMDEAL-PLACEMENT
				ADD MMDEAL-PRINCIPAL
					TO WS-CCY-POSITION (WS-CCY-IDX)
			ELSE
				SUBTRACT MMDEAL-PRINCIPAL FROM
					WS-CCY-POSITION (WS-CCY-IDX)
			END-IF
		END-IF.
      *
	2800-ADD-VAULT-CASH.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-VAULT-FILE
		IF WS-VAULTFX-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2810-READ-VAULT UNTIL WS-EOF
		CLOSE FX-VAULT-FILE.
      *
	2810-READ-VAULT.
		READ FX-VAULT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF VAULTFX-DATE = WS-BUSINESS-DATE
					MOVE VAULTFX-CURRENCY-CODE
						TO WS-WORK-CURRENCY
					COMPUTE WS-WORK-AMOUNT =
						VAULTFX-OPENING-BAL
						+ VAULTFX-BUY-AMOUNT
						- VAULTFX-SELL-AMOUNT
					PERFORM 8000-ADD-TO-POSITION
				END-IF
		END-READ.
      *
	2900-ADD-DRAWER-CASH.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-TILL-FILE
		IF WS-TILLFX-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2910-READ-DRAWER UNTIL WS-EOF
		CLOSE FX-TILL-FILE.
      *
	2910-READ-DRAWER.
		READ FX-TILL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TILLFX-DATE = WS-BUSINESS-DATE
					MOVE TILLFX-CURRENCY-CODE
						TO WS-WORK-CURRENCY
					COMPUTE WS-WORK-AMOUNT =
						TILLFX-BOUGHT
						- TILLFX-SOLD
						+ TILLFX-VAULT-IN
						- TILLFX-VAULT-OUT
					PERFORM 8000-ADD-TO-POSITION
				END-IF
		END-READ.
      *
	3000-REPORT-POSITIONS.
		OPEN INPUT FX-RATE-FILE
			WRITE POSITION-RECORD
		END-IF.
      *
	8000-ADD-TO-POSITION.
		MOVE "N" TO WS-CCY-FOUND-FLAG
		PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
				UNTIL WS-CCY-IDX > WS-CCY-COUNT
				OR WS-CCY-FOUND
			IF WS-CCY-CODE (WS-CCY-IDX) =
					WS-WORK-CURRENCY
				SET WS-CCY-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CCY-FOUND
			SUBTRACT 1 FROM WS-CCY-IDX
		ELSE
			IF WS-CCY-COUNT < 20
				ADD 1 TO WS-CCY-COUNT
				MOVE WS-CCY-COUNT TO WS-CCY-IDX
				MOVE WS-WORK-CURRENCY
					TO WS-CCY-CODE (WS-CCY-IDX)
				MOVE ZERO TO
					WS-CCY-POSITION (WS-CCY-IDX)
				SET WS-CCY-FOUND TO TRUE
			END-IF
		END-IF
		IF WS-CCY-FOUND
			ADD WS-WORK-AMOUNT
				TO WS-CCY-POSITION (WS-CCY-IDX)
		END-IF.
      *
