      *  End-of-day branch cash proof.  For every branch with a
      *  vault row (VAULTR) or till activity (TILLR) on today's
      *  business date, adds the vault's closing position (opening
      *  plus buys minus sells, plus currency-centre deliveries
      *  minus returns) and every drawer's physical holding
      *  (cash in minus cash out, plus vault issues minus vault
      *  returns) into the branch's total cash holding, proves the
      *  vault and drawer movements against each other (every buy a
      *  branch's cash figure off tonight's report instead of
      *  phoning every branch in the morning.
      *
      *  Foreign notes are proved the same way, by branch and
      *  currency, in a section of their own: each currency's vault
      *  position (VAULTFXR) plus every drawer's holding in it
      *  (TILLFXR - notes bought at the exchange counter less notes
      *  sold, plus vault issues less vault returns), with the
      *  vault and drawer movements proved against each other.
      *  Foreign cash is in notes, not VND, so it stays out of the
      *  branch cash-limit test.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other end-of-day jobs.
      *
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TILL-KEY
			FILE STATUS IS WS-TILL-STATUS.
		SELECT FX-VAULT-FILE ASSIGN TO "VAULTFXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VAULTFX-KEY
			FILE STATUS IS WS-VAULTFX-STATUS.
		SELECT FX-TILL-FILE ASSIGN TO "TILLFXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TILLFX-KEY
			FILE STATUS IS WS-TILLFX-STATUS.
		SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
	FD  TILL-FILE.
	01  TILL-RECORD.
		COPY TILLR.
	FD  FX-VAULT-FILE.
	01  FX-VAULT-RECORD.
		COPY VAULTFXR.
	FD  FX-TILL-FILE.
	01  FX-TILL-RECORD.
		COPY TILLFXR.
	FD  BRANCH-MASTER-FILE.
	01  BRANCH-MASTER-RECORD.
		COPY BRMSTR.
	WORKING-STORAGE SECTION.
	01  WS-VAULT-STATUS		PIC XX.
	01  WS-TILL-STATUS		PIC XX.
	01  WS-VAULTFX-STATUS		PIC XX.
	01  WS-TILLFX-STATUS		PIC XX.
	01  WS-BRMSTR-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-FX-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-FX-TABLE.
		05  WS-FX-ENTRY OCCURS 100 TIMES.
			10  WS-FX-BRANCH
					PIC X(6).
			10  WS-FX-CURRENCY
					PIC X(3).
			10  WS-FX-VAULT-CASH
					PIC S9(13)V99 COMP-3.
			10  WS-FX-TILL-CASH
					PIC S9(13)V99 COMP-3.
			10  WS-FX-VAULT-BUYS
					PIC S9(13)V99 COMP-3.
			10  WS-FX-VAULT-SELLS
					PIC S9(13)V99 COMP-3.
			10  WS-FX-TILL-TO-VAULT
					PIC S9(13)V99 COMP-3.
			10  WS-FX-TILL-FROM-VAULT
					PIC S9(13)V99 COMP-3.
	01  WS-FX-IDX			PIC S9(4) COMP-5.
	01  WS-FX-FOUND-FLAG		PIC X.
		88  WS-FX-FOUND		VALUE "Y".
	01  WS-TOTAL-CASH		PIC S9(13)V99 COMP-3.
	01  WS-PROOF-LINE.
		05  PRF-BRANCH		PIC X(6).
		05  PRF-TOTAL		PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-TEXT		PIC X(14).
	01  WS-FX-PROOF-LINE.
		05  FXP-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXP-CURRENCY	PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXP-VAULT		PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXP-TILLS		PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXP-TOTAL		PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXP-TEXT		PIC X(20).
	01  WS-MOVE-LINE.
		05  MOV-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
			PERFORM 2000-COLLECT-TILLS
			PERFORM 3000-LOAD-CASH-LIMITS
			PERFORM 4000-WRITE-PROOF
			PERFORM 5000-COLLECT-FX-VAULTS
			PERFORM 6000-COLLECT-FX-TILLS
			PERFORM 7000-WRITE-FX-PROOF
			IF WS-TBL-OVERFLOW
				MOVE "PROOF INCOMPLETE - TABLE FULL"
					TO RPT-LINE
				+ VAULT-OPENING-BAL
				+ VAULT-BUY-AMOUNT
				- VAULT-SELL-AMOUNT
				+ VAULT-CENTRE-IN
				- VAULT-CENTRE-OUT
			ADD VAULT-BUY-AMOUNT
				TO WS-BR-VAULT-BUYS (WS-BR-IDX)
			ADD VAULT-SELL-AMOUNT
			MOVE WS-MOVE-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	5000-COLLECT-FX-VAULTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-VAULT-FILE
		IF WS-VAULTFX-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 5100-READ-FX-VAULT UNTIL WS-EOF
		CLOSE FX-VAULT-FILE.
      *
	5100-READ-FX-VAULT.
		READ FX-VAULT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF VAULTFX-DATE = WS-BUSINESS-DATE
					PERFORM 5200-ADD-FX-VAULT
				END-IF
		END-READ.
      *
	5200-ADD-FX-VAULT.
		MOVE VAULTFX-BRANCH-CODE TO WS-WORK-BRANCH
		MOVE VAULTFX-CURRENCY-CODE TO WS-WORK-CURRENCY
		PERFORM 8200-FIND-FX-SLOT
		IF WS-SLOT-OK
			COMPUTE WS-FX-VAULT-CASH (WS-FX-IDX) =
				WS-FX-VAULT-CASH (WS-FX-IDX)
				+ VAULTFX-OPENING-BAL
				+ VAULTFX-BUY-AMOUNT
				- VAULTFX-SELL-AMOUNT
			ADD VAULTFX-BUY-AMOUNT
				TO WS-FX-VAULT-BUYS (WS-FX-IDX)
			ADD VAULTFX-SELL-AMOUNT
				TO WS-FX-VAULT-SELLS (WS-FX-IDX)
		END-IF.
      *
	6000-COLLECT-FX-TILLS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-TILL-FILE
		IF WS-TILLFX-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 6100-READ-FX-TILL UNTIL WS-EOF
		CLOSE FX-TILL-FILE.
      *
	6100-READ-FX-TILL.
		READ FX-TILL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TILLFX-DATE = WS-BUSINESS-DATE
					PERFORM 6200-ADD-FX-TILL
				END-IF
		END-READ.
      *
	6200-ADD-FX-TILL.
		MOVE TILLFX-BRANCH-CODE TO WS-WORK-BRANCH
		MOVE TILLFX-CURRENCY-CODE TO WS-WORK-CURRENCY
		PERFORM 8200-FIND-FX-SLOT
		IF WS-SLOT-OK
			COMPUTE WS-FX-TILL-CASH (WS-FX-IDX) =
				WS-FX-TILL-CASH (WS-FX-IDX)
				+ TILLFX-BOUGHT - TILLFX-SOLD
				+ TILLFX-VAULT-IN - TILLFX-VAULT-OUT
			ADD TILLFX-VAULT-OUT
				TO WS-FX-TILL-TO-VAULT (WS-FX-IDX)
			ADD TILLFX-VAULT-IN
				TO WS-FX-TILL-FROM-VAULT (WS-FX-IDX)
		END-IF.
      *
	7000-WRITE-FX-PROOF.
		IF WS-FX-COUNT > ZERO
			MOVE "FOREIGN-CURRENCY CASH PROOF" TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		PERFORM VARYING WS-FX-IDX FROM 1 BY 1
				UNTIL WS-FX-IDX > WS-FX-COUNT
			PERFORM 7100-WRITE-FX-LINE
		END-PERFORM.
      *
	7100-WRITE-FX-LINE.
		MOVE WS-FX-BRANCH (WS-FX-IDX) TO FXP-BRANCH
		MOVE WS-FX-CURRENCY (WS-FX-IDX) TO FXP-CURRENCY
		MOVE WS-FX-VAULT-CASH (WS-FX-IDX) TO FXP-VAULT
		MOVE WS-FX-TILL-CASH (WS-FX-IDX) TO FXP-TILLS
		COMPUTE WS-TOTAL-CASH =
			WS-FX-VAULT-CASH (WS-FX-IDX)
			+ WS-FX-TILL-CASH (WS-FX-IDX)
		MOVE WS-TOTAL-CASH TO FXP-TOTAL
		IF WS-FX-VAULT-BUYS (WS-FX-IDX) NOT =
				WS-FX-TILL-TO-VAULT (WS-FX-IDX)
			OR WS-FX-VAULT-SELLS (WS-FX-IDX) NOT =
				WS-FX-TILL-FROM-VAULT (WS-FX-IDX)
			MOVE "VAULT/TILL MISMATCH" TO FXP-TEXT
		ELSE
			IF WS-TOTAL-CASH < ZERO
				MOVE "NEGATIVE HOLDING" TO FXP-TEXT
			ELSE
				MOVE SPACES TO FXP-TEXT
			END-IF
		END-IF
		MOVE WS-FX-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-FIND-BRANCH-SLOT.
		MOVE "N" TO WS-BR-FOUND-FLAG
		MOVE ZERO TO WS-BR-TILL-FROM-VAULT (WS-BR-IDX)
		MOVE ZERO TO WS-BR-CASH-LIMIT (WS-BR-IDX).
      *
	8200-FIND-FX-SLOT.
		MOVE "N" TO WS-FX-FOUND-FLAG
		PERFORM VARYING WS-FX-IDX FROM 1 BY 1
				UNTIL WS-FX-IDX > WS-FX-COUNT
				OR WS-FX-FOUND
			IF WS-FX-BRANCH (WS-FX-IDX) = WS-WORK-BRANCH
				AND WS-FX-CURRENCY (WS-FX-IDX)
					= WS-WORK-CURRENCY
				SET WS-FX-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-SLOT-OK TO TRUE
		IF WS-FX-FOUND
			SUBTRACT 1 FROM WS-FX-IDX
		ELSE
			IF WS-FX-COUNT < 100
				ADD 1 TO WS-FX-COUNT
				MOVE WS-FX-COUNT TO WS-FX-IDX
				PERFORM 8300-INIT-FX-SLOT
			ELSE
				MOVE "N" TO WS-SLOT-OK-FLAG
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	8300-INIT-FX-SLOT.
		MOVE WS-WORK-BRANCH TO WS-FX-BRANCH (WS-FX-IDX)
		MOVE WS-WORK-CURRENCY TO WS-FX-CURRENCY (WS-FX-IDX)
		MOVE ZERO TO WS-FX-VAULT-CASH (WS-FX-IDX)
		MOVE ZERO TO WS-FX-TILL-CASH (WS-FX-IDX)
		MOVE ZERO TO WS-FX-VAULT-BUYS (WS-FX-IDX)
		MOVE ZERO TO WS-FX-VAULT-SELLS (WS-FX-IDX)
		MOVE ZERO TO WS-FX-TILL-TO-VAULT (WS-FX-IDX)
		MOVE ZERO TO WS-FX-TILL-FROM-VAULT (WS-FX-IDX).
      *
