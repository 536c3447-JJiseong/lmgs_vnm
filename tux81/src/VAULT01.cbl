      *  no GL legs are written; the end-of-day cash proof
      *  (VAULTBT1) is what adds vault and drawers into the
      *  branch's cash holding.
      *
      *  Foreign notes move the same way: with a foreign
      *  VAULTD-CURRENCY-CODE the opening, buy and sell work the
      *  branch's vault row for that currency (VAULTFXR) and the
      *  teller's drawer row for it (TILLFXR), with the same refusal
      *  to issue notes the safe does not hold - the foreign cash
      *  the exchange counter (FXCX01) deals in is drawn from and
      *  returned to the vault under the same control as VND.
      *
      *  Cash between the vault and the currency centre moves only
      *  on a cash order the treasury cash desk has approved
      *  (CASHORDR, suggested by CASHFBT1 and decided on
      *  CSHOMNT1): RECEIVE books the delivery into the vault
      *  (VAULT-CENTRE-IN up) and RETURN books surplus sent back
      *  (VAULT-CENTRE-OUT up, refused like a SELL when the safe
      *  does not hold it).  Either is refused without an approved
      *  order of that kind for the branch, or for an amount other
      *  than the one approved; a booked order is marked BOOKED so
      *  it cannot be booked twice.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VAULT01.
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
		SELECT CASH-ORDER-FILE ASSIGN TO "CASHORDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CASHORD-KEY
			FILE STATUS IS WS-CASHORD-STATUS.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
	FD  TILL-FILE.
	01  TILL-RECORD.
		COPY TILLR.
	FD  FX-VAULT-FILE.
	01  FX-VAULT-RECORD.
		COPY VAULTFXR.
	FD  FX-TILL-FILE.
	01  FX-TILL-RECORD.
		COPY TILLFXR.
	FD  CASH-ORDER-FILE.
	01  CASH-ORDER-RECORD.
		COPY CASHORDR.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
	WORKING-STORAGE SECTION.
	01  WS-VAULT-STATUS		PIC XX.
	01  WS-TILL-STATUS		PIC XX.
	01  WS-VAULTFX-STATUS		PIC XX.
	01  WS-TILLFX-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-CASHORD-STATUS		PIC XX.
	01  WS-ORDER-TYPE		PIC X.
	01  WS-ORDER-KEY		PIC X(14).
	01  WS-ORDER-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-ORDER-FOUND-FLAG		PIC X.
		88  WS-ORDER-FOUND	VALUE "Y".
	01  WS-ORDER-EOF-FLAG		PIC X.
		88  WS-ORDER-EOF	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-VAULT-FOUND	VALUE "Y".
	01  WS-TILL-FOUND-FLAG		PIC X.
		88  WS-TILL-FOUND	VALUE "Y".
	01  WS-VAULTFX-FOUND-FLAG	PIC X.
		88  WS-VAULTFX-FOUND	VALUE "Y".
	01  WS-TILLFX-FOUND-FLAG	PIC X.
		88  WS-TILLFX-FOUND	VALUE "Y".
	01  WS-VAULT-POSITION		PIC S9(13)V99 COMP-3.
	01  WS-WINDOW-FLAG		PIC X.
		88  WS-WINDOW-OPEN	VALUE "O".
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
					MOVE 9197 TO APPL-CODE
					SET TPFAIL TO TRUE
				ELSE
					PERFORM 0050-ROUTE-BY-CURRENCY
				END-IF
		END-EVALUATE
		IF NOT TPFAIL
		CALL "BRHRCK1" USING WS-BRANCH-CODE
			WS-BUSINESS-DATE WS-NOW (9:4)
			WS-WINDOW-FLAG.
      *
	0050-ROUTE-BY-CURRENCY.
		IF VAULTD-CURRENCY-CODE = SPACES
			OR VAULTD-CURRENCY-CODE = "VND"
			PERFORM 0100-DISPATCH
		ELSE
			PERFORM 0150-DISPATCH-FOREIGN
		END-IF.
      *
	0100-DISPATCH.
		OPEN I-O VAULT-FILE
				PERFORM 3000-BUY-FROM-TELLER
			WHEN VAULTD-SELL
				PERFORM 4000-SELL-TO-TELLER
			WHEN VAULTD-RECEIVE
				PERFORM 3200-RECEIVE-FROM-CENTRE
			WHEN VAULTD-RETURN
				PERFORM 4200-RETURN-TO-CENTRE
			WHEN OTHER
				MOVE 9150 TO APPL-CODE
				SET TPFAIL TO TRUE
		END-IF
		CLOSE VAULT-FILE
		IF VAULTD-BUY OR VAULTD-SELL
			OR VAULTD-RECEIVE OR VAULTD-RETURN
			PERFORM 7000-JOURNAL-ACTION
		END-IF.
      *
	0150-DISPATCH-FOREIGN.
		OPEN I-O FX-VAULT-FILE
		IF WS-VAULTFX-STATUS NOT = "00"
			CLOSE FX-VAULT-FILE
			OPEN OUTPUT FX-VAULT-FILE
			CLOSE FX-VAULT-FILE
			OPEN I-O FX-VAULT-FILE
		END-IF
		PERFORM 1500-READ-OR-INIT-FX-VAULT
		EVALUATE TRUE
			WHEN VAULTD-OPENING
				MOVE VAULTD-AMOUNT
					TO VAULTFX-OPENING-BAL
			WHEN VAULTD-BUY
				PERFORM 3500-FX-BUY-FROM-TELLER
			WHEN VAULTD-SELL
				PERFORM 4500-FX-SELL-TO-TELLER
			WHEN OTHER
				MOVE 9150 TO APPL-CODE
				SET TPFAIL TO TRUE
		END-EVALUATE
		IF NOT TPFAIL
			PERFORM 5500-SAVE-FX-AND-REPLY
		END-IF
		CLOSE FX-VAULT-FILE
		IF VAULTD-BUY OR VAULTD-SELL
			PERFORM 7000-JOURNAL-ACTION
		END-IF.
      *
	7000-JOURNAL-ACTION.
		EVALUATE TRUE
			WHEN VAULTD-CURRENCY-CODE NOT = SPACES
				AND VAULTD-CURRENCY-CODE NOT = "VND"
				AND VAULTD-BUY
				MOVE "FXVAULTBUY" TO WS-JRN-ACTION
			WHEN VAULTD-CURRENCY-CODE NOT = SPACES
				AND VAULTD-CURRENCY-CODE NOT = "VND"
				MOVE "FXVAULTSEL" TO WS-JRN-ACTION
			WHEN VAULTD-RECEIVE
				MOVE "CENTRE IN" TO WS-JRN-ACTION
			WHEN VAULTD-RETURN
				MOVE "CENTRE OUT" TO WS-JRN-ACTION
			WHEN VAULTD-BUY
				MOVE "VAULT BUY" TO WS-JRN-ACTION
			WHEN OTHER
				MOVE "VAULT SELL" TO WS-JRN-ACTION
		END-EVALUATE
		IF TPFAIL
			MOVE "REJECTED" TO WS-JRN-OUTCOME
		ELSE
				MOVE ZERO TO VAULT-BUY-AMOUNT
				MOVE ZERO TO VAULT-SELL-AMOUNT
				MOVE ZERO TO VAULT-TXN-COUNT
				MOVE ZERO TO VAULT-CENTRE-IN
				MOVE ZERO TO VAULT-CENTRE-OUT
			NOT INVALID KEY
				MOVE "Y" TO WS-VAULT-FOUND-FLAG
		END-READ
		MOVE WS-BRANCH-CODE TO VAULT-BRANCH-CODE
		MOVE WS-BUSINESS-DATE TO VAULT-DATE.
      *
	1500-READ-OR-INIT-FX-VAULT.
		MOVE "N" TO WS-VAULTFX-FOUND-FLAG
		MOVE WS-BRANCH-CODE TO VAULTFX-BRANCH-CODE
		MOVE WS-BUSINESS-DATE TO VAULTFX-DATE
		MOVE VAULTD-CURRENCY-CODE TO VAULTFX-CURRENCY-CODE
		READ FX-VAULT-FILE
			INVALID KEY
				MOVE ZERO TO VAULTFX-OPENING-BAL
				MOVE ZERO TO VAULTFX-BUY-AMOUNT
				MOVE ZERO TO VAULTFX-SELL-AMOUNT
				MOVE ZERO TO VAULTFX-TXN-COUNT
			NOT INVALID KEY
				MOVE "Y" TO WS-VAULTFX-FOUND-FLAG
		END-READ
		MOVE WS-BRANCH-CODE TO VAULTFX-BRANCH-CODE
		MOVE WS-BUSINESS-DATE TO VAULTFX-DATE
		MOVE VAULTD-CURRENCY-CODE TO VAULTFX-CURRENCY-CODE.
      *
	2000-SET-OPENING.
		MOVE VAULTD-AMOUNT TO VAULT-OPENING-BAL.
		COMPUTE WS-VAULT-POSITION =
			VAULT-OPENING-BAL + VAULT-BUY-AMOUNT
			- VAULT-SELL-AMOUNT
			+ VAULT-CENTRE-IN - VAULT-CENTRE-OUT
		IF VAULTD-AMOUNT > WS-VAULT-POSITION
			MOVE 9151 TO APPL-CODE
			SET TPFAIL TO TRUE
			ADD 1 TO VAULT-TXN-COUNT
			PERFORM 6000-UPDATE-TILL
		END-IF.
      *
	3200-RECEIVE-FROM-CENTRE.
		MOVE "R" TO WS-ORDER-TYPE
		PERFORM 3300-FIND-APPROVED-ORDER
		EVALUATE TRUE
			WHEN NOT WS-ORDER-FOUND
				MOVE 9337 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN VAULTD-AMOUNT NOT = WS-ORDER-AMOUNT
				MOVE 9338 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				ADD VAULTD-AMOUNT TO VAULT-CENTRE-IN
				ADD 1 TO VAULT-TXN-COUNT
				PERFORM 3400-MARK-ORDER-BOOKED
		END-EVALUATE.
      *
      *  One approved order of a kind is open per branch at a time;
      *  the first found, oldest date first, is the one booked.
	3300-FIND-APPROVED-ORDER.
		MOVE "N" TO WS-ORDER-FOUND-FLAG
		MOVE "N" TO WS-ORDER-EOF-FLAG
		MOVE ZERO TO WS-ORDER-AMOUNT
		OPEN INPUT CASH-ORDER-FILE
		IF WS-CASHORD-STATUS NOT = "00"
			SET WS-ORDER-EOF TO TRUE
		ELSE
			MOVE WS-BRANCH-CODE TO CASHORD-BRANCH-CODE
			MOVE LOW-VALUES TO CASHORD-ORDER-DATE
			START CASH-ORDER-FILE KEY >= CASHORD-KEY
				INVALID KEY
					SET WS-ORDER-EOF TO TRUE
			END-START
		END-IF
		PERFORM 3310-READ-ORDER UNTIL WS-ORDER-EOF
		CLOSE CASH-ORDER-FILE.
      *
	3310-READ-ORDER.
		READ CASH-ORDER-FILE NEXT RECORD
			AT END
				SET WS-ORDER-EOF TO TRUE
			NOT AT END
				IF CASHORD-BRANCH-CODE
						NOT = WS-BRANCH-CODE
					SET WS-ORDER-EOF TO TRUE
				ELSE
					PERFORM 3320-CHECK-ORDER
				END-IF
		END-READ.
      *
	3320-CHECK-ORDER.
		IF CASHORD-APPROVED
			AND CASHORD-ORDER-TYPE = WS-ORDER-TYPE
			SET WS-ORDER-FOUND TO TRUE
			SET WS-ORDER-EOF TO TRUE
			MOVE CASHORD-KEY TO WS-ORDER-KEY
			MOVE CASHORD-APPROVED-AMOUNT TO WS-ORDER-AMOUNT
		END-IF.
      *
	3400-MARK-ORDER-BOOKED.
		OPEN I-O CASH-ORDER-FILE
		MOVE WS-ORDER-KEY TO CASHORD-KEY
		READ CASH-ORDER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET CASHORD-BOOKED TO TRUE
				MOVE WS-BUSINESS-DATE
					TO CASHORD-BOOKED-DATE
				REWRITE CASH-ORDER-RECORD
		END-READ
		CLOSE CASH-ORDER-FILE.
      *
	4200-RETURN-TO-CENTRE.
		MOVE "T" TO WS-ORDER-TYPE
		PERFORM 3300-FIND-APPROVED-ORDER
		COMPUTE WS-VAULT-POSITION =
			VAULT-OPENING-BAL + VAULT-BUY-AMOUNT
			- VAULT-SELL-AMOUNT
			+ VAULT-CENTRE-IN - VAULT-CENTRE-OUT
		EVALUATE TRUE
			WHEN NOT WS-ORDER-FOUND
				MOVE 9337 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN VAULTD-AMOUNT NOT = WS-ORDER-AMOUNT
				MOVE 9338 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN VAULTD-AMOUNT > WS-VAULT-POSITION
				MOVE 9151 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				ADD VAULTD-AMOUNT TO VAULT-CENTRE-OUT
				ADD 1 TO VAULT-TXN-COUNT
				PERFORM 3400-MARK-ORDER-BOOKED
		END-EVALUATE.
      *
	3500-FX-BUY-FROM-TELLER.
		ADD VAULTD-AMOUNT TO VAULTFX-BUY-AMOUNT
		ADD 1 TO VAULTFX-TXN-COUNT
		PERFORM 6500-UPDATE-FX-TILL.
      *
	4500-FX-SELL-TO-TELLER.
		COMPUTE WS-VAULT-POSITION =
			VAULTFX-OPENING-BAL + VAULTFX-BUY-AMOUNT
			- VAULTFX-SELL-AMOUNT
		IF VAULTD-AMOUNT > WS-VAULT-POSITION
			MOVE 9151 TO APPL-CODE
			SET TPFAIL TO TRUE
		ELSE
			ADD VAULTD-AMOUNT TO VAULTFX-SELL-AMOUNT
			ADD 1 TO VAULTFX-TXN-COUNT
			PERFORM 6500-UPDATE-FX-TILL
		END-IF.
      *
	5000-SAVE-AND-REPLY.
		IF WS-VAULT-FOUND
		END-IF
		COMPUTE VAULTD-VAULT-POSITION =
			VAULT-OPENING-BAL + VAULT-BUY-AMOUNT
			- VAULT-SELL-AMOUNT
			+ VAULT-CENTRE-IN - VAULT-CENTRE-OUT.
      *
      *  The teller side of a buy/sell mirrors onto the till row,
      *  so the drawer's physical holding and the vault's position
		END-IF
		CLOSE TILL-FILE.
      *
	5500-SAVE-FX-AND-REPLY.
		IF WS-VAULTFX-FOUND
			REWRITE FX-VAULT-RECORD
		ELSE
			WRITE FX-VAULT-RECORD
		END-IF
		COMPUTE VAULTD-VAULT-POSITION =
			VAULTFX-OPENING-BAL + VAULTFX-BUY-AMOUNT
			- VAULTFX-SELL-AMOUNT.
      *
	6500-UPDATE-FX-TILL.
		OPEN I-O FX-TILL-FILE
		IF WS-TILLFX-STATUS NOT = "00"
			CLOSE FX-TILL-FILE
			OPEN OUTPUT FX-TILL-FILE
			CLOSE FX-TILL-FILE
			OPEN I-O FX-TILL-FILE
		END-IF
		MOVE "N" TO WS-TILLFX-FOUND-FLAG
		MOVE WS-BRANCH-CODE TO TILLFX-BRANCH-CODE
		MOVE WS-TELLER-ID TO TILLFX-TELLER-ID
		MOVE WS-BUSINESS-DATE TO TILLFX-DATE
		MOVE VAULTD-CURRENCY-CODE TO TILLFX-CURRENCY-CODE
		READ FX-TILL-FILE
			INVALID KEY
				MOVE ZERO TO TILLFX-BOUGHT
				MOVE ZERO TO TILLFX-SOLD
				MOVE ZERO TO TILLFX-VAULT-IN
				MOVE ZERO TO TILLFX-VAULT-OUT
				MOVE ZERO TO TILLFX-EXCHANGE-COUNT
			NOT INVALID KEY
				MOVE "Y" TO WS-TILLFX-FOUND-FLAG
		END-READ
		MOVE WS-BRANCH-CODE TO TILLFX-BRANCH-CODE
		MOVE WS-TELLER-ID TO TILLFX-TELLER-ID
		MOVE WS-BUSINESS-DATE TO TILLFX-DATE
		MOVE VAULTD-CURRENCY-CODE TO TILLFX-CURRENCY-CODE
		IF VAULTD-BUY
			ADD VAULTD-AMOUNT TO TILLFX-VAULT-OUT
		ELSE
			ADD VAULTD-AMOUNT TO TILLFX-VAULT-IN
		END-IF
		IF WS-TILLFX-FOUND
			REWRITE FX-TILL-RECORD
		ELSE
			WRITE FX-TILL-RECORD
		END-IF
		CLOSE FX-TILL-FILE.
      *
