      *
      *  FXCX01.cbl
      *
      *  Counter currency-exchange service.  Built on the standard
      *  TPSVCDEF-REC/TPTYPE-REC/DATA-REC/TPSTATUS-REC linkage and
      *  the TPRETURN.cbl calling pattern, guarded against nested
      *  writes (TRXGUARD) and logging its outcome (SVCRETLG).
      *
      *  Buys foreign notes from, or sells them to, a walk-in
      *  customer or a demand-deposit account holder (DDACCTR).
      *  The branch and teller resolve from the caller's CLIENTID
      *  (CLNTLK01 - foreign cash does not move anonymously any
      *  more than VND does).  The exchange prices at the day's
      *  FXRATE-BUY-RATE when the bank buys and FXRATE-SELL-RATE
      *  when it sells, through FXBSLK1 and its staleness guard: a
      *  stale currency is refused rather than dealt off an old
      *  rate.  A sale is refused when the teller's drawer does not
      *  hold the notes (TILLFXR).
      *
      *  The VND side is counter cash for a walk-in, mirrored on
      *  the teller's till row (TILLR cash in/out), or the holder's
      *  account, with the same restriction (CRSTCK1), hold
      *  (DDHLDCK1), signing-mandate (DDMANDR via MANDCK1) and
      *  overdraft discipline as the counter withdrawal - a joint
      *  or company account is debited for a sale only on the
      *  signatures its mandate calls for.  The foreign notes sit
      *  in the GL at the day's mid rate (foreign cash on hand), so
      *  the difference between the VND settled and the mid value
      *  is the bank's spread and posts to FX exchange income - one
      *  TRANID, three legs on the GL interface (GLINTFR).  The
      *  teller's TILLFXR row carries the notes bought and sold for
      *  TILLBAT1 and VAULTBT1 to prove by currency, and FXPSBT1
      *  counts the branch's foreign cash in the open position.
      *  Every leg posts on the teller's branch except an account
      *  tender, which posts on the account's home branch
      *  (DDACC-HOME-BRANCH, head office 000000 for an account from
      *  before home branches were kept) for GLBALBAT1 to settle.
      *
      *  Every exchange lands on the exchange register (FXCXR) and
      *  a FXCXBUY/FXCXSELL row on the transaction history.  Above
      *  the regulated threshold (system parameter FXCXIDTH, VND
      *  amount, default 300,000,000) a walk-in must give an
      *  identity document number; an account holder is identified
      *  from the CIF.  AMLBAT1 monitors the register by identity.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FXCX01.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT TILL-FILE ASSIGN TO "TILLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TILL-KEY
			FILE STATUS IS WS-TILL-STATUS.
		SELECT FX-TILL-FILE ASSIGN TO "TILLFXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TILLFX-KEY
			FILE STATUS IS WS-TILLFX-STATUS.
		SELECT EXCHANGE-REGISTER-FILE ASSIGN TO "FXCXR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FXCX-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  TILL-FILE.
	01  TILL-RECORD.
		COPY TILLR.
	FD  FX-TILL-FILE.
	01  FX-TILL-RECORD.
		COPY TILLFXR.
	FD  EXCHANGE-REGISTER-FILE.
	01  EXCHANGE-REGISTER-RECORD.
		COPY FXCXR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
      *
	WORKING-STORAGE SECTION.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-TILL-STATUS		PIC XX.
	01  WS-TILLFX-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-FXCX-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-TILL-FOUND-FLAG		PIC X.
		88  WS-TILL-FOUND	VALUE "Y".
	01  WS-TILLFX-FOUND-FLAG	PIC X.
		88  WS-TILLFX-FOUND	VALUE "Y".
	01  WS-BUY-RATE			PIC S9(7)V9(4) COMP-3.
	01  WS-SELL-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-MID-RATE			PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
		88  WS-RATE-CURRENT	VALUE "C".
		88  WS-RATE-ROLLED	VALUE "R".
		88  WS-RATE-STALE	VALUE "S".
	01  WS-MID-VALUE		PIC S9(13)V99 COMP-3.
	01  WS-SPREAD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-ID-THRESHOLD		PIC S9(13)V99 COMP-3.
	01  WS-DRAWER-HOLDING		PIC S9(13)V99 COMP-3.
	01  WS-CUSTOMER-NO		PIC X(12).
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-TENDER-ACCT		PIC X(10).
	01  WS-CASH-ACCT		PIC X(10) VALUE "1000000099".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-FCY-CASH-ACCT		PIC X(10) VALUE "1000000096".
	01  WS-FX-INCOME-ACCT		PIC X(10) VALUE "4000000096".
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-RESTRICT-FLAG		PIC X.
	01  WS-MANDATE-FLAG		PIC X.
		88  WS-MANDATE-MET	VALUE "Y".
	01  WS-WINDOW-FLAG		PIC X.
		88  WS-WINDOW-OPEN	VALUE "O".
		88  WS-WINDOW-OVERRIDE	VALUE "V".
		88  WS-WINDOW-CLOSED	VALUE "C".
	01  WS-JRN-ACTION		PIC X(10).
	01  WS-JRN-OUTCOME		PIC X(20).
	01  WS-JRN-AMOUNT		PIC S9(11)V99 COMP-3.
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	LINKAGE SECTION.
	01  TPSVCDEF-REC.
		COPY TPSVCDEF.
	01  TPTYPE-REC.
		COPY TPTYPE.
	01  DATA-REC.
		COPY FXCXD.
	01  TPSTATUS-REC.
		COPY TPSTATUS.
	01  TPSVCRET-REC.
		COPY TPSVCRET.
      *
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "GLPERCK1" USING WS-BUSINESS-DATE
			WS-PERIOD-OPEN-FLAG
		CALL "CLNTLK01" USING CLIENTID WS-BRANCH-CODE
			WS-TELLER-ID WS-FOUND-FLAG
		EVALUATE TRUE
			WHEN NOT WS-FOUND
				MOVE 9304 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-BUSDATE-CLOSED
				MOVE 9305 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-PERIOD-CLOSED
				MOVE 9306 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 0200-CHECK-POSTING-WINDOW
				IF WS-WINDOW-CLOSED
					MOVE 9307 TO APPL-CODE
					SET TPFAIL TO TRUE
				ELSE
					PERFORM 1000-EXCHANGE
				END-IF
		END-EVALUATE
		IF NOT TPFAIL
			SET TPSUCCESS TO TRUE
		END-IF
		COPY SVCRETLG.
      *
	0200-CHECK-POSTING-WINDOW.
		CALL "BRHRCK1" USING WS-BRANCH-CODE
			WS-BUSINESS-DATE WS-NOW (9:4)
			WS-WINDOW-FLAG.
      *
	1000-EXCHANGE.
		MOVE "REJECTED" TO WS-JRN-OUTCOME
		MOVE ZERO TO FXCXD-VND-AMOUNT
		MOVE ZERO TO FXCXD-TRANID
		EVALUATE TRUE
			WHEN NOT FXCXD-BUY AND NOT FXCXD-SELL
				MOVE 9308 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN FXCXD-CURRENCY-CODE = SPACES
				OR FXCXD-CURRENCY-CODE = "VND"
				MOVE 9309 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN FXCXD-FCY-AMOUNT NOT > ZERO
				MOVE 9310 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1100-PRICE-EXCHANGE
		END-EVALUATE
		IF NOT TPFAIL AND FXCXD-SELL
			PERFORM 1400-CHECK-DRAWER
		END-IF
		IF NOT TPFAIL
			IF FXCXD-ACCOUNT-NO = SPACES
				PERFORM 1200-CHECK-WALK-IN
			ELSE
				PERFORM 1300-EXCHANGE-ON-ACCOUNT
			END-IF
		END-IF
		IF FXCXD-BUY
			MOVE "FX BUY" TO WS-JRN-ACTION
		ELSE
			MOVE "FX SELL" TO WS-JRN-ACTION
		END-IF
		MOVE FXCXD-VND-AMOUNT TO WS-JRN-AMOUNT
		CALL "TELJRN1" USING WS-BRANCH-CODE WS-TELLER-ID
			WS-BUSINESS-DATE WS-JRN-ACTION
			FXCXD-ACCOUNT-NO WS-JRN-AMOUNT
			WS-JRN-OUTCOME.
      *
      *  The customer is dealt the buy or sell side; the mid value
      *  is what the notes are carried at, so the spread is the
      *  VND settled over (sale) or under (purchase) the mid value.
	1100-PRICE-EXCHANGE.
		CALL "FXBSLK1" USING FXCXD-CURRENCY-CODE
			WS-BUSINESS-DATE WS-BUY-RATE WS-SELL-RATE
			WS-MID-RATE WS-RATE-RESULT-FLAG
		IF WS-RATE-STALE
			MOVE 9311 TO APPL-CODE
			SET TPFAIL TO TRUE
		ELSE
			IF FXCXD-BUY
				MOVE WS-BUY-RATE TO FXCXD-DEAL-RATE
			ELSE
				MOVE WS-SELL-RATE TO FXCXD-DEAL-RATE
			END-IF
			COMPUTE FXCXD-VND-AMOUNT ROUNDED =
				FXCXD-FCY-AMOUNT * FXCXD-DEAL-RATE
			COMPUTE WS-MID-VALUE ROUNDED =
				FXCXD-FCY-AMOUNT * WS-MID-RATE
			IF FXCXD-BUY
				COMPUTE WS-SPREAD-AMOUNT =
					WS-MID-VALUE - FXCXD-VND-AMOUNT
			ELSE
				COMPUTE WS-SPREAD-AMOUNT =
					FXCXD-VND-AMOUNT - WS-MID-VALUE
			END-IF
		END-IF.
      *
	1200-CHECK-WALK-IN.
		MOVE SPACES TO WS-CUSTOMER-NO
		PERFORM 1250-LOAD-ID-THRESHOLD
		IF FXCXD-VND-AMOUNT > WS-ID-THRESHOLD
			AND FXCXD-ID-NUMBER = SPACES
			MOVE 9312 TO APPL-CODE
			SET TPFAIL TO TRUE
		ELSE
			MOVE WS-CASH-ACCT TO WS-TENDER-ACCT
			PERFORM 3000-POST-EXCHANGE
		END-IF.
      *
	1250-LOAD-ID-THRESHOLD.
		MOVE 300000000.00 TO WS-ID-THRESHOLD
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "FXCXIDTH" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-ID-THRESHOLD
		END-IF.
      *
	1300-EXCHANGE-ON-ACCOUNT.
		OPEN I-O DD-ACCOUNT-FILE
		MOVE FXCXD-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE 9313 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 1350-CHECK-ACCOUNT
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
      *  A purchase credits the account and needs it merely open
      *  and unrestricted; a sale debits it, so the hold register,
      *  the signing mandate and the overdraft line apply as on a
      *  withdrawal.
	1350-CHECK-ACCOUNT.
		PERFORM 1360-IDENTIFY-HOLDER
		CALL "CRSTCK1" USING DDACC-CUSTOMER-NO
			WS-RESTRICT-FLAG
		CALL "DDHLDCK1" USING FXCXD-ACCOUNT-NO
			WS-BUSINESS-DATE WS-HELD-AMOUNT
			WS-FULL-HOLD-FLAG
		CALL "MANDCK1" USING FXCXD-ACCOUNT-NO
			FXCXD-SIGNERS WS-MANDATE-FLAG
		EVALUATE TRUE
			WHEN NOT DDACC-ACTIVE
				MOVE 9314 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-RESTRICT-FLAG NOT = "N"
				MOVE 9315 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN FXCXD-SELL AND WS-FULL-HOLD
				MOVE 9316 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN FXCXD-SELL AND NOT WS-MANDATE-MET
				MOVE 9339 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN FXCXD-SELL AND FXCXD-VND-AMOUNT >
				DDACC-BALANCE + DDACC-OVERDRAFT-LIMIT
				- WS-HELD-AMOUNT
				MOVE 9317 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				MOVE WS-DD-LIABILITY-ACCT
					TO WS-TENDER-ACCT
				PERFORM 3000-POST-EXCHANGE
		END-EVALUATE.
      *
	1360-IDENTIFY-HOLDER.
		MOVE DDACC-CUSTOMER-NO TO WS-CUSTOMER-NO
		OPEN INPUT CUSTOMER-FILE
		IF WS-CUSTM-STATUS = "00"
			MOVE DDACC-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE CUSTM-NATIONAL-ID
						TO FXCXD-ID-NUMBER
					MOVE CUSTM-NAME
						TO FXCXD-CUSTOMER-NAME
			END-READ
		END-IF
		CLOSE CUSTOMER-FILE.
      *
	1400-CHECK-DRAWER.
		MOVE ZERO TO WS-DRAWER-HOLDING
		OPEN INPUT FX-TILL-FILE
		IF WS-TILLFX-STATUS = "00"
			MOVE WS-BRANCH-CODE TO TILLFX-BRANCH-CODE
			MOVE WS-TELLER-ID TO TILLFX-TELLER-ID
			MOVE WS-BUSINESS-DATE TO TILLFX-DATE
			MOVE FXCXD-CURRENCY-CODE
				TO TILLFX-CURRENCY-CODE
			READ FX-TILL-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					COMPUTE WS-DRAWER-HOLDING =
						TILLFX-BOUGHT
						- TILLFX-SOLD
						+ TILLFX-VAULT-IN
						- TILLFX-VAULT-OUT
			END-READ
		END-IF
		CLOSE FX-TILL-FILE
		IF FXCXD-FCY-AMOUNT > WS-DRAWER-HOLDING
			MOVE 9318 TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
	3000-POST-EXCHANGE.
		MOVE "POSTED" TO WS-JRN-OUTCOME
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE WS-TRANID TO FXCXD-TRANID
		IF FXCXD-ACCOUNT-NO NOT = SPACES
			IF FXCXD-BUY
				ADD FXCXD-VND-AMOUNT TO DDACC-BALANCE
			ELSE
				SUBTRACT FXCXD-VND-AMOUNT
					FROM DDACC-BALANCE
			END-IF
			REWRITE DD-ACCOUNT-RECORD
			MOVE DDACC-BALANCE TO FXCXD-NEW-BALANCE
		ELSE
			MOVE ZERO TO FXCXD-NEW-BALANCE
			PERFORM 3400-UPDATE-TILL
		END-IF
		PERFORM 3100-WRITE-GL-LEGS
		PERFORM 3200-WRITE-HISTORY
		PERFORM 3300-WRITE-REGISTER
		PERFORM 3500-UPDATE-FX-TILL.
      *
      *  Purchase: debit foreign cash at mid, credit the tender
      *  with the VND paid.  Sale: debit the tender with the VND
      *  received, credit foreign cash at mid.  The spread balances
      *  the two - a credit to FX income, or a debit on the rare
      *  day the dealt side is inside the mid.
	3100-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		MOVE WS-FCY-CASH-ACCT TO GLINTF-GL-ACCOUNT
		IF FXCXD-BUY
			SET GLINTF-DEBIT TO TRUE
		ELSE
			SET GLINTF-CREDIT TO TRUE
		END-IF
		MOVE WS-MID-VALUE TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		MOVE WS-TENDER-ACCT TO GLINTF-GL-ACCOUNT
		IF FXCXD-BUY
			SET GLINTF-CREDIT TO TRUE
		ELSE
			SET GLINTF-DEBIT TO TRUE
		END-IF
		IF FXCXD-ACCOUNT-NO NOT = SPACES
			MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
			IF WS-DD-BRANCH = SPACES
				MOVE "000000" TO WS-DD-BRANCH
			END-IF
			MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		END-IF
		MOVE FXCXD-VND-AMOUNT TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		MOVE WS-BRANCH-CODE TO GLINTF-BRANCH-CODE
		IF WS-SPREAD-AMOUNT NOT = ZERO
			MOVE WS-FX-INCOME-ACCT TO GLINTF-GL-ACCOUNT
			IF WS-SPREAD-AMOUNT > ZERO
				SET GLINTF-CREDIT TO TRUE
				MOVE WS-SPREAD-AMOUNT TO GLINTF-AMOUNT
			ELSE
				SET GLINTF-DEBIT TO TRUE
				COMPUTE GLINTF-AMOUNT =
					ZERO - WS-SPREAD-AMOUNT
			END-IF
			WRITE GL-INTERFACE-RECORD
		END-IF
		CLOSE GL-INTERFACE-FILE.
      *
	3200-WRITE-HISTORY.
		MOVE FXCXD-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		IF FXCXD-BUY
			MOVE "FXCXBUY" TO TRNH-EVENT-CODE
		ELSE
			MOVE "FXCXSELL" TO TRNH-EVENT-CODE
		END-IF
		MOVE FXCXD-VND-AMOUNT TO TRNH-AMOUNT
		MOVE WS-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-TENDER-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	3300-WRITE-REGISTER.
		MOVE WS-TRANID TO FXCX-TRANID
		MOVE WS-BUSINESS-DATE TO FXCX-DATE
		MOVE WS-NOW (9:6) TO FXCX-TIME
		MOVE WS-BRANCH-CODE TO FXCX-BRANCH-CODE
		MOVE WS-TELLER-ID TO FXCX-TELLER-ID
		MOVE FXCXD-FUNCTION-CODE TO FXCX-DIRECTION
		MOVE FXCXD-CURRENCY-CODE TO FXCX-CURRENCY-CODE
		MOVE FXCXD-FCY-AMOUNT TO FXCX-FCY-AMOUNT
		MOVE FXCXD-DEAL-RATE TO FXCX-DEAL-RATE
		MOVE WS-MID-RATE TO FXCX-MID-RATE
		MOVE FXCXD-VND-AMOUNT TO FXCX-VND-AMOUNT
		MOVE WS-SPREAD-AMOUNT TO FXCX-SPREAD-AMOUNT
		MOVE FXCXD-ACCOUNT-NO TO FXCX-ACCOUNT-NO
		MOVE WS-CUSTOMER-NO TO FXCX-CUSTOMER-NO
		MOVE FXCXD-ID-NUMBER TO FXCX-ID-NUMBER
		MOVE FXCXD-CUSTOMER-NAME TO FXCX-CUSTOMER-NAME
		OPEN EXTEND EXCHANGE-REGISTER-FILE
		IF WS-FXCX-STATUS NOT = "00"
			CLOSE EXCHANGE-REGISTER-FILE
			OPEN OUTPUT EXCHANGE-REGISTER-FILE
		END-IF
		WRITE EXCHANGE-REGISTER-RECORD
		CLOSE EXCHANGE-REGISTER-FILE.
      *
      *  A walk-in's VND crosses the counter, so it moves the
      *  drawer the way a receipt or withdrawal does.
	3400-UPDATE-TILL.
		OPEN I-O TILL-FILE
		IF WS-TILL-STATUS NOT = "00"
			CLOSE TILL-FILE
			OPEN OUTPUT TILL-FILE
			CLOSE TILL-FILE
			OPEN I-O TILL-FILE
		END-IF
		MOVE "N" TO WS-TILL-FOUND-FLAG
		MOVE WS-BRANCH-CODE TO TILL-BRANCH-CODE
		MOVE WS-TELLER-ID TO TILL-TELLER-ID
		MOVE WS-BUSINESS-DATE TO TILL-DATE
		READ TILL-FILE
			INVALID KEY
				MOVE ZERO TO TILL-CASH-IN
				MOVE ZERO TO TILL-POSTING-COUNT
				MOVE ZERO TO TILL-CASH-OUT
				MOVE ZERO TO TILL-VAULT-IN
				MOVE ZERO TO TILL-VAULT-OUT
				MOVE ZERO TO TILL-JOURNAL-SEQ
			NOT INVALID KEY
				MOVE "Y" TO WS-TILL-FOUND-FLAG
		END-READ
		MOVE WS-BRANCH-CODE TO TILL-BRANCH-CODE
		MOVE WS-TELLER-ID TO TILL-TELLER-ID
		MOVE WS-BUSINESS-DATE TO TILL-DATE
		IF FXCXD-BUY
			ADD FXCXD-VND-AMOUNT TO TILL-CASH-OUT
		ELSE
			ADD FXCXD-VND-AMOUNT TO TILL-CASH-IN
		END-IF
		ADD 1 TO TILL-POSTING-COUNT
		IF WS-TILL-FOUND
			REWRITE TILL-RECORD
		ELSE
			WRITE TILL-RECORD
		END-IF
		CLOSE TILL-FILE.
      *
	3500-UPDATE-FX-TILL.
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
		MOVE FXCXD-CURRENCY-CODE TO TILLFX-CURRENCY-CODE
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
		MOVE FXCXD-CURRENCY-CODE TO TILLFX-CURRENCY-CODE
		IF FXCXD-BUY
			ADD FXCXD-FCY-AMOUNT TO TILLFX-BOUGHT
		ELSE
			ADD FXCXD-FCY-AMOUNT TO TILLFX-SOLD
		END-IF
		ADD 1 TO TILLFX-EXCHANGE-COUNT
		IF WS-TILLFX-FOUND
			REWRITE FX-TILL-RECORD
		ELSE
			WRITE FX-TILL-RECORD
		END-IF
		COMPUTE FXCXD-TILL-HOLDING =
			TILLFX-BOUGHT - TILLFX-SOLD
			+ TILLFX-VAULT-IN - TILLFX-VAULT-OUT
		CLOSE FX-TILL-FILE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
