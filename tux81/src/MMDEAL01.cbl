      *
      *  MMDEAL01.cbl
      *
      *  Interbank money-market deal-entry service.  Built on the
      *  standard TPSVCDEF-REC/TPTYPE-REC/DATA-REC/TPSTATUS-REC
      *  linkage and the TPRETURN.cbl calling pattern, guarded
      *  against nested writes (TRXGUARD) and logging its outcome
      *  (SVCRETLG), the RCDEP01 shape.  MMDEALD-FUNCTION-CODE
      *  selects ENTER or INQUIRE against the deal file (MMDEALR).
      *
      *  ENTER books treasury's placement with (P), or borrowing
      *  from (B), another bank, valued on the business date and
      *  maturing on a later date, at a rate on one of DAYCNT1's
      *  day-count bases (actual/365, actual/360, 30/360).  The
      *  counterparty must hold an active row on the counterparty
      *  limit file (MMCPLMR), and a placement is refused when it
      *  would take the principal of that bank's active placements
      *  past its limit - both valued in VND at the deal's book
      *  rate, the FXRTLK1 mid rate for a foreign currency, which
      *  must not be stale.  The deal's opening GL legs go to the
      *  GL interface (GLINTFR) under a fresh TRANID from the
      *  accounts the GL mapping file gives (GLMAPLK1, events
      *  MMPLACE and MMBORROW), falling back to the house defaults:
      *  a placement debits money-market placements and credits the
      *  nostro, a borrowing debits the nostro and credits
      *  money-market borrowings.  Nothing books while EOD holds the
      *  business date or the GL period is locked.
      *
      *  MMACBT1 accrues the deal's interest nightly and MMMTBT1
      *  settles it at maturity.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MMDEAL01.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MM-DEAL-FILE ASSIGN TO "MMDEALR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MMDEAL-DEAL-NO
			FILE STATUS IS WS-MMDEAL-STATUS.
		SELECT COUNTERPARTY-FILE ASSIGN TO "MMCPLMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MMCPL-BANK-CODE
			FILE STATUS IS WS-MMCPL-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MM-DEAL-FILE.
	01  MM-DEAL-RECORD.
		COPY MMDEALR.
	FD  COUNTERPARTY-FILE.
	01  COUNTERPARTY-RECORD.
		COPY MMCPLMR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
      *
	WORKING-STORAGE SECTION.
	01  WS-MMDEAL-STATUS		PIC XX.
	01  WS-MMCPL-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-VALUE-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-LOOKUP-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
		88  WS-RATE-CURRENT	VALUE "C".
		88  WS-RATE-ROLLED	VALUE "R".
		88  WS-RATE-STALE	VALUE "S".
	01  WS-VND-PRINCIPAL		PIC S9(13)V99 COMP-3.
	01  WS-UTILISED-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-HEADROOM			PIC S9(13)V99 COMP-3.
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-PRODUCT-CODE		PIC X(4) VALUE SPACES.
	01  WS-DEBIT-ACCT		PIC X(10).
	01  WS-CREDIT-ACCT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-NOSTRO-ACCT		PIC X(10) VALUE "1000000097".
	01  WS-PLACEMENT-ACCT		PIC X(10) VALUE "1000000080".
	01  WS-BORROWING-ACCT		PIC X(10) VALUE "2000000080".
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
		COPY MMDEALD.
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
		CALL "SYSDTLK1" USING WS-VALUE-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "CLNTLK01" USING CLIENTID WS-BRANCH-CODE
			WS-TELLER-ID WS-FOUND-FLAG
		IF NOT WS-FOUND
			MOVE "000000" TO WS-BRANCH-CODE
		END-IF
		EVALUATE TRUE
			WHEN WS-BUSDATE-CLOSED
				MOVE 9288 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 0100-DISPATCH
		END-EVALUATE
		IF NOT TPFAIL
			SET TPSUCCESS TO TRUE
		END-IF
		COPY SVCRETLG.
      *
	0100-DISPATCH.
		OPEN I-O MM-DEAL-FILE
		IF WS-MMDEAL-STATUS NOT = "00"
			CLOSE MM-DEAL-FILE
			OPEN OUTPUT MM-DEAL-FILE
			CLOSE MM-DEAL-FILE
			OPEN I-O MM-DEAL-FILE
		END-IF
		EVALUATE TRUE
			WHEN MMDEALD-ENTER
				PERFORM 1000-ENTER-DEAL
			WHEN MMDEALD-INQUIRE
				PERFORM 4000-INQUIRE
			WHEN OTHER
				MOVE 9290 TO APPL-CODE
				SET TPFAIL TO TRUE
		END-EVALUATE
		CLOSE MM-DEAL-FILE.
      *
	1000-ENTER-DEAL.
		IF MMDEALD-CURRENCY-CODE = SPACES
			MOVE "VND" TO MMDEALD-CURRENCY-CODE
		END-IF
		IF MMDEALD-VALUE-DATE = SPACES
			MOVE WS-VALUE-DATE TO MMDEALD-VALUE-DATE
		END-IF
		CALL "GLPERCK1" USING WS-VALUE-DATE
			WS-PERIOD-OPEN-FLAG
		EVALUATE TRUE
			WHEN WS-PERIOD-CLOSED
				MOVE 9289 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN MMDEALD-DEAL-NO = SPACES
				MOVE 9303 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN MMDEALD-DEAL-TYPE NOT = "P"
				AND MMDEALD-DEAL-TYPE NOT = "B"
				MOVE 9291 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN MMDEALD-PRINCIPAL NOT > ZERO
				MOVE 9292 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN MMDEALD-INTEREST-RATE < ZERO
				MOVE 9293 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN MMDEALD-DAYCOUNT-BASIS NOT = "5"
				AND MMDEALD-DAYCOUNT-BASIS NOT = "0"
				AND MMDEALD-DAYCOUNT-BASIS NOT = "3"
				AND MMDEALD-DAYCOUNT-BASIS NOT = SPACE
				MOVE 9294 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN MMDEALD-VALUE-DATE NOT = WS-VALUE-DATE
				MOVE 9295 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN MMDEALD-MATURITY-DATE NOT NUMERIC
				OR MMDEALD-MATURITY-DATE
					NOT > MMDEALD-VALUE-DATE
				MOVE 9296 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1050-CHECK-COUNTERPARTY
		END-EVALUATE.
      *
	1050-CHECK-COUNTERPARTY.
		OPEN INPUT COUNTERPARTY-FILE
		MOVE MMDEALD-COUNTERPARTY TO MMCPL-BANK-CODE
		READ COUNTERPARTY-FILE
			INVALID KEY
				MOVE 9297 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 1060-JUDGE-COUNTERPARTY
		END-READ
		CLOSE COUNTERPARTY-FILE.
      *
	1060-JUDGE-COUNTERPARTY.
		PERFORM 1070-SET-BOOK-RATE
		EVALUATE TRUE
			WHEN NOT MMCPL-ACTIVE
				MOVE 9298 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-RATE-STALE
				MOVE 9299 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1100-CHECK-LIMIT
		END-EVALUATE.
      *
	1070-SET-BOOK-RATE.
		IF MMDEALD-CURRENCY-CODE = "VND"
			MOVE 1 TO WS-LOOKUP-RATE
			SET WS-RATE-CURRENT TO TRUE
		ELSE
			CALL "FXRTLK1" USING MMDEALD-CURRENCY-CODE
				WS-VALUE-DATE WS-LOOKUP-RATE
				WS-RATE-RESULT-FLAG
		END-IF
		COMPUTE WS-VND-PRINCIPAL ROUNDED =
			MMDEALD-PRINCIPAL * WS-LOOKUP-RATE.
      *
      *  Utilisation is the counterparty's active placements at
      *  their own book rates; a borrowing is checked against
      *  nothing but still gets the headroom shown back.
	1100-CHECK-LIMIT.
		MOVE ZERO TO WS-UTILISED-AMOUNT
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE LOW-VALUES TO MMDEAL-DEAL-NO
		START MM-DEAL-FILE KEY >= MMDEAL-DEAL-NO
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 1110-SCAN-DEALS UNTIL WS-SCAN-EOF
		COMPUTE WS-HEADROOM =
			MMCPL-LIMIT-AMOUNT - WS-UTILISED-AMOUNT
		MOVE WS-HEADROOM TO MMDEALD-HEADROOM
		IF MMDEALD-DEAL-TYPE = "P"
			AND WS-VND-PRINCIPAL > WS-HEADROOM
			MOVE 9300 TO APPL-CODE
			SET TPFAIL TO TRUE
		ELSE
			PERFORM 1200-WRITE-DEAL
		END-IF.
      *
	1110-SCAN-DEALS.
		READ MM-DEAL-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF MMDEAL-ACTIVE AND MMDEAL-PLACEMENT
					AND MMDEAL-COUNTERPARTY =
						MMDEALD-COUNTERPARTY
					COMPUTE WS-UTILISED-AMOUNT
						ROUNDED =
						WS-UTILISED-AMOUNT
						+ MMDEAL-PRINCIPAL
						* MMDEAL-BOOK-RATE
				END-IF
		END-READ.
      *
	1200-WRITE-DEAL.
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE MMDEALD-DEAL-NO TO MMDEAL-DEAL-NO
		MOVE MMDEALD-COUNTERPARTY TO MMDEAL-COUNTERPARTY
		MOVE MMDEALD-DEAL-TYPE TO MMDEAL-DEAL-TYPE
		MOVE MMDEALD-CURRENCY-CODE TO MMDEAL-CURRENCY-CODE
		MOVE MMDEALD-PRINCIPAL TO MMDEAL-PRINCIPAL
		MOVE MMDEALD-INTEREST-RATE TO MMDEAL-INTEREST-RATE
		MOVE MMDEALD-DAYCOUNT-BASIS TO MMDEAL-DAYCOUNT-BASIS
		MOVE MMDEALD-VALUE-DATE TO MMDEAL-VALUE-DATE
		MOVE MMDEALD-MATURITY-DATE TO MMDEAL-MATURITY-DATE
		MOVE WS-LOOKUP-RATE TO MMDEAL-BOOK-RATE
		MOVE WS-BRANCH-CODE TO MMDEAL-BRANCH-CODE
		MOVE WS-TRANID TO MMDEAL-ENTRY-TRANID
		MOVE ZERO TO MMDEAL-ACCRUED-INTEREST
		MOVE MMDEALD-VALUE-DATE TO MMDEAL-LAST-ACCRUAL-DATE
		MOVE SPACES TO MMDEAL-SETTLED-DATE
		SET MMDEAL-ACTIVE TO TRUE
		WRITE MM-DEAL-RECORD
			INVALID KEY
				MOVE 9301 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 1300-POST-DEAL-LEGS
				PERFORM 4100-RETURN-STATE
		END-WRITE.
      *
	1300-POST-DEAL-LEGS.
		IF MMDEAL-PLACEMENT
			MOVE "MMPLACE" TO WS-GLMAP-EVENT
			MOVE WS-PLACEMENT-ACCT TO WS-DEBIT-ACCT
			MOVE WS-NOSTRO-ACCT TO WS-CREDIT-ACCT
		ELSE
			MOVE "MMBORROW" TO WS-GLMAP-EVENT
			MOVE WS-NOSTRO-ACCT TO WS-DEBIT-ACCT
			MOVE WS-BORROWING-ACCT TO WS-CREDIT-ACCT
		END-IF
		CALL "GLMAPLK1" USING WS-GLMAP-EVENT WS-PRODUCT-CODE
			WS-DEBIT-ACCT WS-CREDIT-ACCT
			WS-GLMAP-FOUND-FLAG
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-DEBIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-VND-PRINCIPAL TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-CREDIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	4000-INQUIRE.
		MOVE MMDEALD-DEAL-NO TO MMDEAL-DEAL-NO
		READ MM-DEAL-FILE
			INVALID KEY
				MOVE 9302 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 4100-RETURN-STATE
		END-READ.
      *
	4100-RETURN-STATE.
		MOVE MMDEAL-COUNTERPARTY TO MMDEALD-COUNTERPARTY
		MOVE MMDEAL-DEAL-TYPE TO MMDEALD-DEAL-TYPE
		MOVE MMDEAL-CURRENCY-CODE TO MMDEALD-CURRENCY-CODE
		MOVE MMDEAL-PRINCIPAL TO MMDEALD-PRINCIPAL
		MOVE MMDEAL-INTEREST-RATE TO MMDEALD-INTEREST-RATE
		MOVE MMDEAL-DAYCOUNT-BASIS TO MMDEALD-DAYCOUNT-BASIS
		MOVE MMDEAL-VALUE-DATE TO MMDEALD-VALUE-DATE
		MOVE MMDEAL-MATURITY-DATE TO MMDEALD-MATURITY-DATE
		MOVE MMDEAL-BOOK-RATE TO MMDEALD-BOOK-RATE
		MOVE MMDEAL-ACCRUED-INTEREST
			TO MMDEALD-ACCRUED-INTEREST
		MOVE MMDEAL-SETTLED-DATE TO MMDEALD-SETTLED-DATE
		MOVE MMDEAL-STATUS-FLAG TO MMDEALD-STATUS-FLAG.
      *
