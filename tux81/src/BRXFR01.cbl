      *
      *  BRXFR01.cbl
      *
      *  Account branch-transfer service.  Built on the standard
      *  TPSVCDEF-REC/TPTYPE-REC/DATA-REC/TPSTATUS-REC linkage and
      *  the TPRETURN.cbl calling pattern, guarded against nested
      *  writes (TRXGUARD) and logging its outcome (SVCRETLG).
      *
      *  Re-homes a single loan, demand-deposit account or fixed
      *  deposit to another branch when a customer asks for the
      *  account to be carried where they now bank.  The posting
      *  itself - the GL transfer-out and transfer-in legs for
      *  principal, accrued interest, penalty balance and
      *  provision, the branch change on the account and its
      *  before/after image on the audit trail - is the transfer
      *  engine BRXFRP1, the same code the branch-merger batch
      *  (BRMGBT1) runs for a whole closing branch.
      *
      *  The caller resolves from its CLIENTID (CLNTLK01) like any
      *  posting service, the transfer posts on the open business
      *  date (SYSDTLK1) inside an open GL period (GLPERCK1), and
      *  every attempt lands on the teller journal (TELJRN1).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BRXFR01.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
      *
	WORKING-STORAGE SECTION.
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
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-JRN-ACTION		PIC X(10) VALUE "BR XFER".
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
		COPY BRXFRD.
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
				MOVE 9319 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-BUSDATE-CLOSED
				MOVE 9320 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-PERIOD-CLOSED
				MOVE 9321 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1000-TRANSFER
		END-EVALUATE
		IF NOT TPFAIL
			SET TPSUCCESS TO TRUE
		END-IF
		COPY SVCRETLG.
      *
	1000-TRANSFER.
		CALL "BRXFRP1" USING DATA-REC WS-BUSINESS-DATE
		IF BRXFRD-RESULT-CODE NOT = ZERO
			MOVE BRXFRD-RESULT-CODE TO APPL-CODE
			SET TPFAIL TO TRUE
			MOVE "REJECTED" TO WS-JRN-OUTCOME
		ELSE
			MOVE "POSTED" TO WS-JRN-OUTCOME
		END-IF
		MOVE BRXFRD-PRINCIPAL-AMT TO WS-JRN-AMOUNT
		CALL "TELJRN1" USING WS-BRANCH-CODE WS-TELLER-ID
			WS-BUSINESS-DATE WS-JRN-ACTION
			BRXFRD-ACCOUNT-NO WS-JRN-AMOUNT
			WS-JRN-OUTCOME.
      *
