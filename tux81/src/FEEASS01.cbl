      *  TRANSEQR), and appends the charge both to the fee history
      *  file (FEEHSTR) and, as a FEE event, to the account's
      *  transaction history (TRNHSTR/TRNHLOG).
      *
      *  Origination fees - the LOANCRT arrangement fee and the
      *  DISBURSE draw fee - are not income on the day they are
      *  charged: their credit leg goes to the deferred-income
      *  account (FEEDEFER mapping event, GLMAPR/GLMAPLK1, the
      *  house default when unmapped) and the fee is added to the
      *  loan's row on the deferred-fee register (DFEEREGR) with
      *  the fee table's income account as where it will be
      *  recognised.  DFRREL01 releases it to that account over
      *  the loan's life.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FEEASS01.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT DEFERRED-FEE-FILE ASSIGN TO "DFEEREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DFEE-KEY
			FILE STATUS IS WS-DFEE-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  DEFERRED-FEE-FILE.
	01  DEFERRED-FEE-RECORD.
		COPY DFEEREGR.
      *
	WORKING-STORAGE SECTION.
	01  WS-FEETBL-STATUS		PIC XX.
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
	01  WS-DFEE-STATUS		PIC XX.
	01  WS-FEE-CREDIT-ACCT		PIC X(10).
	01  WS-DEFERRED-ACCT		PIC X(10) VALUE "2000000085".
	01  WS-DFR-EVENT		PIC X(8) VALUE "FEEDEFER".
	01  WS-DFR-PRODUCT		PIC X(4) VALUE SPACES.
	01  WS-DFR-MAP-CREDIT		PIC X(10).
	01  WS-DFR-MAP-FOUND		PIC X.
      *
	LINKAGE SECTION.
	01  LS-EVENT-CODE		PIC X(8).
		88  LS-ORIGINATION-FEE	VALUES "LOANCRT" "DISBURSE".
	01  LS-ACCOUNT-NO		PIC X(12).
	01  LS-BASE-AMOUNT		PIC S9(11)V99 COMP-3.
	01  LS-BRANCH-CODE		PIC X(6).
				PERFORM 3000-WRITE-GL-LEGS
				PERFORM 4000-WRITE-HISTORY
				PERFORM 5000-WRITE-TRAN-ROW
				IF LS-ORIGINATION-FEE
					PERFORM 6000-DEFER-FEE
				END-IF
			END-IF
		END-IF
		EXIT PROGRAM.
		END-IF.
      *
	3000-WRITE-GL-LEGS.
		MOVE FEETBL-INCOME-GL-ACCOUNT TO WS-FEE-CREDIT-ACCT
		IF LS-ORIGINATION-FEE
			CALL "GLMAPLK1" USING WS-DFR-EVENT
				WS-DFR-PRODUCT WS-DEFERRED-ACCT
				WS-DFR-MAP-CREDIT WS-DFR-MAP-FOUND
			MOVE WS-DEFERRED-ACCT TO WS-FEE-CREDIT-ACCT
		END-IF
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-FEE-CREDIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
		MOVE WS-NOW (1:8) TO FEEH-DATE
		MOVE WS-NOW (9:6) TO FEEH-TIME
		MOVE LS-BRANCH-CODE TO FEEH-BRANCH-CODE
		MOVE WS-TRANID TO FEEH-TRANID
		MOVE "C" TO FEEH-STATUS-FLAG
		MOVE ZERO TO FEEH-REFUNDED-AMOUNT
		MOVE ZERO TO FEEH-REFUND-TRANID
		MOVE SPACES TO FEEH-INVOICE-REF
		MOVE SPACES TO FEEH-INVOICE-NO
		MOVE SPACES TO FEEH-ADJ-INVOICE-REF
		MOVE SPACES TO FEEH-ADJ-INVOICE-NO
		WRITE FEE-HISTORY-RECORD
		CLOSE FEE-HISTORY-FILE.
      *
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-FEE-CASH-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
      *  One register row per loan and fee code: a second draw fee
      *  on the same loan adds to the row already deferring.
	6000-DEFER-FEE.
		OPEN I-O DEFERRED-FEE-FILE
		IF WS-DFEE-STATUS NOT = "00"
			CLOSE DEFERRED-FEE-FILE
			OPEN OUTPUT DEFERRED-FEE-FILE
			CLOSE DEFERRED-FEE-FILE
			OPEN I-O DEFERRED-FEE-FILE
		END-IF
		MOVE LS-ACCOUNT-NO TO DFEE-ACCOUNT-NO
		MOVE FEETBL-FEE-CODE TO DFEE-FEE-CODE
		READ DEFERRED-FEE-FILE
			INVALID KEY
				PERFORM 6100-NEW-DEFERRAL
			NOT INVALID KEY
				PERFORM 6200-ADD-TO-DEFERRAL
		END-READ
		CLOSE DEFERRED-FEE-FILE.
      *
	6100-NEW-DEFERRAL.
		MOVE LS-BRANCH-CODE TO DFEE-BRANCH-CODE
		MOVE WS-DEFERRED-ACCT TO DFEE-DEFERRED-GL-ACCOUNT
		MOVE FEETBL-INCOME-GL-ACCOUNT TO DFEE-INCOME-GL-ACCOUNT
		MOVE LS-FEE-AMOUNT TO DFEE-ORIGINAL-AMOUNT
		MOVE ZERO TO DFEE-RELEASED-AMOUNT
		MOVE LS-FEE-AMOUNT TO DFEE-BALANCE
		MOVE WS-VALUE-DATE TO DFEE-DEFERRED-DATE
		MOVE SPACES TO DFEE-LAST-RELEASE-DATE
		SET DFEE-DEFERRING TO TRUE
		WRITE DEFERRED-FEE-RECORD.
      *
	6200-ADD-TO-DEFERRAL.
		ADD LS-FEE-AMOUNT TO DFEE-ORIGINAL-AMOUNT
		ADD LS-FEE-AMOUNT TO DFEE-BALANCE
		SET DFEE-DEFERRING TO TRUE
		REWRITE DEFERRED-FEE-RECORD.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
