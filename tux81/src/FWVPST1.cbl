      *
      *  FWVPST1.cbl
      *
      *  Fee waiver and refund posting core.  CALLed subprogram on
      *  the TRNRVAP1 shape: APPRMNT1 CALLs it when a checker
      *  approves a waiver or refund parked by FWVRMNT1 (target
      *  FWVREQR), passing the request image and the checker's
      *  name.  A nonzero LS-RESULT-CODE carries the APPL-CODE the
      *  approval is refused with and nothing is posted; the
      *  TRANID the money went back under echoes back.
      *
      *  The core refuses work while the business date (SYSDTLK1,
      *  9267) or the GL period (GLPERCK1, 9268) is closed, finds
      *  the fee by the TRANID it was charged under on the fee
      *  history (FEEHSTR) and refuses one that is not there (9269)
      *  or has already been waived or refunded (9270), a refund
      *  account that is not an open demand-deposit account (9271)
      *  and an amount that is zero or more than the fee (9272).
      *
      *  The money goes back to the customer's demand-deposit
      *  account - the balance is credited and the demand-deposit
      *  liability credited on the GL interface extract (GLINTFR)
      *  under a fresh TRANID (TRNIDGN1) - and the income the fee
      *  booked to is debited: for a demand-deposit fee the GL
      *  mapping's income account for the event (GLMAPLK1), else
      *  the fee table's (FEETBLR), the same layering DDFEEBT1
      *  charged it with.  An origination fee (LOANCRT, DISBURSE)
      *  was never income on the day: the loan's deferred-fee row
      *  (DFEEREGR) is unwound first - the deferred-income account
      *  is debited up to what is still deferred and the row's
      *  original amount and balance reduced, so DFRREL01 never
      *  releases money the customer has back - and only what was
      *  already released is debited to the row's income account.
      *
      *  The fee-history row is rewritten WAIVED or REFUNDED with
      *  the amount given back and the refund TRANID, a FEEWAIVE or
      *  FEEREFND row is appended to the account's transaction
      *  history (TRNHSTR/TRNHLOG), the request is written to the
      *  waiver register (FWVREQR) POSTED under the checker's name,
      *  and an audit-trail row (AUDTRLR/AUDITLOG) carries the fee
      *  and refund TRANIDs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FWVPST1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEEH-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT FEE-TABLE-FILE ASSIGN TO "FEETBLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FEETBL-EVENT-CODE
			FILE STATUS IS WS-FEETBL-STATUS.
		SELECT DEFERRED-FEE-FILE ASSIGN TO "DFEEREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DFEE-KEY
			FILE STATUS IS WS-DFEE-STATUS.
		SELECT FEE-WAIVER-FILE ASSIGN TO "FWVREQR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FWVR-FEE-TRANID
			FILE STATUS IS WS-FWVR-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FEE-HISTORY-FILE.
	01  FEE-HISTORY-RECORD.
		COPY FEEHSTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FEE-TABLE-FILE.
	01  FEE-TABLE-RECORD.
		COPY FEETBLR.
	FD  DEFERRED-FEE-FILE.
	01  DEFERRED-FEE-RECORD.
		COPY DFEEREGR.
	FD  FEE-WAIVER-FILE.
	01  FEE-WAIVER-RECORD.
		COPY FWVREQR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
      *
	WORKING-STORAGE SECTION.
	01  WS-FEEH-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FEETBL-STATUS		PIC XX.
	01  WS-DFEE-STATUS		PIC XX.
	01  WS-FWVR-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-FEE-FOUND-FLAG		PIC X.
		88  WS-FEE-FOUND	VALUE "Y".
	01  WS-FEE-OPEN-FLAG		PIC X.
		88  WS-FEE-OPEN		VALUE "Y".
	01  WS-FEE-TRANID		PIC S9(9) COMP-5.
	01  WS-FEE-EVENT		PIC X(8).
	01  WS-FEE-CODE			PIC X(4).
	01  WS-FEE-ACCOUNT		PIC X(12).
	01  WS-FEE-BRANCH		PIC X(6).
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-REFUND-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-DEFERRED-PART		PIC S9(11)V99 COMP-3.
	01  WS-INCOME-PART		PIC S9(11)V99 COMP-3.
	01  WS-REFUND-TRANID		PIC S9(9) COMP-5.
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-INCOME-ACCT		PIC X(10).
	01  WS-DEFERRED-ACCT		PIC X(10).
	01  WS-GLMAP-PRODUCT		PIC X(4).
	01  WS-GLMAP-DEBIT		PIC X(10).
	01  WS-GLMAP-CREDIT		PIC X(10).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-FEE-TRANID-DISP		PIC ---------9.
	01  WS-REFUND-TRANID-DISP	PIC ---------9.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
	01  WS-VALUE-DATE		PIC X(8).
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
      *
	LINKAGE SECTION.
	01  LS-WAIVER-REQUEST.
		COPY FWVREQR.
	01  LS-CHECKER			PIC X(30).
	01  LS-REFUND-TRANID		PIC S9(9) COMP-5.
	01  LS-RESULT-CODE		PIC S9(9) COMP-5.
      *
	PROCEDURE DIVISION USING LS-WAIVER-REQUEST LS-CHECKER
			LS-REFUND-TRANID LS-RESULT-CODE.
	0000-MAIN.
		MOVE ZERO TO LS-RESULT-CODE
		MOVE ZERO TO LS-REFUND-TRANID
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-VALUE-DATE
			WS-BUSDATE-OPEN-FLAG
		IF WS-BUSDATE-CLOSED
			MOVE 9267 TO LS-RESULT-CODE
		END-IF
		IF LS-RESULT-CODE = ZERO
			CALL "GLPERCK1" USING WS-VALUE-DATE
				WS-PERIOD-OPEN-FLAG
			IF WS-PERIOD-CLOSED
				MOVE 9268 TO LS-RESULT-CODE
			END-IF
		END-IF
		IF LS-RESULT-CODE = ZERO
			PERFORM 1000-FIND-FEE
		END-IF
		IF LS-RESULT-CODE = ZERO
			PERFORM 1500-CHECK-REFUND-ACCOUNT
		END-IF
		IF LS-RESULT-CODE = ZERO
			PERFORM 2000-POST-REFUND
		END-IF
		EXIT PROGRAM.
      *
	1000-FIND-FEE.
		MOVE "N" TO WS-EOF-FLAG
		MOVE "N" TO WS-FEE-FOUND-FLAG
		MOVE "N" TO WS-FEE-OPEN-FLAG
		MOVE FWVR-FEE-TRANID OF LS-WAIVER-REQUEST
			TO WS-FEE-TRANID
		OPEN INPUT FEE-HISTORY-FILE
		IF WS-FEEH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-FEE UNTIL WS-EOF
		CLOSE FEE-HISTORY-FILE
		IF WS-FEE-FOUND
			MOVE FWVR-AMOUNT OF LS-WAIVER-REQUEST
				TO WS-REFUND-AMOUNT
			IF FWVR-WAIVER OF LS-WAIVER-REQUEST
				MOVE WS-FEE-AMOUNT TO WS-REFUND-AMOUNT
			END-IF
		END-IF
		EVALUATE TRUE
			WHEN WS-FEE-TRANID = ZERO
				MOVE 9269 TO LS-RESULT-CODE
			WHEN NOT WS-FEE-FOUND
				MOVE 9269 TO LS-RESULT-CODE
			WHEN NOT WS-FEE-OPEN
				MOVE 9270 TO LS-RESULT-CODE
			WHEN WS-REFUND-AMOUNT NOT > ZERO
				MOVE 9272 TO LS-RESULT-CODE
			WHEN WS-REFUND-AMOUNT > WS-FEE-AMOUNT
				MOVE 9272 TO LS-RESULT-CODE
		END-EVALUATE.
      *
	1100-READ-FEE.
		READ FEE-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-CHECK-FEE-ROW
		END-READ.
      *
	1200-CHECK-FEE-ROW.
		IF FEEH-TRANID = WS-FEE-TRANID
			MOVE "Y" TO WS-FEE-FOUND-FLAG
			MOVE FEEH-EVENT-CODE TO WS-FEE-EVENT
			MOVE FEEH-FEE-CODE TO WS-FEE-CODE
			MOVE FEEH-ACCOUNT-NO TO WS-FEE-ACCOUNT
			MOVE FEEH-BRANCH-CODE TO WS-FEE-BRANCH
			MOVE FEEH-AMOUNT TO WS-FEE-AMOUNT
			MOVE "N" TO WS-FEE-OPEN-FLAG
			IF FEEH-CHARGED
				MOVE "Y" TO WS-FEE-OPEN-FLAG
			END-IF
		END-IF.
      *
	1500-CHECK-REFUND-ACCOUNT.
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			MOVE 9271 TO LS-RESULT-CODE
		ELSE
			MOVE FWVR-REFUND-ACCOUNT-NO OF LS-WAIVER-REQUEST
				TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					MOVE 9271 TO LS-RESULT-CODE
				NOT INVALID KEY
					PERFORM 1510-CHECK-ACTIVE
			END-READ
		END-IF
		CLOSE DD-ACCOUNT-FILE.
      *
	1510-CHECK-ACTIVE.
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE "000000" TO WS-DD-BRANCH
		END-IF
		IF NOT DDACC-ACTIVE
			MOVE 9271 TO LS-RESULT-CODE
		END-IF.
      *
	2000-POST-REFUND.
		CALL "TRNIDGN1" USING WS-REFUND-TRANID
		MOVE WS-REFUND-TRANID TO LS-REFUND-TRANID
		PERFORM 2100-RESOLVE-INCOME
		PERFORM 2200-CREDIT-ACCOUNT
		PERFORM 2300-WRITE-GL-LEGS
		PERFORM 2400-MARK-FEE-ROW
		PERFORM 2500-WRITE-HISTORY
		PERFORM 2600-REGISTER-POSTED
		PERFORM 2700-AUDIT-REFUND.
      *
      *  An origination fee unwinds the loan's deferred-fee row
      *  before anything is taken out of income: only the part
      *  DFRREL01 has already released was ever recognised.  Any
      *  other fee is reversed out of the income account it was
      *  charged to - the mapped account for the event first, the
      *  fee table's when unmapped.
	2100-RESOLVE-INCOME.
		MOVE ZERO TO WS-DEFERRED-PART
		MOVE WS-REFUND-AMOUNT TO WS-INCOME-PART
		MOVE SPACES TO WS-INCOME-ACCT
		MOVE SPACES TO WS-DEFERRED-ACCT
		OPEN INPUT FEE-TABLE-FILE
		IF WS-FEETBL-STATUS = "00"
			MOVE WS-FEE-EVENT TO FEETBL-EVENT-CODE
			READ FEE-TABLE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE FEETBL-INCOME-GL-ACCOUNT
						TO WS-INCOME-ACCT
			END-READ
		END-IF
		CLOSE FEE-TABLE-FILE
		IF WS-FEE-EVENT = "LOANCRT" OR WS-FEE-EVENT = "DISBURSE"
			PERFORM 2110-UNWIND-DEFERRAL
		ELSE
			PERFORM 2120-MAP-INCOME
		END-IF.
      *
	2110-UNWIND-DEFERRAL.
		OPEN I-O DEFERRED-FEE-FILE
		IF WS-DFEE-STATUS = "00"
			MOVE WS-FEE-ACCOUNT TO DFEE-ACCOUNT-NO
			MOVE WS-FEE-CODE TO DFEE-FEE-CODE
			READ DEFERRED-FEE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 2115-REDUCE-DEFERRAL
			END-READ
		END-IF
		CLOSE DEFERRED-FEE-FILE.
      *
	2115-REDUCE-DEFERRAL.
		MOVE DFEE-DEFERRED-GL-ACCOUNT TO WS-DEFERRED-ACCT
		IF DFEE-INCOME-GL-ACCOUNT NOT = SPACES
			MOVE DFEE-INCOME-GL-ACCOUNT TO WS-INCOME-ACCT
		END-IF
		MOVE WS-REFUND-AMOUNT TO WS-DEFERRED-PART
		IF WS-DEFERRED-PART > DFEE-BALANCE
			MOVE DFEE-BALANCE TO WS-DEFERRED-PART
		END-IF
		IF WS-DEFERRED-PART < ZERO
			MOVE ZERO TO WS-DEFERRED-PART
		END-IF
		COMPUTE WS-INCOME-PART =
			WS-REFUND-AMOUNT - WS-DEFERRED-PART
		SUBTRACT WS-DEFERRED-PART FROM DFEE-BALANCE
		SUBTRACT WS-REFUND-AMOUNT FROM DFEE-ORIGINAL-AMOUNT
		SUBTRACT WS-INCOME-PART FROM DFEE-RELEASED-AMOUNT
		IF DFEE-BALANCE = ZERO
			SET DFEE-RELEASED TO TRUE
		END-IF
		REWRITE DEFERRED-FEE-RECORD.
      *
	2120-MAP-INCOME.
		MOVE SPACES TO WS-GLMAP-PRODUCT
		CALL "GLMAPLK1" USING WS-FEE-EVENT
			WS-GLMAP-PRODUCT WS-GLMAP-DEBIT
			WS-GLMAP-CREDIT WS-GLMAP-FOUND-FLAG
		IF WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-GLMAP-CREDIT TO WS-INCOME-ACCT
		END-IF.
      *
	2200-CREDIT-ACCOUNT.
		OPEN I-O DD-ACCOUNT-FILE
		MOVE FWVR-REFUND-ACCOUNT-NO OF LS-WAIVER-REQUEST
			TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				ADD WS-REFUND-AMOUNT TO DDACC-BALANCE
				REWRITE DD-ACCOUNT-RECORD
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
      *  The credit to the customer books to the refund account's
      *  home branch (DDACC-HOME-BRANCH, head office 000000 for an
      *  account from before home branches were kept); the income
      *  and deferred-income debits back out of the branch the fee
      *  was charged at.
	2300-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-FEE-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-REFUND-TRANID TO GLINTF-TRANID
		IF WS-DEFERRED-PART > ZERO
			MOVE WS-DEFERRED-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-DEFERRED-PART TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-INCOME-PART > ZERO
			MOVE WS-INCOME-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-INCOME-PART TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-REFUND-AMOUNT TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	2400-MARK-FEE-ROW.
		MOVE "N" TO WS-EOF-FLAG
		OPEN I-O FEE-HISTORY-FILE
		PERFORM 2410-READ-FEE-FOR-UPDATE UNTIL WS-EOF
		CLOSE FEE-HISTORY-FILE.
      *
	2410-READ-FEE-FOR-UPDATE.
		READ FEE-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FEEH-TRANID = WS-FEE-TRANID
					PERFORM 2420-REWRITE-FEE-ROW
				END-IF
		END-READ.
      *
	2420-REWRITE-FEE-ROW.
		IF FWVR-WAIVER OF LS-WAIVER-REQUEST
			SET FEEH-WAIVED TO TRUE
		ELSE
			SET FEEH-REFUNDED TO TRUE
		END-IF
		MOVE WS-REFUND-AMOUNT TO FEEH-REFUNDED-AMOUNT
		MOVE WS-REFUND-TRANID TO FEEH-REFUND-TRANID
		REWRITE FEE-HISTORY-RECORD
		SET WS-EOF TO TRUE.
      *
	2500-WRITE-HISTORY.
		MOVE FWVR-REFUND-ACCOUNT-NO OF LS-WAIVER-REQUEST
			TO TRNH-ACCOUNT-NO
		MOVE "FEEREFND" TO TRNH-EVENT-CODE
		IF FWVR-WAIVER OF LS-WAIVER-REQUEST
			MOVE "FEEWAIVE" TO TRNH-EVENT-CODE
		END-IF
		MOVE WS-REFUND-AMOUNT TO TRNH-AMOUNT
		MOVE FWVR-BRANCH-CODE OF LS-WAIVER-REQUEST
			TO TRNH-BRANCH-CODE
		MOVE WS-REFUND-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-INCOME-ACCT TO TRNH-TENDER-GL-ACCOUNT
		IF WS-INCOME-PART = ZERO
			MOVE WS-DEFERRED-ACCT TO TRNH-TENDER-GL-ACCOUNT
		END-IF
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	2600-REGISTER-POSTED.
		OPEN I-O FEE-WAIVER-FILE
		IF WS-FWVR-STATUS NOT = "00"
			CLOSE FEE-WAIVER-FILE
			OPEN OUTPUT FEE-WAIVER-FILE
			CLOSE FEE-WAIVER-FILE
			OPEN I-O FEE-WAIVER-FILE
		END-IF
		MOVE LS-WAIVER-REQUEST TO FEE-WAIVER-RECORD
		MOVE WS-REFUND-AMOUNT
			TO FWVR-AMOUNT OF FEE-WAIVER-RECORD
		SET FWVR-POSTED OF FEE-WAIVER-RECORD TO TRUE
		MOVE LS-CHECKER TO FWVR-CHECKER OF FEE-WAIVER-RECORD
		MOVE WS-VALUE-DATE
			TO FWVR-POSTED-DATE OF FEE-WAIVER-RECORD
		MOVE WS-REFUND-TRANID
			TO FWVR-REFUND-TRANID OF FEE-WAIVER-RECORD
		WRITE FEE-WAIVER-RECORD
			INVALID KEY
				REWRITE FEE-WAIVER-RECORD
		END-WRITE
		CLOSE FEE-WAIVER-FILE.
      *
	2700-AUDIT-REFUND.
		MOVE WS-FEE-TRANID TO WS-FEE-TRANID-DISP
		MOVE WS-REFUND-TRANID TO WS-REFUND-TRANID-DISP
		MOVE "FEE-WAIVER" TO AUDTRL-RECORD-TYPE
		MOVE WS-FEE-ACCOUNT TO AUDTRL-KEY-VALUE
		MOVE SPACES TO AUDTRL-OLD-VALUE
		MOVE WS-FEE-TRANID-DISP TO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE WS-REFUND-TRANID-DISP TO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
