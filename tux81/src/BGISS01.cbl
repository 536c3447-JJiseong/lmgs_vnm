      *
      *  BGISS01.cbl
      *
      *  Bank guarantee service.  Built on the standard
      *  TPSVCDEF-REC/TPTYPE-REC/DATA-REC/TPSTATUS-REC linkage and
      *  the TPRETURN.cbl calling pattern, guarded against nested
      *  writes (TRXGUARD) and logging its outcome (SVCRETLG).
      *  Keeps the contingent-liability register (BGREGR) for the
      *  performance and bid guarantees the bank issues on a
      *  corporate customer's behalf.
      *
      *  ISSUE registers a new guarantee for an active, unrestricted
      *  applicant (CRSTCK1) whose single-obligor total, counting
      *  the new guarantee, stays inside the limit (EXPOSUR1).  A
      *  cash margin, when lodged, must sit free on one of the
      *  applicant's own active demand-deposit accounts - balance
      *  less what DDHLDCK1 already holds - and is locked there by
      *  an amount hold on DDHOLDR for as long as the guarantee
      *  stands.  Commission is charged through FEEASS01 (event
      *  BGCOMM, on the guarantee amount) and the amount is carried
      *  in the off-balance memo pair on the GL interface: debit
      *  customers' liability on guarantees, credit guarantees
      *  issued.
      *
      *  AMEND takes a new amount and/or expiry date; an increase
      *  is exposure-checked and charged commission on the
      *  increase, and either direction moves the memo pair by the
      *  difference.  CLAIM pays the beneficiary's demand from the
      *  nostro: the margin is applied first (debited from the
      *  deposit account), any shortfall is booked as a receivable
      *  from the applicant, and the guarantee runs off the memo
      *  accounts in full.  CANCEL (the original returned before
      *  expiry) runs it off without payment.  Claim and cancel
      *  release the margin hold as part of the guarantee's own
      *  life cycle; no court order is involved, so the release
      *  does not go through the hold register's maker-checker
      *  path.  Expiry is BGEXBT1's job.  Every event appends a row
      *  to the guarantee's transaction history (TRNHSTR/TRNHLOG),
      *  honours the business-date lock (SYSDTLK1) and the GL
      *  period lock (GLPERCK1); the branch resolves from the
      *  caller's CLIENTID (CLNTLK01).  The guarantee's legs post
      *  on its issuing branch (BGREG-BRANCH-CODE); the margin
      *  debit on a claim posts on the margin account's home branch
      *  (DDACC-HOME-BRANCH, head office 000000 for an account from
      *  before home branches were kept).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BGISS01.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BG-REGISTER-FILE ASSIGN TO "BGREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BGREG-GUARANTEE-NO
			FILE STATUS IS WS-BGREG-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT HOLD-FILE ASSIGN TO "DDHOLDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDHOLD-KEY
			FILE STATUS IS WS-HOLD-STATUS.
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
	FD  BG-REGISTER-FILE.
	01  BG-REGISTER-RECORD.
		COPY BGREGR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  HOLD-FILE.
	01  HOLD-RECORD.
		COPY DDHOLDR.
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
	01  WS-BGREG-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-HOLD-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
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
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-MEMO-CONTRA-ACCT		PIC X(10) VALUE "9000000001".
	01  WS-MEMO-ISSUED-ACCT		PIC X(10) VALUE "9000000002".
	01  WS-NOSTRO-ACCT		PIC X(10) VALUE "1000000097".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-CLAIM-RECV-ACCT		PIC X(10) VALUE "1000000006".
	01  WS-MEMO-DEBIT-ACCT		PIC X(10).
	01  WS-MEMO-CREDIT-ACCT		PIC X(10).
	01  WS-POST-ACCT		PIC X(10).
	01  WS-POST-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-TRNH-ACCOUNT		PIC X(12).
	01  WS-TRNH-EVENT		PIC X(8).
	01  WS-TRNH-TENDER		PIC X(10).
	01  WS-RESTRICT-FLAG		PIC X.
	01  WS-EXPOSURE-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TOTAL-EXPOSURE		PIC S9(13)V99 COMP-3.
	01  WS-EXPOSURE-LIMIT		PIC S9(13)V99 COMP-3.
	01  WS-OVER-LIMIT-FLAG		PIC X.
		88  WS-OVER-LIMIT	VALUE "Y".
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-FEE-EVENT		PIC X(8) VALUE "BGCOMM".
	01  WS-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-NEXT-HOLD-SEQ		PIC 9(4).
	01  WS-HOLD-EOF-FLAG		PIC X.
		88  WS-HOLD-EOF		VALUE "Y".
	01  WS-NEW-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-NEW-EXPIRY		PIC X(8).
	01  WS-AMOUNT-DIFF		PIC S9(11)V99 COMP-3.
	01  WS-MARGIN-APPLIED		PIC S9(11)V99 COMP-3.
	01  WS-SHORTFALL-AMT		PIC S9(11)V99 COMP-3.
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
		COPY BGISSD.
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
		CALL "GLPERCK1" USING WS-VALUE-DATE
			WS-PERIOD-OPEN-FLAG
		CALL "CLNTLK01" USING CLIENTID WS-BRANCH-CODE
			WS-TELLER-ID WS-FOUND-FLAG
		IF NOT WS-FOUND
			MOVE "000000" TO WS-BRANCH-CODE
		END-IF
		EVALUATE TRUE
			WHEN WS-BUSDATE-CLOSED
				MOVE 9234 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-PERIOD-CLOSED
				MOVE 9235 TO APPL-CODE
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
		OPEN I-O BG-REGISTER-FILE
		IF WS-BGREG-STATUS NOT = "00"
			CLOSE BG-REGISTER-FILE
			OPEN OUTPUT BG-REGISTER-FILE
			CLOSE BG-REGISTER-FILE
			OPEN I-O BG-REGISTER-FILE
		END-IF
		EVALUATE TRUE
			WHEN BGISSD-ISSUE
				PERFORM 1000-ISSUE-GUARANTEE
			WHEN BGISSD-AMEND
				PERFORM 2000-AMEND-GUARANTEE
			WHEN BGISSD-CLAIM
				PERFORM 3000-CLAIM-GUARANTEE
			WHEN BGISSD-CANCEL
				PERFORM 4000-CANCEL-GUARANTEE
			WHEN BGISSD-INQUIRE
				PERFORM 4500-INQUIRE-GUARANTEE
			WHEN OTHER
				MOVE 9223 TO APPL-CODE
				SET TPFAIL TO TRUE
		END-EVALUATE
		CLOSE BG-REGISTER-FILE.
      *
	1000-ISSUE-GUARANTEE.
		PERFORM 1100-VALIDATE-ISSUE
		IF NOT TPFAIL AND BGISSD-MARGIN-AMT > ZERO
			PERFORM 1200-CHECK-MARGIN-ACCOUNT
		END-IF
		IF NOT TPFAIL
			PERFORM 1300-WRITE-GUARANTEE
		END-IF.
      *
	1100-VALIDATE-ISSUE.
		MOVE BGISSD-GUARANTEE-NO TO BGREG-GUARANTEE-NO
		MOVE "N" TO WS-FOUND-FLAG
		READ BG-REGISTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-FOUND TO TRUE
		END-READ
		CALL "CRSTCK1" USING BGISSD-APPLICANT-CUST-NO
			WS-RESTRICT-FLAG
		EVALUATE TRUE
			WHEN BGISSD-GUARANTEE-NO = SPACES OR WS-FOUND
				MOVE 9231 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN BGISSD-TYPE-FLAG NOT = "P"
					AND BGISSD-TYPE-FLAG NOT = "B"
				MOVE 9236 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN BGISSD-AMOUNT <= ZERO
					OR BGISSD-MARGIN-AMT < ZERO
				MOVE 9226 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN BGISSD-EXPIRY-DATE <= WS-VALUE-DATE
				MOVE 9227 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-RESTRICT-FLAG NOT = "N"
				MOVE 9225 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1110-CHECK-APPLICANT
		END-EVALUATE.
      *
	1110-CHECK-APPLICANT.
		OPEN INPUT CUSTOMER-FILE
		MOVE BGISSD-APPLICANT-CUST-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				MOVE 9224 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				IF NOT CUSTM-ACTIVE
					MOVE 9224 TO APPL-CODE
					SET TPFAIL TO TRUE
				END-IF
		END-READ
		CLOSE CUSTOMER-FILE
		IF NOT TPFAIL
			MOVE BGISSD-AMOUNT TO WS-EXPOSURE-AMT
			PERFORM 1150-CHECK-EXPOSURE
		END-IF.
      *
      *  The guarantee counts against the applicant's
      *  single-obligor limit exactly as a loan of the same size
      *  would - a called guarantee becomes their debt.
	1150-CHECK-EXPOSURE.
		CALL "EXPOSUR1" USING BGISSD-APPLICANT-CUST-NO
			WS-EXPOSURE-AMT WS-TOTAL-EXPOSURE
			WS-EXPOSURE-LIMIT WS-OVER-LIMIT-FLAG
		IF WS-OVER-LIMIT
			MOVE 9230 TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
      *  The margin must be the applicant's own money and free to
      *  lock: whatever earlier holds already fence off is not
      *  available a second time.
	1200-CHECK-MARGIN-ACCOUNT.
		CALL "DDHLDCK1" USING BGISSD-MARGIN-ACCOUNT-NO
			WS-VALUE-DATE WS-HELD-AMOUNT WS-FULL-HOLD-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		MOVE BGISSD-MARGIN-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE 9228 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 1210-CHECK-MARGIN-FREE
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
	1210-CHECK-MARGIN-FREE.
		EVALUATE TRUE
			WHEN NOT DDACC-ACTIVE
					OR DDACC-CUSTOMER-NO NOT =
						BGISSD-APPLICANT-CUST-NO
				MOVE 9228 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-FULL-HOLD
					OR BGISSD-MARGIN-AMT >
					DDACC-BALANCE - WS-HELD-AMOUNT
				MOVE 9229 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
      *
	1300-WRITE-GUARANTEE.
		MOVE BGISSD-GUARANTEE-NO TO BGREG-GUARANTEE-NO
		MOVE BGISSD-APPLICANT-CUST-NO
			TO BGREG-APPLICANT-CUST-NO
		MOVE BGISSD-BENEFICIARY TO BGREG-BENEFICIARY
		MOVE BGISSD-TYPE-FLAG TO BGREG-TYPE-FLAG
		MOVE BGISSD-AMOUNT TO BGREG-AMOUNT
		MOVE BGISSD-CURRENCY-CODE TO BGREG-CURRENCY-CODE
		IF BGREG-CURRENCY-CODE = SPACES
			MOVE "VND" TO BGREG-CURRENCY-CODE
		END-IF
		MOVE WS-VALUE-DATE TO BGREG-ISSUE-DATE
		MOVE BGISSD-EXPIRY-DATE TO BGREG-EXPIRY-DATE
		MOVE WS-BRANCH-CODE TO BGREG-BRANCH-CODE
		MOVE ZERO TO BGREG-MARGIN-HOLD-SEQ
		MOVE ZERO TO BGREG-MARGIN-AMT
		MOVE SPACES TO BGREG-MARGIN-ACCOUNT-NO
		IF BGISSD-MARGIN-AMT > ZERO
			MOVE BGISSD-MARGIN-ACCOUNT-NO
				TO BGREG-MARGIN-ACCOUNT-NO
			MOVE BGISSD-MARGIN-AMT TO BGREG-MARGIN-AMT
			PERFORM 5000-PLACE-MARGIN-HOLD
		END-IF
		CALL "FEEASS01" USING WS-FEE-EVENT BGREG-GUARANTEE-NO
			BGREG-AMOUNT WS-BRANCH-CODE WS-FEE-AMOUNT
		MOVE WS-FEE-AMOUNT TO BGREG-COMMISSION-AMT
		MOVE ZERO TO BGREG-CLAIMED-AMT
		SET BGREG-ACTIVE TO TRUE
		MOVE WS-VALUE-DATE TO BGREG-STATUS-DATE
		WRITE BG-REGISTER-RECORD
			INVALID KEY
				MOVE 9231 TO APPL-CODE
				SET TPFAIL TO TRUE
		END-WRITE
		IF NOT TPFAIL
			CALL "TRNIDGN1" USING WS-TRANID
			MOVE BGREG-AMOUNT TO WS-POST-AMOUNT
			MOVE WS-MEMO-CONTRA-ACCT TO WS-MEMO-DEBIT-ACCT
			MOVE WS-MEMO-ISSUED-ACCT TO WS-MEMO-CREDIT-ACCT
			PERFORM 7500-POST-MEMO-LEGS
			MOVE "BGISSUE" TO WS-TRNH-EVENT
			PERFORM 7800-WRITE-GUARANTEE-HISTORY
			PERFORM 8000-FILL-REPLY
		END-IF.
      *
      *  Zero amount and blank expiry on the buffer leave that
      *  term as it stands.  The margin is not amended here; a
      *  guarantee needing a different margin is cancelled and
      *  reissued.
	2000-AMEND-GUARANTEE.
		PERFORM 6000-READ-ACTIVE-GUARANTEE
		IF NOT TPFAIL
			MOVE BGREG-AMOUNT TO WS-NEW-AMOUNT
			MOVE BGREG-EXPIRY-DATE TO WS-NEW-EXPIRY
			IF BGISSD-AMOUNT NOT = ZERO
				MOVE BGISSD-AMOUNT TO WS-NEW-AMOUNT
			END-IF
			IF BGISSD-EXPIRY-DATE NOT = SPACES
				MOVE BGISSD-EXPIRY-DATE TO WS-NEW-EXPIRY
			END-IF
			COMPUTE WS-AMOUNT-DIFF =
				WS-NEW-AMOUNT - BGREG-AMOUNT
			EVALUATE TRUE
				WHEN WS-NEW-AMOUNT <= ZERO
					MOVE 9226 TO APPL-CODE
					SET TPFAIL TO TRUE
				WHEN WS-NEW-EXPIRY <= WS-VALUE-DATE
					MOVE 9227 TO APPL-CODE
					SET TPFAIL TO TRUE
				WHEN WS-AMOUNT-DIFF > ZERO
					MOVE WS-AMOUNT-DIFF
						TO WS-EXPOSURE-AMT
					CALL "EXPOSUR1" USING
						BGREG-APPLICANT-CUST-NO
						WS-EXPOSURE-AMT
						WS-TOTAL-EXPOSURE
						WS-EXPOSURE-LIMIT
						WS-OVER-LIMIT-FLAG
					IF WS-OVER-LIMIT
						MOVE 9230 TO APPL-CODE
						SET TPFAIL TO TRUE
					END-IF
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		END-IF
		IF NOT TPFAIL
			PERFORM 2100-APPLY-AMENDMENT
		END-IF.
      *
	2100-APPLY-AMENDMENT.
		CALL "TRNIDGN1" USING WS-TRANID
		IF WS-AMOUNT-DIFF > ZERO
			CALL "FEEASS01" USING WS-FEE-EVENT
				BGREG-GUARANTEE-NO WS-AMOUNT-DIFF
				WS-BRANCH-CODE WS-FEE-AMOUNT
			ADD WS-FEE-AMOUNT TO BGREG-COMMISSION-AMT
			MOVE WS-AMOUNT-DIFF TO WS-POST-AMOUNT
			MOVE WS-MEMO-CONTRA-ACCT TO WS-MEMO-DEBIT-ACCT
			MOVE WS-MEMO-ISSUED-ACCT TO WS-MEMO-CREDIT-ACCT
			PERFORM 7500-POST-MEMO-LEGS
		END-IF
		IF WS-AMOUNT-DIFF < ZERO
			COMPUTE WS-POST-AMOUNT = ZERO - WS-AMOUNT-DIFF
			MOVE WS-MEMO-ISSUED-ACCT TO WS-MEMO-DEBIT-ACCT
			MOVE WS-MEMO-CONTRA-ACCT TO WS-MEMO-CREDIT-ACCT
			PERFORM 7500-POST-MEMO-LEGS
		END-IF
		MOVE WS-NEW-AMOUNT TO BGREG-AMOUNT
		MOVE WS-NEW-EXPIRY TO BGREG-EXPIRY-DATE
		MOVE WS-VALUE-DATE TO BGREG-STATUS-DATE
		REWRITE BG-REGISTER-RECORD
		MOVE WS-NEW-AMOUNT TO WS-POST-AMOUNT
		MOVE "BGAMEND" TO WS-TRNH-EVENT
		PERFORM 7800-WRITE-GUARANTEE-HISTORY
		PERFORM 8000-FILL-REPLY.
      *
      *  A demand settles the guarantee in full: whatever is paid,
      *  the undertaking is spent and its whole amount runs off the
      *  memo accounts.
	3000-CLAIM-GUARANTEE.
		PERFORM 6000-READ-ACTIVE-GUARANTEE
		IF NOT TPFAIL
			IF BGISSD-CLAIM-AMOUNT <= ZERO
				OR BGISSD-CLAIM-AMOUNT > BGREG-AMOUNT
				MOVE 9232 TO APPL-CODE
				SET TPFAIL TO TRUE
			ELSE
				PERFORM 3100-PAY-CLAIM
			END-IF
		END-IF.
      *
	3100-PAY-CLAIM.
		PERFORM 5100-RELEASE-MARGIN-HOLD
		MOVE ZERO TO WS-MARGIN-APPLIED
		IF BGREG-MARGIN-AMT > ZERO
			PERFORM 3200-APPLY-MARGIN
		END-IF
		COMPUTE WS-SHORTFALL-AMT =
			BGISSD-CLAIM-AMOUNT - WS-MARGIN-APPLIED
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 7000-OPEN-GL-INTERFACE
		IF WS-MARGIN-APPLIED > ZERO
			MOVE WS-DD-LIABILITY-ACCT TO WS-POST-ACCT
			MOVE WS-MARGIN-APPLIED TO WS-POST-AMOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
			PERFORM 7110-WRITE-LEG-ON-BRANCH
		END-IF
		IF WS-SHORTFALL-AMT > ZERO
			MOVE WS-CLAIM-RECV-ACCT TO WS-POST-ACCT
			MOVE WS-SHORTFALL-AMT TO WS-POST-AMOUNT
			SET GLINTF-DEBIT TO TRUE
			PERFORM 7100-WRITE-GL-LEG
		END-IF
		MOVE WS-NOSTRO-ACCT TO WS-POST-ACCT
		MOVE BGISSD-CLAIM-AMOUNT TO WS-POST-AMOUNT
		SET GLINTF-CREDIT TO TRUE
		PERFORM 7100-WRITE-GL-LEG
		CLOSE GL-INTERFACE-FILE
		MOVE BGREG-AMOUNT TO WS-POST-AMOUNT
		MOVE WS-MEMO-ISSUED-ACCT TO WS-MEMO-DEBIT-ACCT
		MOVE WS-MEMO-CONTRA-ACCT TO WS-MEMO-CREDIT-ACCT
		PERFORM 7500-POST-MEMO-LEGS
		MOVE BGISSD-CLAIM-AMOUNT TO BGREG-CLAIMED-AMT
		SET BGREG-CLAIMED TO TRUE
		MOVE WS-VALUE-DATE TO BGREG-STATUS-DATE
		REWRITE BG-REGISTER-RECORD
		MOVE BGISSD-CLAIM-AMOUNT TO WS-POST-AMOUNT
		MOVE "BGCLAIM" TO WS-TRNH-EVENT
		PERFORM 7800-WRITE-GUARANTEE-HISTORY
		IF WS-MARGIN-APPLIED > ZERO
			MOVE BGREG-MARGIN-ACCOUNT-NO TO WS-TRNH-ACCOUNT
			MOVE "BGMARGIN" TO WS-TRNH-EVENT
			MOVE WS-MARGIN-APPLIED TO WS-POST-AMOUNT
			MOVE WS-NOSTRO-ACCT TO WS-TRNH-TENDER
			PERFORM 7900-WRITE-HISTORY
		END-IF
		PERFORM 8000-FILL-REPLY.
      *
      *  The margin lodged for this guarantee is taken first, up to
      *  the claim; the hold that fenced it has just been lifted.
      *  A margin account since closed contributes nothing and the
      *  whole claim falls to the receivable.
	3200-APPLY-MARGIN.
		OPEN I-O DD-ACCOUNT-FILE
		MOVE BGREG-MARGIN-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF DDACC-ACTIVE
					PERFORM 3250-DEBIT-MARGIN
				END-IF
		END-READ
		CLOSE DD-ACCOUNT-FILE.
      *
	3250-DEBIT-MARGIN.
		MOVE BGREG-MARGIN-AMT TO WS-MARGIN-APPLIED
		IF WS-MARGIN-APPLIED > BGISSD-CLAIM-AMOUNT
			MOVE BGISSD-CLAIM-AMOUNT TO WS-MARGIN-APPLIED
		END-IF
		SUBTRACT WS-MARGIN-APPLIED FROM DDACC-BALANCE
		REWRITE DD-ACCOUNT-RECORD
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE "000000" TO WS-DD-BRANCH
		END-IF.
      *
	4000-CANCEL-GUARANTEE.
		PERFORM 6000-READ-ACTIVE-GUARANTEE
		IF NOT TPFAIL
			PERFORM 5100-RELEASE-MARGIN-HOLD
			CALL "TRNIDGN1" USING WS-TRANID
			MOVE BGREG-AMOUNT TO WS-POST-AMOUNT
			MOVE WS-MEMO-ISSUED-ACCT TO WS-MEMO-DEBIT-ACCT
			MOVE WS-MEMO-CONTRA-ACCT TO WS-MEMO-CREDIT-ACCT
			PERFORM 7500-POST-MEMO-LEGS
			SET BGREG-CANCELLED TO TRUE
			MOVE WS-VALUE-DATE TO BGREG-STATUS-DATE
			REWRITE BG-REGISTER-RECORD
			MOVE "BGCANCEL" TO WS-TRNH-EVENT
			PERFORM 7800-WRITE-GUARANTEE-HISTORY
			PERFORM 8000-FILL-REPLY
		END-IF.
      *
	4500-INQUIRE-GUARANTEE.
		MOVE BGISSD-GUARANTEE-NO TO BGREG-GUARANTEE-NO
		READ BG-REGISTER-FILE
			INVALID KEY
				MOVE 9233 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				PERFORM 8000-FILL-REPLY
		END-READ.
      *
      *  The margin hold takes the account's next free hold
      *  sequence and carries the guarantee number as its order
      *  reference.  It has no calendar expiry of its own: a claim
      *  can arrive on the guarantee's last day, so the hold stands
      *  until the guarantee is claimed, cancelled or expired.
	5000-PLACE-MARGIN-HOLD.
		OPEN I-O HOLD-FILE
		IF WS-HOLD-STATUS NOT = "00"
			CLOSE HOLD-FILE
			OPEN OUTPUT HOLD-FILE
			CLOSE HOLD-FILE
			OPEN I-O HOLD-FILE
		END-IF
		MOVE ZERO TO WS-NEXT-HOLD-SEQ
		MOVE "N" TO WS-HOLD-EOF-FLAG
		MOVE BGREG-MARGIN-ACCOUNT-NO TO DDHOLD-ACCOUNT-NO
		MOVE ZERO TO DDHOLD-HOLD-SEQ
		START HOLD-FILE KEY >= DDHOLD-KEY
			INVALID KEY
				SET WS-HOLD-EOF TO TRUE
		END-START
		PERFORM 5050-SCAN-ACCOUNT-HOLDS UNTIL WS-HOLD-EOF
		ADD 1 TO WS-NEXT-HOLD-SEQ
		MOVE BGREG-MARGIN-ACCOUNT-NO TO DDHOLD-ACCOUNT-NO
		MOVE WS-NEXT-HOLD-SEQ TO DDHOLD-HOLD-SEQ
		SET DDHOLD-AMOUNT-HOLD TO TRUE
		MOVE BGREG-MARGIN-AMT TO DDHOLD-AMOUNT
		MOVE "BANK GUARANTEE MARGIN" TO DDHOLD-AUTHORITY
		MOVE BGREG-GUARANTEE-NO TO DDHOLD-ORDER-REF
		MOVE SPACES TO DDHOLD-EXPIRY-DATE
		SET DDHOLD-ACTIVE TO TRUE
		WRITE HOLD-RECORD
			INVALID KEY
				MOVE ZERO TO WS-NEXT-HOLD-SEQ
		END-WRITE
		MOVE WS-NEXT-HOLD-SEQ TO BGREG-MARGIN-HOLD-SEQ
		CLOSE HOLD-FILE.
      *
	5050-SCAN-ACCOUNT-HOLDS.
		READ HOLD-FILE NEXT RECORD
			AT END
				SET WS-HOLD-EOF TO TRUE
			NOT AT END
				IF DDHOLD-ACCOUNT-NO NOT =
						BGREG-MARGIN-ACCOUNT-NO
					SET WS-HOLD-EOF TO TRUE
				ELSE
					MOVE DDHOLD-HOLD-SEQ
						TO WS-NEXT-HOLD-SEQ
				END-IF
		END-READ.
      *
	5100-RELEASE-MARGIN-HOLD.
		IF BGREG-MARGIN-HOLD-SEQ > ZERO
			OPEN I-O HOLD-FILE
			MOVE BGREG-MARGIN-ACCOUNT-NO
				TO DDHOLD-ACCOUNT-NO
			MOVE BGREG-MARGIN-HOLD-SEQ
				TO DDHOLD-HOLD-SEQ
			READ HOLD-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF DDHOLD-ACTIVE
						SET DDHOLD-RELEASED
							TO TRUE
						REWRITE HOLD-RECORD
					END-IF
			END-READ
			CLOSE HOLD-FILE
		END-IF.
      *
	6000-READ-ACTIVE-GUARANTEE.
		MOVE BGISSD-GUARANTEE-NO TO BGREG-GUARANTEE-NO
		READ BG-REGISTER-FILE
			INVALID KEY
				MOVE 9233 TO APPL-CODE
				SET TPFAIL TO TRUE
			NOT INVALID KEY
				IF NOT BGREG-ACTIVE
					MOVE 9237 TO APPL-CODE
					SET TPFAIL TO TRUE
				END-IF
		END-READ.
      *
	7000-OPEN-GL-INTERFACE.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF.
      *
	7100-WRITE-GL-LEG.
		MOVE BGREG-BRANCH-CODE TO GLINTF-BRANCH-CODE
		PERFORM 7110-WRITE-LEG-ON-BRANCH.
      *
	7110-WRITE-LEG-ON-BRANCH.
		MOVE WS-POST-ACCT TO GLINTF-GL-ACCOUNT
		MOVE WS-POST-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD.
      *
      *  Off-balance memo pair: the guarantee's face value on
      *  issue or increase, the reverse when it decreases or runs
      *  off.
	7500-POST-MEMO-LEGS.
		PERFORM 7000-OPEN-GL-INTERFACE
		MOVE WS-MEMO-DEBIT-ACCT TO WS-POST-ACCT
		SET GLINTF-DEBIT TO TRUE
		PERFORM 7100-WRITE-GL-LEG
		MOVE WS-MEMO-CREDIT-ACCT TO WS-POST-ACCT
		SET GLINTF-CREDIT TO TRUE
		PERFORM 7100-WRITE-GL-LEG
		CLOSE GL-INTERFACE-FILE.
      *
	7800-WRITE-GUARANTEE-HISTORY.
		MOVE BGREG-GUARANTEE-NO TO WS-TRNH-ACCOUNT
		MOVE WS-MEMO-ISSUED-ACCT TO WS-TRNH-TENDER
		PERFORM 7900-WRITE-HISTORY.
      *
	7900-WRITE-HISTORY.
		MOVE WS-TRNH-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE WS-TRNH-EVENT TO TRNH-EVENT-CODE
		MOVE WS-POST-AMOUNT TO TRNH-AMOUNT
		MOVE WS-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-TRNH-TENDER TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	8000-FILL-REPLY.
		MOVE BGREG-APPLICANT-CUST-NO
			TO BGISSD-APPLICANT-CUST-NO
		MOVE BGREG-BENEFICIARY TO BGISSD-BENEFICIARY
		MOVE BGREG-TYPE-FLAG TO BGISSD-TYPE-FLAG
		MOVE BGREG-AMOUNT TO BGISSD-AMOUNT
		MOVE BGREG-CURRENCY-CODE TO BGISSD-CURRENCY-CODE
		MOVE BGREG-EXPIRY-DATE TO BGISSD-EXPIRY-DATE
		MOVE BGREG-MARGIN-ACCOUNT-NO
			TO BGISSD-MARGIN-ACCOUNT-NO
		MOVE BGREG-MARGIN-AMT TO BGISSD-MARGIN-AMT
		MOVE BGREG-CLAIMED-AMT TO BGISSD-CLAIM-AMOUNT
		MOVE BGREG-COMMISSION-AMT TO BGISSD-COMMISSION-AMT
		MOVE BGREG-ISSUE-DATE TO BGISSD-ISSUE-DATE
		MOVE BGREG-STATUS-FLAG TO BGISSD-STATUS-FLAG.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
