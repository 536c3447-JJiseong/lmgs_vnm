      *
      *  PTXFR01.cbl
      *
      *  Portal transfer service.  Built on the standard
      *  TPSVCDEF-REC/TPTYPE-REC/DATA-REC/TPSTATUS-REC linkage and
      *  the TPRETURN.cbl calling pattern, guarded against nested
      *  writes (TRXGUARD) and logging its outcome (SVCRETLG).  Lets
      *  a customer on the self-service portal move money out of
      *  their own demand-deposit account (DDACCTR) without coming
      *  to a branch - to another account in this bank, or to an
      *  account at another bank through the outbound credit-
      *  transfer interface (OCTXFRR, settled through the nostro
      *  account and dispatched by OCTXBAT1 exactly as a TRANSFER
      *  disbursement from LNPOST01 is).  The portal reaches it
      *  through the JSONGW01 gateway's PORTALXFERVW view, whose
      *  JSONGW-TRANSFER group is this buffer (PTXFRD) byte for byte.
      *
      *  PTXFRD-FUNCTION-CODE REQUEST-CODE issues a six-digit
      *  one-time code (PTXOTPR) and queues it to the phone on the
      *  customer's contact registry row (CNTCTR) through the
      *  customer-messaging extract (SMSXTRR, template PTXOTP),
      *  the phone passing through PIIMSK1 so the masking policy
      *  (PIIPOLR) applies and the disclosure is logged.
      *  TRANSFER posts only when, in order:
      *   - the debited account is on file, active and the
      *     customer's own, and the destination is real - an
      *     active other account here, or a keyed beneficiary bank
      *     and account elsewhere;
      *   - the keyed code matches the live one issued to the
      *     customer, inside its PTXOTPM-minute life; a wrong code
      *     counts against PTXOTPT tries before the code locks;
      *   - the customer is not restricted (CRSTCK1) and the
      *     account's signing mandate is met by the customer alone
      *     (MANDCK1) - a joint account needing two signatures
      *     cannot be drained from one portal login;
      *   - the amount is inside the customer's per-transfer limit
      *     and, with what was already sent today (PTXUSGR), inside
      *     the daily amount and count limits (PTXLIMR, parameter
      *     defaults PTXTXNL/PTXDAYL/PTXDAYN), and portal transfers
      *     are not suspended for the customer;
      *   - the hold register (DDHLDCK1) leaves the amount free - a
      *     full-account hold blocks outright, amount holds reduce
      *     what the balance and overdraft line will release.
      *
      *  A posted transfer follows DDACCT01's posting discipline:
      *  a commit-sequence TRANID (TRNIDGN1), GL interface legs
      *  (demand-deposit liability against itself for an internal
      *  transfer, against the nostro for an external one),
      *  transaction history on both accounts, the official
      *  business date (SYSDTLK1, refusing while EOD has it closed)
      *  and the GL period lock (GLPERCK1).  Every call, posted or
      *  refused, appends a row to the portal attempt log (PTXLOGR)
      *  for fraud review, and every refusal has its own APPL-CODE.
      *  Each demand-deposit leg posts on its account's home branch
      *  (DDACC-HOME-BRANCH, head office 000000 for an account from
      *  before home branches were kept); the nostro leg of an
      *  external transfer posts on the caller's branch.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PTXFR01.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT CONTACT-FILE ASSIGN TO "CNTCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CNTCT-CUSTOMER-NO
			FILE STATUS IS WS-CNTCT-STATUS.
		SELECT PORTAL-LIMIT-FILE ASSIGN TO "PTXLIMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PTXLIM-CUSTOMER-NO
			FILE STATUS IS WS-PTXLIM-STATUS.
		SELECT PORTAL-USAGE-FILE ASSIGN TO "PTXUSGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PTXUSG-CUSTOMER-NO
			FILE STATUS IS WS-PTXUSG-STATUS.
		SELECT PORTAL-OTP-FILE ASSIGN TO "PTXOTPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PTXOTP-CUSTOMER-NO
			FILE STATUS IS WS-PTXOTP-STATUS.
		SELECT PORTAL-LOG-FILE ASSIGN TO "PTXLOGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PTXLOG-STATUS.
		SELECT SMS-EXTRACT-FILE ASSIGN TO "SMSXTRR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SMSX-STATUS.
		SELECT OUT-TRANSFER-FILE ASSIGN TO "OCTXFRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OCTXF-KEY
			FILE STATUS IS WS-OCTXF-STATUS.
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
	FD  CONTACT-FILE.
	01  CONTACT-RECORD.
		COPY CNTCTR.
	FD  PORTAL-LIMIT-FILE.
	01  PORTAL-LIMIT-RECORD.
		COPY PTXLIMR.
	FD  PORTAL-USAGE-FILE.
	01  PORTAL-USAGE-RECORD.
		COPY PTXUSGR.
	FD  PORTAL-OTP-FILE.
	01  PORTAL-OTP-RECORD.
		COPY PTXOTPR.
	FD  PORTAL-LOG-FILE.
	01  PORTAL-LOG-RECORD.
		COPY PTXLOGR.
	FD  SMS-EXTRACT-FILE.
	01  SMS-EXTRACT-RECORD.
		COPY SMSXTRR.
	FD  OUT-TRANSFER-FILE.
	01  OUT-TRANSFER-RECORD.
		COPY OCTXFRR.
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
	01  WS-CNTCT-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-PTXLIM-STATUS		PIC XX.
	01  WS-PTXUSG-STATUS		PIC XX.
	01  WS-PTXOTP-STATUS		PIC XX.
	01  WS-PTXLOG-STATUS		PIC XX.
	01  WS-SMSX-STATUS		PIC XX.
	01  WS-PII-EXTRACT		PIC X(8) VALUE "SMSXTRR".
	01  WS-PII-FIELD		PIC X(8) VALUE "PHONE".
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-OCTXF-STATUS		PIC XX.
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
	01  WS-FROM-BRANCH		PIC X(6).
	01  WS-TO-BRANCH		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-NOSTRO-ACCT		PIC X(10) VALUE "1000000097".
	01  WS-TENDER-ACCT		PIC X(10).
	01  WS-TRNH-ACCOUNT		PIC X(12).
	01  WS-TRNH-EVENT		PIC X(8).
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-RESTRICT-FLAG		PIC X.
	01  WS-MANDATE-FLAG		PIC X.
		88  WS-MANDATE-MET	VALUE "Y".
	01  WS-SIGNERS.
		05  WS-SIGNER-NO	PIC X(12) OCCURS 4 TIMES.
	01  WS-AVAILABLE		PIC S9(13)V99 COMP-3.
      *
      *  Bank-wide defaults (PARMR), overridden per customer by a
      *  non-zero PTXLIMR limit.
	01  WS-DFLT-TXN-LIMIT		PIC S9(11)V99 COMP-3.
	01  WS-DFLT-DAY-LIMIT		PIC S9(11)V99 COMP-3.
	01  WS-DFLT-DAY-COUNT		PIC S9(5) COMP-3.
	01  WS-OTP-MINUTES		PIC S9(5) COMP-3.
	01  WS-OTP-TRIES		PIC S9(5) COMP-3.
	01  WS-TXN-LIMIT		PIC S9(11)V99 COMP-3.
	01  WS-DAY-LIMIT		PIC S9(11)V99 COMP-3.
	01  WS-DAY-COUNT		PIC S9(5) COMP-3.
	01  WS-USED-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-USED-COUNT		PIC S9(5) COMP-3.
	01  WS-SUSPENDED-FLAG		PIC X.
		88  WS-SUSPENDED	VALUE "Y".
      *
      *  One-time code generation and expiry.
	01  WS-OTP-SEED			PIC 9(8).
	01  WS-OTP-NUMBER		PIC 9(6).
	01  WS-OTP-CODE			PIC X(6).
	01  WS-WORK-NUM			PIC 9(8).
	01  WS-WORK-INT			PIC S9(9) COMP-5.
	01  WS-NOW-MINUTES		PIC S9(9) COMP-5.
	01  WS-EXPIRY-MINUTES		PIC S9(9) COMP-5.
	01  WS-EXPIRY-HH		PIC 99.
	01  WS-EXPIRY-MM		PIC 99.
	01  WS-NOW-STAMP		PIC X(14).
	01  WS-EXPIRY-STAMP		PIC X(14).
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
		COPY PTXFRD.
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
		MOVE ZERO TO WS-TRANID
		MOVE ZERO TO PTXFRD-TRANID
		MOVE SPACES TO PTXFRD-REJECT-REASON
		CALL "SYSDTLK1" USING WS-VALUE-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "GLPERCK1" USING WS-VALUE-DATE
			WS-PERIOD-OPEN-FLAG
		CALL "CLNTLK01" USING CLIENTID WS-BRANCH-CODE
			WS-TELLER-ID WS-FOUND-FLAG
		IF NOT WS-FOUND
			MOVE "000000" TO WS-BRANCH-CODE
		END-IF
		PERFORM 0100-LOAD-PARAMETERS
		EVALUATE TRUE
			WHEN WS-BUSDATE-CLOSED
				MOVE 9244 TO APPL-CODE
				MOVE "BUSINESS DATE CLOSED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN WS-PERIOD-CLOSED
				MOVE 9245 TO APPL-CODE
				MOVE "GL PERIOD CLOSED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN PTXFRD-REQUEST-CODE
				PERFORM 1000-ISSUE-CODE
			WHEN PTXFRD-TRANSFER
				PERFORM 2000-TRANSFER
			WHEN OTHER
				MOVE 9243 TO APPL-CODE
				MOVE "UNKNOWN FUNCTION"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
		END-EVALUATE
		IF NOT TPFAIL
			SET TPSUCCESS TO TRUE
		END-IF
		PERFORM 8500-LOG-ATTEMPT
		COPY SVCRETLG.
      *
	0100-LOAD-PARAMETERS.
		MOVE 5000 TO WS-DFLT-TXN-LIMIT
		MOVE 20000 TO WS-DFLT-DAY-LIMIT
		MOVE 10 TO WS-DFLT-DAY-COUNT
		MOVE 5 TO WS-OTP-MINUTES
		MOVE 3 TO WS-OTP-TRIES
		MOVE WS-VALUE-DATE TO WS-PARM-AS-OF
		MOVE "PTXTXNL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-DFLT-TXN-LIMIT
		END-IF
		MOVE "PTXDAYL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-DFLT-DAY-LIMIT
		END-IF
		MOVE "PTXDAYN" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-DFLT-DAY-COUNT
		END-IF
		MOVE "PTXOTPM" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-OTP-MINUTES
		END-IF
		MOVE "PTXOTPT" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-OTP-TRIES
		END-IF.
      *
      *  A code goes only to the phone the bank has on file - never
      *  to one the portal session supplies - and not at all to a
      *  customer whose portal transfers are suspended.
	1000-ISSUE-CODE.
		PERFORM 2510-LOAD-LIMITS
		MOVE SPACES TO CNTCT-PHONE
		OPEN INPUT CONTACT-FILE
		IF WS-CNTCT-STATUS = "00"
			MOVE PTXFRD-CUSTOMER-NO TO CNTCT-CUSTOMER-NO
			READ CONTACT-FILE
				INVALID KEY
					MOVE SPACES TO CNTCT-PHONE
			END-READ
		END-IF
		CLOSE CONTACT-FILE
		EVALUATE TRUE
			WHEN PTXFRD-CUSTOMER-NO = SPACES
				MOVE 9266 TO APPL-CODE
				MOVE "CUSTOMER NUMBER MISSING"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN WS-SUSPENDED
				MOVE 9254 TO APPL-CODE
				MOVE "PORTAL TRANSFERS SUSPENDED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN CNTCT-PHONE = SPACES
				MOVE 9249 TO APPL-CODE
				MOVE "NO PHONE ON CONTACT REGISTRY"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN OTHER
				PERFORM 1100-GENERATE-CODE
				PERFORM 1200-STORE-CODE
				PERFORM 1300-QUEUE-CODE-MESSAGE
		END-EVALUATE.
      *
	1100-GENERATE-CODE.
		MOVE WS-NOW (9:8) TO WS-OTP-SEED
		COMPUTE WS-OTP-NUMBER =
			FUNCTION RANDOM (WS-OTP-SEED) * 1000000
		MOVE WS-OTP-NUMBER TO WS-OTP-CODE
		MOVE WS-NOW (9:2) TO WS-EXPIRY-HH
		MOVE WS-NOW (11:2) TO WS-EXPIRY-MM
		COMPUTE WS-EXPIRY-MINUTES =
			WS-EXPIRY-HH * 60 + WS-EXPIRY-MM
			+ WS-OTP-MINUTES
		MOVE WS-NOW (1:8) TO WS-WORK-NUM
		IF WS-EXPIRY-MINUTES >= 1440
			SUBTRACT 1440 FROM WS-EXPIRY-MINUTES
			COMPUTE WS-WORK-INT = 1 +
				FUNCTION INTEGER-OF-DATE (WS-WORK-NUM)
			COMPUTE WS-WORK-NUM =
				FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
		END-IF
		DIVIDE WS-EXPIRY-MINUTES BY 60
			GIVING WS-EXPIRY-HH REMAINDER WS-EXPIRY-MM.
      *
	1200-STORE-CODE.
		OPEN I-O PORTAL-OTP-FILE
		IF WS-PTXOTP-STATUS NOT = "00"
			CLOSE PORTAL-OTP-FILE
			OPEN OUTPUT PORTAL-OTP-FILE
			CLOSE PORTAL-OTP-FILE
			OPEN I-O PORTAL-OTP-FILE
		END-IF
		MOVE PTXFRD-CUSTOMER-NO TO PTXOTP-CUSTOMER-NO
		READ PORTAL-OTP-FILE
			INVALID KEY
				PERFORM 1210-FILL-CODE
				WRITE PORTAL-OTP-RECORD
			NOT INVALID KEY
				PERFORM 1210-FILL-CODE
				REWRITE PORTAL-OTP-RECORD
		END-READ
		CLOSE PORTAL-OTP-FILE.
      *
	1210-FILL-CODE.
		MOVE PTXFRD-CUSTOMER-NO TO PTXOTP-CUSTOMER-NO
		MOVE WS-OTP-CODE TO PTXOTP-CODE
		MOVE CNTCT-PHONE TO PTXOTP-PHONE
		MOVE WS-NOW (1:8) TO PTXOTP-ISSUE-DATE
		MOVE WS-NOW (9:6) TO PTXOTP-ISSUE-TIME
		MOVE WS-WORK-NUM TO PTXOTP-EXPIRY-DATE
		MOVE SPACES TO PTXOTP-EXPIRY-TIME
		STRING WS-EXPIRY-HH WS-EXPIRY-MM WS-NOW (13:2)
			DELIMITED BY SIZE INTO PTXOTP-EXPIRY-TIME
		MOVE ZERO TO PTXOTP-FAIL-COUNT
		SET PTXOTP-ISSUED TO TRUE.
      *
	1300-QUEUE-CODE-MESSAGE.
		MOVE SPACES TO SMS-EXTRACT-RECORD
		MOVE PTXFRD-CUSTOMER-NO TO SMSX-CUSTOMER-NO
		MOVE ZERO TO SMSX-INSTALLMENT-NO
		MOVE ZERO TO SMSX-AMOUNT
		MOVE PTXOTP-EXPIRY-DATE TO SMSX-DUE-DATE
		MOVE "PTXOTP" TO SMSX-TEMPLATE-CODE
		MOVE "S" TO SMSX-CHANNEL
		MOVE "P" TO WS-PII-TREATMENT
		MOVE CNTCT-PHONE TO WS-PII-VALUE
		CALL "PIIMSK1" USING PTXFRD-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD PTXFRD-FROM-ACCOUNT
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO SMSX-DELIVERY-ADDRESS
		MOVE WS-OTP-CODE TO SMSX-ONE-TIME-CODE
		OPEN EXTEND SMS-EXTRACT-FILE
		IF WS-SMSX-STATUS NOT = "00"
			CLOSE SMS-EXTRACT-FILE
			OPEN OUTPUT SMS-EXTRACT-FILE
		END-IF
		WRITE SMS-EXTRACT-RECORD
		CLOSE SMS-EXTRACT-FILE.
      *
	2000-TRANSFER.
		OPEN I-O DD-ACCOUNT-FILE
		PERFORM 2100-CHECK-FROM-ACCOUNT
		IF NOT TPFAIL
			PERFORM 2200-CHECK-DESTINATION
		END-IF
		IF NOT TPFAIL
			PERFORM 2300-VERIFY-CODE
		END-IF
		IF NOT TPFAIL
			PERFORM 2400-CHECK-CUSTOMER
		END-IF
		IF NOT TPFAIL
			PERFORM 2500-CHECK-LIMITS
		END-IF
		IF NOT TPFAIL
			PERFORM 2600-CHECK-HOLDS
		END-IF
		IF NOT TPFAIL
			PERFORM 3000-POST-TRANSFER
		END-IF
		CLOSE DD-ACCOUNT-FILE.
      *
	2100-CHECK-FROM-ACCOUNT.
		MOVE PTXFRD-FROM-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE 9246 TO APPL-CODE
				MOVE "DEBIT ACCOUNT NOT ON FILE"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
		END-READ
		IF NOT TPFAIL
			EVALUATE TRUE
				WHEN NOT DDACC-ACTIVE
					MOVE 9247 TO APPL-CODE
					MOVE "DEBIT ACCOUNT NOT ACTIVE"
						TO PTXFRD-REJECT-REASON
					SET TPFAIL TO TRUE
				WHEN DDACC-CUSTOMER-NO
						NOT = PTXFRD-CUSTOMER-NO
					MOVE 9248 TO APPL-CODE
					MOVE "NOT CUSTOMER'S ACCOUNT"
					TO PTXFRD-REJECT-REASON
					SET TPFAIL TO TRUE
				WHEN PTXFRD-AMOUNT NOT > ZERO
					MOVE 9255 TO APPL-CODE
					MOVE "AMOUNT NOT POSITIVE"
						TO PTXFRD-REJECT-REASON
					SET TPFAIL TO TRUE
			END-EVALUATE
		END-IF.
      *
	2200-CHECK-DESTINATION.
		EVALUATE TRUE
			WHEN PTXFRD-INTERNAL
				PERFORM 2210-CHECK-INTERNAL-ACCOUNT
			WHEN PTXFRD-EXTERNAL
				AND PTXFRD-BENEF-BANK NOT = SPACES
				AND PTXFRD-BENEF-ACCOUNT NOT = SPACES
				CONTINUE
			WHEN OTHER
				MOVE 9257 TO APPL-CODE
				MOVE "BENEFICIARY NOT GIVEN"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
		END-EVALUATE.
      *
	2210-CHECK-INTERNAL-ACCOUNT.
		MOVE "N" TO WS-FOUND-FLAG
		IF PTXFRD-TO-ACCOUNT NOT = PTXFRD-FROM-ACCOUNT
			MOVE PTXFRD-TO-ACCOUNT TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF DDACC-ACTIVE
						SET WS-FOUND TO TRUE
					END-IF
			END-READ
		END-IF
		IF NOT WS-FOUND
			MOVE 9256 TO APPL-CODE
			MOVE "CREDIT ACCOUNT INVALID"
				TO PTXFRD-REJECT-REASON
			SET TPFAIL TO TRUE
		END-IF.
      *
      *  The keyed code must be the live one: issued, not used, not
      *  locked and not lapsed.  A wrong code counts against the
      *  tries and locks the code at PTXOTPT; a good one stays live
      *  until the transfer actually posts, so a refusal further on
      *  (a limit, a hold) does not cost the customer a new code.
	2300-VERIFY-CODE.
		STRING WS-NOW (1:8) WS-NOW (9:6)
			DELIMITED BY SIZE INTO WS-NOW-STAMP
		OPEN I-O PORTAL-OTP-FILE
		MOVE "N" TO WS-FOUND-FLAG
		IF WS-PTXOTP-STATUS = "00"
			MOVE PTXFRD-CUSTOMER-NO TO PTXOTP-CUSTOMER-NO
			READ PORTAL-OTP-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-FOUND TO TRUE
			END-READ
		END-IF
		IF WS-FOUND
			STRING PTXOTP-EXPIRY-DATE PTXOTP-EXPIRY-TIME
				DELIMITED BY SIZE INTO WS-EXPIRY-STAMP
		END-IF
		EVALUATE TRUE
			WHEN NOT WS-FOUND
				MOVE 9250 TO APPL-CODE
				MOVE "NO CODE ISSUED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN PTXOTP-LOCKED
				MOVE 9253 TO APPL-CODE
				MOVE "CODE LOCKED - REQUEST A NEW ONE"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN NOT PTXOTP-ISSUED
				MOVE 9250 TO APPL-CODE
				MOVE "NO CODE ISSUED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN WS-NOW-STAMP > WS-EXPIRY-STAMP
				MOVE 9251 TO APPL-CODE
				MOVE "CODE EXPIRED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN PTXFRD-OTP-CODE NOT = PTXOTP-CODE
				PERFORM 2310-COUNT-WRONG-CODE
		END-EVALUATE
		CLOSE PORTAL-OTP-FILE.
      *
	2310-COUNT-WRONG-CODE.
		ADD 1 TO PTXOTP-FAIL-COUNT
		IF PTXOTP-FAIL-COUNT >= WS-OTP-TRIES
			SET PTXOTP-LOCKED TO TRUE
		END-IF
		REWRITE PORTAL-OTP-RECORD
		MOVE 9252 TO APPL-CODE
		MOVE "WRONG CODE" TO PTXFRD-REJECT-REASON
		SET TPFAIL TO TRUE.
      *
      *  The restriction screen and the signing mandate bite here as
      *  they do on DDACCT01 WITHDRAW; the portal customer is the
      *  only signer a portal transfer can carry.
	2400-CHECK-CUSTOMER.
		CALL "CRSTCK1" USING PTXFRD-CUSTOMER-NO
			WS-RESTRICT-FLAG
		MOVE SPACES TO WS-SIGNERS
		MOVE PTXFRD-CUSTOMER-NO TO WS-SIGNER-NO (1)
		CALL "MANDCK1" USING PTXFRD-FROM-ACCOUNT
			WS-SIGNERS WS-MANDATE-FLAG
		EVALUATE TRUE
			WHEN WS-RESTRICT-FLAG NOT = "N"
				MOVE 9258 TO APPL-CODE
				MOVE "CUSTOMER RESTRICTED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN NOT WS-MANDATE-MET
				MOVE 9259 TO APPL-CODE
				MOVE "MANDATE NEEDS MORE SIGNERS"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
		END-EVALUATE.
      *
	2500-CHECK-LIMITS.
		PERFORM 2510-LOAD-LIMITS
		PERFORM 2520-LOAD-USAGE
		EVALUATE TRUE
			WHEN WS-SUSPENDED
				MOVE 9254 TO APPL-CODE
				MOVE "PORTAL TRANSFERS SUSPENDED"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN PTXFRD-AMOUNT > WS-TXN-LIMIT
				MOVE 9260 TO APPL-CODE
				MOVE "OVER PER-TRANSFER LIMIT"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN PTXFRD-AMOUNT + WS-USED-AMOUNT
					> WS-DAY-LIMIT
				MOVE 9261 TO APPL-CODE
				MOVE "OVER DAILY AMOUNT LIMIT"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
			WHEN WS-USED-COUNT + 1 > WS-DAY-COUNT
				MOVE 9262 TO APPL-CODE
				MOVE "OVER DAILY TRANSFER COUNT"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
		END-EVALUATE.
      *
	2510-LOAD-LIMITS.
		MOVE WS-DFLT-TXN-LIMIT TO WS-TXN-LIMIT
		MOVE WS-DFLT-DAY-LIMIT TO WS-DAY-LIMIT
		MOVE WS-DFLT-DAY-COUNT TO WS-DAY-COUNT
		MOVE "N" TO WS-SUSPENDED-FLAG
		OPEN INPUT PORTAL-LIMIT-FILE
		IF WS-PTXLIM-STATUS = "00"
			MOVE PTXFRD-CUSTOMER-NO TO PTXLIM-CUSTOMER-NO
			READ PORTAL-LIMIT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 2515-TAKE-CUST-LIMITS
			END-READ
		END-IF
		CLOSE PORTAL-LIMIT-FILE.
      *
	2515-TAKE-CUST-LIMITS.
		IF PTXLIM-PER-TXN-LIMIT > ZERO
			MOVE PTXLIM-PER-TXN-LIMIT TO WS-TXN-LIMIT
		END-IF
		IF PTXLIM-DAILY-LIMIT > ZERO
			MOVE PTXLIM-DAILY-LIMIT TO WS-DAY-LIMIT
		END-IF
		IF PTXLIM-DAILY-COUNT > ZERO
			MOVE PTXLIM-DAILY-COUNT TO WS-DAY-COUNT
		END-IF
		IF PTXLIM-SUSPENDED
			SET WS-SUSPENDED TO TRUE
		END-IF.
      *
	2520-LOAD-USAGE.
		MOVE ZERO TO WS-USED-AMOUNT
		MOVE ZERO TO WS-USED-COUNT
		OPEN INPUT PORTAL-USAGE-FILE
		IF WS-PTXUSG-STATUS = "00"
			MOVE PTXFRD-CUSTOMER-NO TO PTXUSG-CUSTOMER-NO
			READ PORTAL-USAGE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 2525-TAKE-TODAYS-USAGE
			END-READ
		END-IF
		CLOSE PORTAL-USAGE-FILE.
      *
      *  Usage carried over from an earlier business date is
      *  yesterday's and counts for nothing today.
	2525-TAKE-TODAYS-USAGE.
		IF PTXUSG-USAGE-DATE = WS-VALUE-DATE
			MOVE PTXUSG-USED-AMOUNT TO WS-USED-AMOUNT
			MOVE PTXUSG-USED-COUNT TO WS-USED-COUNT
		END-IF.
      *
	2600-CHECK-HOLDS.
		MOVE PTXFRD-FROM-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE 9246 TO APPL-CODE
				MOVE "DEBIT ACCOUNT NOT ON FILE"
					TO PTXFRD-REJECT-REASON
				SET TPFAIL TO TRUE
		END-READ
		IF NOT TPFAIL
			CALL "DDHLDCK1" USING PTXFRD-FROM-ACCOUNT
				WS-VALUE-DATE WS-HELD-AMOUNT
				WS-FULL-HOLD-FLAG
			COMPUTE WS-AVAILABLE = DDACC-BALANCE
				+ DDACC-OVERDRAFT-LIMIT
			EVALUATE TRUE
				WHEN WS-FULL-HOLD
					MOVE 9263 TO APPL-CODE
					MOVE "ACCOUNT UNDER FULL HOLD"
						TO PTXFRD-REJECT-REASON
					SET TPFAIL TO TRUE
				WHEN PTXFRD-AMOUNT > WS-AVAILABLE
					MOVE 9264 TO APPL-CODE
					MOVE "INSUFFICIENT FUNDS"
						TO PTXFRD-REJECT-REASON
					SET TPFAIL TO TRUE
				WHEN PTXFRD-AMOUNT + WS-HELD-AMOUNT
						> WS-AVAILABLE
					MOVE 9265 TO APPL-CODE
					MOVE "FUNDS HELD"
						TO PTXFRD-REJECT-REASON
					SET TPFAIL TO TRUE
			END-EVALUATE
		END-IF.
      *
      *  The debited account is still the current record from
      *  2600-CHECK-HOLDS.
	3000-POST-TRANSFER.
		MOVE DDACC-HOME-BRANCH TO WS-FROM-BRANCH
		IF WS-FROM-BRANCH = SPACES
			MOVE "000000" TO WS-FROM-BRANCH
		END-IF
		MOVE WS-BRANCH-CODE TO WS-TO-BRANCH
		SUBTRACT PTXFRD-AMOUNT FROM DDACC-BALANCE
		REWRITE DD-ACCOUNT-RECORD
		MOVE DDACC-BALANCE TO PTXFRD-NEW-BALANCE
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE WS-TRANID TO PTXFRD-TRANID
		IF PTXFRD-INTERNAL
			MOVE WS-DD-LIABILITY-ACCT TO WS-TENDER-ACCT
			PERFORM 3100-CREDIT-INTERNAL
		ELSE
			MOVE WS-NOSTRO-ACCT TO WS-TENDER-ACCT
			PERFORM 3200-QUEUE-OUTBOUND
		END-IF
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		PERFORM 7000-WRITE-FIRST-LEG
		MOVE WS-TO-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-TENDER-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		PERFORM 7100-WRITE-SECOND-LEG
		MOVE PTXFRD-FROM-ACCOUNT TO WS-TRNH-ACCOUNT
		MOVE "PTXDR" TO WS-TRNH-EVENT
		PERFORM 7200-WRITE-HISTORY
		IF PTXFRD-INTERNAL
			MOVE PTXFRD-TO-ACCOUNT TO WS-TRNH-ACCOUNT
			MOVE "PTXCR" TO WS-TRNH-EVENT
			PERFORM 7200-WRITE-HISTORY
		END-IF
		PERFORM 3300-ADD-USAGE
		PERFORM 3400-MARK-CODE-USED.
      *
	3100-CREDIT-INTERNAL.
		MOVE PTXFRD-TO-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				ADD PTXFRD-AMOUNT TO DDACC-BALANCE
				REWRITE DD-ACCOUNT-RECORD
				MOVE DDACC-HOME-BRANCH TO WS-TO-BRANCH
		END-READ
		IF WS-TO-BRANCH = SPACES
			MOVE "000000" TO WS-TO-BRANCH
		END-IF.
      *
      *  Another bank's account is paid through the nostro and the
      *  outbound credit-transfer interface under the posting
      *  TRANID, as SENT, for OCTXBAT1 to dispatch and OCTRCN1 to
      *  reconcile.
	3200-QUEUE-OUTBOUND.
		OPEN I-O OUT-TRANSFER-FILE
		IF WS-OCTXF-STATUS NOT = "00"
			CLOSE OUT-TRANSFER-FILE
			OPEN OUTPUT OUT-TRANSFER-FILE
			CLOSE OUT-TRANSFER-FILE
			OPEN I-O OUT-TRANSFER-FILE
		END-IF
		MOVE WS-TRANID TO OCTXF-TRANID
		MOVE PTXFRD-FROM-ACCOUNT TO OCTXF-ACCOUNT-NO
		MOVE PTXFRD-BENEF-BANK TO OCTXF-BENEF-BANK
		MOVE PTXFRD-BENEF-ACCOUNT TO OCTXF-BENEF-ACCOUNT
		MOVE PTXFRD-AMOUNT TO OCTXF-AMOUNT
		MOVE WS-VALUE-DATE TO OCTXF-VALUE-DATE
		SET OCTXF-SENT TO TRUE
		WRITE OUT-TRANSFER-RECORD
		CLOSE OUT-TRANSFER-FILE.
      *
	3300-ADD-USAGE.
		OPEN I-O PORTAL-USAGE-FILE
		IF WS-PTXUSG-STATUS NOT = "00"
			CLOSE PORTAL-USAGE-FILE
			OPEN OUTPUT PORTAL-USAGE-FILE
			CLOSE PORTAL-USAGE-FILE
			OPEN I-O PORTAL-USAGE-FILE
		END-IF
		MOVE PTXFRD-CUSTOMER-NO TO PTXUSG-CUSTOMER-NO
		READ PORTAL-USAGE-FILE
			INVALID KEY
				PERFORM 3310-FILL-USAGE
				WRITE PORTAL-USAGE-RECORD
			NOT INVALID KEY
				PERFORM 3310-FILL-USAGE
				REWRITE PORTAL-USAGE-RECORD
		END-READ
		CLOSE PORTAL-USAGE-FILE.
      *
	3310-FILL-USAGE.
		MOVE PTXFRD-CUSTOMER-NO TO PTXUSG-CUSTOMER-NO
		MOVE WS-VALUE-DATE TO PTXUSG-USAGE-DATE
		COMPUTE PTXUSG-USED-AMOUNT =
			WS-USED-AMOUNT + PTXFRD-AMOUNT
		COMPUTE PTXUSG-USED-COUNT = WS-USED-COUNT + 1.
      *
	3400-MARK-CODE-USED.
		OPEN I-O PORTAL-OTP-FILE
		IF WS-PTXOTP-STATUS = "00"
			MOVE PTXFRD-CUSTOMER-NO TO PTXOTP-CUSTOMER-NO
			READ PORTAL-OTP-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET PTXOTP-USED TO TRUE
					REWRITE PORTAL-OTP-RECORD
			END-READ
		END-IF
		CLOSE PORTAL-OTP-FILE.
      *
	7000-WRITE-FIRST-LEG.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-FROM-BRANCH TO GLINTF-BRANCH-CODE
		MOVE PTXFRD-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD.
      *
	7100-WRITE-SECOND-LEG.
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	7200-WRITE-HISTORY.
		MOVE WS-TRNH-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE WS-TRNH-EVENT TO TRNH-EVENT-CODE
		MOVE PTXFRD-AMOUNT TO TRNH-AMOUNT
		MOVE WS-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-TENDER-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
	8500-LOG-ATTEMPT.
		CALL "TPGETINFO" USING TPINFDEF-REC
		MOVE SPACES TO PORTAL-LOG-RECORD
		MOVE WS-NOW (1:8) TO PTXLOG-DATE
		MOVE WS-NOW (9:6) TO PTXLOG-TIME
		MOVE PTXFRD-CUSTOMER-NO TO PTXLOG-CUSTOMER-NO
		MOVE PTXFRD-FUNCTION-CODE TO PTXLOG-FUNCTION-CODE
		MOVE PTXFRD-FROM-ACCOUNT TO PTXLOG-FROM-ACCOUNT
		MOVE PTXFRD-DEST-TYPE TO PTXLOG-DEST-TYPE
		MOVE PTXFRD-TO-ACCOUNT TO PTXLOG-TO-ACCOUNT
		MOVE PTXFRD-BENEF-BANK TO PTXLOG-BENEF-BANK
		MOVE PTXFRD-BENEF-ACCOUNT TO PTXLOG-BENEF-ACCOUNT
		MOVE PTXFRD-AMOUNT TO PTXLOG-AMOUNT
		MOVE USRNAME TO PTXLOG-USERNAME
		MOVE WS-BRANCH-CODE TO PTXLOG-BRANCH-CODE
		EVALUATE TRUE
			WHEN TPFAIL
				SET PTXLOG-REFUSED TO TRUE
				MOVE APPL-CODE TO PTXLOG-APPL-CODE
			WHEN PTXFRD-REQUEST-CODE
				SET PTXLOG-CODE-SENT TO TRUE
				MOVE ZERO TO PTXLOG-APPL-CODE
			WHEN OTHER
				SET PTXLOG-POSTED TO TRUE
				MOVE ZERO TO PTXLOG-APPL-CODE
		END-EVALUATE
		MOVE WS-TRANID TO PTXLOG-TRANID
		OPEN EXTEND PORTAL-LOG-FILE
		IF WS-PTXLOG-STATUS NOT = "00"
			CLOSE PORTAL-LOG-FILE
			OPEN OUTPUT PORTAL-LOG-FILE
		END-IF
		WRITE PORTAL-LOG-RECORD
		CLOSE PORTAL-LOG-FILE.
      *
