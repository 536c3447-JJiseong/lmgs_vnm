      *
      *  CRLCBT1.cbl
      *
      *  Nightly credit-life death-claim run.  The cover CRLXBT1
      *  pays the insurer for is finally claimed on:
      *
      *  Opening.  Every active enrolment (CRLIFER) on an open loan
      *  whose borrower now stands on the CIF as deceased
      *  (CUSTM-DECEASED) and has no claim yet gets one on the claim
      *  register (CRLCLMR).  The date of death is the estate
      *  case's (ESTCASR) when one is open, the date the
      *  restriction was keyed otherwise.  Interest and premium stop
      *  at the death: every installment falling due after it is
      *  cut back to its principal, the old row kept on the
      *  dispute file (REPAYHST) stamped CRLCLAIM exactly as
      *  CURTAP1 supersedes a row, so what the schedule still shows
      *  owing is the balance at the date of death - principal,
      *  installments already due and penalty.  Principal the
      *  estate paid after the death is added back, so the claim is
      *  what was owed on the day, not what is left tonight.
      *
      *  Filing.  Claims opened and not yet filed are written to
      *  the insurer's claim extract (CRLCXTR) under CRLCXTR.CTL
      *  control totals (XTRCTLW1) and marked filed.  The insured
      *  borrower's name goes out through PIIMSK1 under extract
      *  code CRLCXTR, which applies the masking policy (PIIPOLR)
      *  and logs the disclosure against the customer and loan;
      *  with no policy row it passes in clear, since the insurer
      *  pays only against the name on the policy.
      *
      *  Applying.  Once the insurer's payment has been keyed and
      *  approved (CRLCMNT1, APPRMNT1 target CRLCLMR) the money is
      *  applied to the loan through the shared core REPAYAP1 - one
      *  installment per call, oldest first, the penalty with it,
      *  with correspondent settlement as the tender side since the
      *  insurer pays by transfer - until the schedule is clear or
      *  the money runs out.  What was applied is kept on the claim
      *  after every call, so a rejection part-way leaves the claim
      *  received and the next run carries on with the remainder.
      *  A loan repaid in full is closed through the LNMAST01
      *  service (via RETRYQ01), which releases its pledges and
      *  collateral.  Money beyond what the loan still owed - the
      *  estate kept paying after the death - is credited to the
      *  estate settlement account (2000000087) for ESTSBT1's
      *  heirs; a claim paid short leaves the balance on the loan
      *  for the desk and the estate.
      *
      *  Aging.  A filed claim the insurer has not answered within
      *  the CRLCAGE parameter days (PARM-NUMBER, default 60) is
      *  listed on the aging section of the report with its days
      *  outstanding, so somebody chases it.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
      *  the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CRLCBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CLAIM-FILE ASSIGN TO "CRLCLMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CRLCLM-ACCOUNT-NO
			FILE STATUS IS WS-CRLCLM-STATUS.
		SELECT CREDIT-LIFE-FILE ASSIGN TO "CRLIFER"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS CRLIFE-ACCOUNT-NO
			FILE STATUS IS WS-CRLIFE-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT ESTATE-CASE-FILE ASSIGN TO "ESTCASR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTC-CUSTOMER-NO
			FILE STATUS IS WS-ESTC-STATUS.
		SELECT REPAY-SCHEDULE-FILE ASSIGN TO "REPAYSCH"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT REPAY-HISTORY-FILE ASSIGN TO "REPAYHST"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPHST-STATUS.
		SELECT EXTRACT-FILE ASSIGN TO "CRLCXTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-XTRCT-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "CRLCBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CLAIM-FILE.
	01  CLAIM-RECORD.
		COPY CRLCLMR.
	FD  CREDIT-LIFE-FILE.
	01  CREDIT-LIFE-RECORD.
		COPY CRLIFER.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  ESTATE-CASE-FILE.
	01  ESTATE-CASE-RECORD.
		COPY ESTCASR.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  REPAY-HISTORY-FILE.
	01  REPAY-HISTORY-RECORD.
		COPY REPAYHSR.
	FD  EXTRACT-FILE.
	01  EXTRACT-RECORD.
		COPY CRLCXTR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-CRLCLM-STATUS		PIC XX.
	01  WS-CRLIFE-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-ESTC-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-RPHST-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-XTRCT-STATUS		PIC XX.
	01  WS-PII-EXTRACT		PIC X(8) VALUE "CRLCXTR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-FOUND-UNPAID-FLAG	PIC X.
		88  WS-FOUND-UNPAID	VALUE "Y".
	01  WS-APPLY-END-FLAG		PIC X.
		88  WS-APPLY-END	VALUE "Y".
	01  WS-APPLY-STOP-FLAG		PIC X.
		88  WS-APPLY-REJECTED	VALUE "R".
		88  WS-APPLY-CLEARED	VALUE "C".
		88  WS-APPLY-EXHAUSTED	VALUE "E".
	01  WS-LOAN-OPEN-FLAG		PIC X.
		88  WS-LOAN-OPEN	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-BUSINESS-INT		PIC S9(9) COMP-5.
	01  WS-FILED-INT		PIC S9(9) COMP-5.
	01  WS-AGE-DAYS			PIC S9(9) COMP-5.
	01  WS-AGE-LIMIT		PIC S9(5) COMP-3.
	01  WS-DEATH-DATE		PIC X(8).
	01  WS-PRIN-AFTER-DEATH		PIC S9(11)V99 COMP-3.
	01  WS-OWING			PIC S9(11)V99 COMP-3.
	01  WS-ROW-REMAINING		PIC S9(11)V99 COMP-3.
	01  WS-PROCEEDS			PIC S9(11)V99 COMP-3.
	01  WS-APPLY-AMT		PIC S9(11)V99 COMP-3.
	01  WS-PENALTY-DUE		PIC S9(11)V99 COMP-3.
	01  WS-LOAN-PRINCIPAL		PIC S9(11)V99 COMP-3.
	01  WS-LOAN-BRANCH		PIC X(6).
	01  WS-APPLY-INSTALLMENT	PIC 9(5).
	01  WS-APPLY-RESULT		PIC S9(9) COMP-5.
	01  WS-APPLY-VALUE-DATE		PIC X(8) VALUE SPACES.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-SETTLE-ACCT		PIC X(10) VALUE "2000000099".
	01  WS-ESTATE-ACCT		PIC X(10) VALUE "2000000087".
	01  WS-XTRCT-NAME		PIC X(8) VALUE "CRLCXTR".
	01  WS-XTRCT-CTL-FILE		PIC X(20) VALUE "CRLCXTR.CTL".
	01  WS-ROW-COUNT		PIC S9(9) COMP-5 VALUE 0.
	01  WS-HASH-TOTAL		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-OPENED-COUNT		PIC 9(7) VALUE 0.
	01  WS-OPENED-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-APPLIED-COUNT		PIC 9(7) VALUE 0.
	01  WS-APPLIED-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-AGED-COUNT		PIC 9(7) VALUE 0.
	01  WS-AGED-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-INSURER		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DATE		PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-AMOUNT		PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DAYS		PIC ZZZZ9 BLANK WHEN ZERO.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-TOTAL-LINE.
		05  TOT-TEXT		PIC X(20).
		05  TOT-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TOT-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-JOB-NAME			PIC X(9) VALUE "CRLCBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
	01  TPINFDEF-REC.
		COPY TPINFDEF.
	01  TPSVCDEF-REC.
		COPY TPSVCDEF.
	01  TPTYPE-REC.
		COPY TPTYPE.
	01  TPSTATUS-REC.
		COPY TPSTATUS.
	01  WS-SVC-DATA			PIC X(200).
	01  WS-LNMAST-REC REDEFINES WS-SVC-DATA.
		COPY LNMASTD.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "GLPERCK1" USING WS-BUSINESS-DATE
			WS-PERIOD-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "CREDIT-LIFE DEATH-CLAIM RUN" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			CALL "TPINIT" USING TPINFDEF-REC
			MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
			COMPUTE WS-BUSINESS-INT =
				FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			PERFORM 0500-LOAD-AGE-LIMIT
			PERFORM 0600-OPEN-CLAIM-FILE
			PERFORM 1000-OPEN-NEW-CLAIMS
			OPEN OUTPUT EXTRACT-FILE
			PERFORM 2000-WORK-CLAIMS
			CLOSE EXTRACT-FILE
			CALL "XTRCTLW1" USING WS-XTRCT-NAME
				WS-XTRCT-CTL-FILE WS-BUSINESS-DATE
				WS-ROW-COUNT WS-HASH-TOTAL
			CLOSE CLAIM-FILE
			PERFORM 9000-WRITE-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0500-LOAD-AGE-LIMIT.
		MOVE 60 TO WS-AGE-LIMIT
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "CRLCAGE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-NUMBER > ZERO
				MOVE PARM-NUMBER
					TO WS-AGE-LIMIT
			END-IF
		END-IF.
      *
	0600-OPEN-CLAIM-FILE.
		OPEN I-O CLAIM-FILE
		IF WS-CRLCLM-STATUS NOT = "00"
			CLOSE CLAIM-FILE
			OPEN OUTPUT CLAIM-FILE
			CLOSE CLAIM-FILE
			OPEN I-O CLAIM-FILE
		END-IF.
      *
      *----------------------------------------------------------------
      *  Open a claim for every insured loan whose borrower died.
      *----------------------------------------------------------------
	1000-OPEN-NEW-CLAIMS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT CREDIT-LIFE-FILE
		IF WS-CRLIFE-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT CUSTOMER-FILE
		PERFORM 1100-READ-ENROLMENT UNTIL WS-EOF
		CLOSE CREDIT-LIFE-FILE
		CLOSE LOAN-MASTER-FILE
		CLOSE CUSTOMER-FILE.
      *
	1100-READ-ENROLMENT.
		READ CREDIT-LIFE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF CRLIFE-ACTIVE
					PERFORM 1150-CHECK-CLAIMED
				END-IF
		END-READ.
      *
	1150-CHECK-CLAIMED.
		MOVE CRLIFE-ACCOUNT-NO TO CRLCLM-ACCOUNT-NO
		READ CLAIM-FILE
			INVALID KEY
				PERFORM 1200-CHECK-LOAN
			NOT INVALID KEY
				CONTINUE
		END-READ.
      *
	1200-CHECK-LOAN.
		MOVE CRLIFE-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF LOANM-OPEN
					PERFORM 1250-CHECK-BORROWER
				END-IF
		END-READ.
      *
	1250-CHECK-BORROWER.
		MOVE LOANM-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF CUSTM-DECEASED
					PERFORM 1300-OPEN-CLAIM
				END-IF
		END-READ.
      *
	1300-OPEN-CLAIM.
		PERFORM 1350-TAKE-DEATH-DATE
		PERFORM 1400-TRIM-SCHEDULE
		MOVE CRLIFE-ACCOUNT-NO TO CRLCLM-ACCOUNT-NO
		MOVE LOANM-CUSTOMER-NO TO CRLCLM-CUSTOMER-NO
		MOVE CRLIFE-INSURER-CODE TO CRLCLM-INSURER-CODE
		MOVE CRLIFE-POLICY-NO TO CRLCLM-POLICY-NO
		MOVE WS-DEATH-DATE TO CRLCLM-DEATH-DATE
		MOVE WS-BUSINESS-DATE TO CRLCLM-OPENED-DATE
		MOVE SPACES TO CRLCLM-FILED-DATE
		COMPUTE CRLCLM-PRINCIPAL-AMT =
			LOANM-PRINCIPAL + WS-PRIN-AFTER-DEATH
		COMPUTE CRLCLM-CLAIM-AMT = WS-OWING
			+ LOANM-PENALTY-BALANCE + WS-PRIN-AFTER-DEATH
		SET CRLCLM-OPENED TO TRUE
		MOVE SPACES TO CRLCLM-INSURER-REF
		MOVE SPACES TO CRLCLM-RECEIVED-DATE
		MOVE ZERO TO CRLCLM-RECEIVED-AMT
		MOVE ZERO TO CRLCLM-APPLIED-AMT
		MOVE ZERO TO CRLCLM-SURPLUS-AMT
		MOVE SPACES TO CRLCLM-SETTLED-DATE
		MOVE SPACES TO CRLCLM-NOTE
		WRITE CLAIM-RECORD
		ADD 1 TO WS-OPENED-COUNT
		ADD CRLCLM-CLAIM-AMT TO WS-OPENED-TOTAL
		MOVE CRLCLM-DEATH-DATE TO DTL-DATE
		MOVE CRLCLM-CLAIM-AMT TO DTL-AMOUNT
		MOVE "CLAIM OPENED" TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
      *  The estate case carries the date of death as keyed from the
      *  certificate; without one the date the deceased restriction
      *  was put on is the best the CIF knows.
	1350-TAKE-DEATH-DATE.
		MOVE CUSTM-RESTRICT-DATE TO WS-DEATH-DATE
		OPEN INPUT ESTATE-CASE-FILE
		IF WS-ESTC-STATUS = "00"
			MOVE LOANM-CUSTOMER-NO TO ESTC-CUSTOMER-NO
			READ ESTATE-CASE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE ESTC-DEATH-DATE
						TO WS-DEATH-DATE
			END-READ
		END-IF
		CLOSE ESTATE-CASE-FILE
		IF WS-DEATH-DATE NOT NUMERIC
			MOVE WS-BUSINESS-DATE TO WS-DEATH-DATE
		END-IF.
      *
	1400-TRIM-SCHEDULE.
		MOVE ZERO TO WS-OWING
		MOVE ZERO TO WS-PRIN-AFTER-DEATH
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN I-O REPAY-SCHEDULE-FILE
		OPEN EXTEND REPAY-HISTORY-FILE
		IF WS-RPHST-STATUS NOT = "00"
			CLOSE REPAY-HISTORY-FILE
			OPEN OUTPUT REPAY-HISTORY-FILE
		END-IF
		MOVE CRLIFE-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 1410-READ-ROW UNTIL WS-SCAN-EOF
		CLOSE REPAY-HISTORY-FILE
		CLOSE REPAY-SCHEDULE-FILE.
      *
	1410-READ-ROW.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO
						NOT = CRLIFE-ACCOUNT-NO
					SET WS-SCAN-EOF TO TRUE
				ELSE
					PERFORM 1420-CHECK-ROW
				END-IF
		END-READ.
      *
	1420-CHECK-ROW.
		IF REPAY-PAID
			IF REPAY-PAID-DATE > WS-DEATH-DATE
				ADD REPAY-PAID-PRINCIPAL
					TO WS-PRIN-AFTER-DEATH
			END-IF
		ELSE
			IF REPAY-DUE-DATE > WS-DEATH-DATE
				PERFORM 1450-TRIM-ROW
			END-IF
			COMPUTE WS-ROW-REMAINING =
				REPAY-INSURANCE-AMT
				- REPAY-PAID-INSURANCE
				+ REPAY-INTEREST-AMT
				- REPAY-PAID-INTEREST
				+ REPAY-PRINCIPAL-AMT
				- REPAY-PAID-PRINCIPAL
			ADD WS-ROW-REMAINING TO WS-OWING
		END-IF.
      *
      *  A row falling due after the death keeps only its
      *  principal (and whatever interest and premium it has
      *  already collected); a partial row whose principal is
      *  already in turns paid on the spot.
	1450-TRIM-ROW.
		MOVE REPAY-ACCOUNT-NO TO RPHST-ACCOUNT-NO
		MOVE REPAY-INSTALLMENT-NO TO RPHST-INSTALLMENT-NO
		MOVE REPAY-DUE-DATE TO RPHST-DUE-DATE
		MOVE REPAY-PRINCIPAL-AMT TO RPHST-PRINCIPAL-AMT
		MOVE REPAY-INTEREST-AMT TO RPHST-INTEREST-AMT
		MOVE REPAY-RUNNING-BALANCE TO RPHST-RUNNING-BALANCE
		MOVE REPAY-PAID-FLAG TO RPHST-PAID-FLAG
		MOVE WS-BUSINESS-DATE TO RPHST-SUPERSEDED-DATE
		MOVE "CRLCLAIM" TO RPHST-REASON
		WRITE REPAY-HISTORY-RECORD
		MOVE REPAY-PAID-INTEREST TO REPAY-INTEREST-AMT
		MOVE REPAY-PAID-INSURANCE TO REPAY-INSURANCE-AMT
		IF REPAY-PAID-PRINCIPAL >= REPAY-PRINCIPAL-AMT
			SET REPAY-PAID TO TRUE
			MOVE WS-BUSINESS-DATE TO REPAY-PAID-DATE
		END-IF
		REWRITE REPAY-SCHEDULE-RECORD.
      *
      *----------------------------------------------------------------
      *  One pass over the register: file, apply, age.
      *----------------------------------------------------------------
	2000-WORK-CLAIMS.
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO CRLCLM-ACCOUNT-NO
		START CLAIM-FILE KEY >= CRLCLM-ACCOUNT-NO
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 2100-READ-CLAIM UNTIL WS-EOF.
      *
	2100-READ-CLAIM.
		READ CLAIM-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2150-WORK-CLAIM
		END-READ.
      *
	2150-WORK-CLAIM.
		EVALUATE TRUE
			WHEN CRLCLM-OPENED
				PERFORM 2200-FILE-CLAIM
			WHEN CRLCLM-RECEIVED
				PERFORM 3000-APPLY-PAYMENT
			WHEN CRLCLM-FILED
				PERFORM 4000-AGE-CLAIM
		END-EVALUATE.
      *
	2200-FILE-CLAIM.
		MOVE CRLCLM-INSURER-CODE TO CRLCX-INSURER-CODE
		MOVE CRLCLM-POLICY-NO TO CRLCX-POLICY-NO
		MOVE CRLCLM-ACCOUNT-NO TO CRLCX-ACCOUNT-NO
		MOVE CRLCLM-CUSTOMER-NO TO CRLCX-CUSTOMER-NO
		MOVE SPACES TO CRLCX-CUSTOMER-NAME
		OPEN INPUT CUSTOMER-FILE
		MOVE CRLCLM-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 2210-TAKE-INSURED-NAME
		END-READ
		CLOSE CUSTOMER-FILE
		MOVE CRLCLM-DEATH-DATE TO CRLCX-DEATH-DATE
		MOVE CRLCLM-PRINCIPAL-AMT TO CRLCX-PRINCIPAL-AMT
		MOVE CRLCLM-CLAIM-AMT TO CRLCX-CLAIM-AMT
		WRITE EXTRACT-RECORD
		ADD 1 TO WS-ROW-COUNT
		ADD CRLCLM-CLAIM-AMT TO WS-HASH-TOTAL
		SET CRLCLM-FILED TO TRUE
		MOVE WS-BUSINESS-DATE TO CRLCLM-FILED-DATE
		REWRITE CLAIM-RECORD
		MOVE CRLCLM-FILED-DATE TO DTL-DATE
		MOVE CRLCLM-CLAIM-AMT TO DTL-AMOUNT
		MOVE "FILED WITH INSURER" TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
	2210-TAKE-INSURED-NAME.
		MOVE CRLCLM-ACCOUNT-NO TO WS-PII-REFERENCE
		MOVE "NAME" TO WS-PII-FIELD
		MOVE "P" TO WS-PII-TREATMENT
		MOVE CUSTM-NAME TO WS-PII-VALUE
		CALL "PIIMSK1" USING CRLCLM-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO CRLCX-CUSTOMER-NAME.
      *
      *----------------------------------------------------------------
      *  Apply the insurer's money to the loan.
      *----------------------------------------------------------------
	3000-APPLY-PAYMENT.
		MOVE "N" TO WS-APPLY-END-FLAG
		MOVE SPACES TO WS-APPLY-STOP-FLAG
		COMPUTE WS-PROCEEDS =
			CRLCLM-RECEIVED-AMT - CRLCLM-APPLIED-AMT
		PERFORM 3100-APPLY-ONE-INSTALLMENT
			UNTIL WS-APPLY-END
		IF WS-APPLY-REJECTED
			MOVE CRLCLM-RECEIVED-DATE TO DTL-DATE
			MOVE WS-PROCEEDS TO DTL-AMOUNT
			MOVE "REPAYMENT REJECTED" TO DTL-RESULT
			PERFORM 8000-WRITE-DETAIL
		ELSE
			PERFORM 3500-SETTLE-CLAIM
		END-IF.
      *
      *  Each call settles the oldest open installment with the
      *  penalty outstanding in front of it - exactly what a branch
      *  collecting the arrears would pay over the counter.
	3100-APPLY-ONE-INSTALLMENT.
		PERFORM 3200-FIND-OLDEST-UNPAID
		EVALUATE TRUE
			WHEN WS-PROCEEDS <= ZERO
				SET WS-APPLY-EXHAUSTED TO TRUE
				SET WS-APPLY-END TO TRUE
			WHEN NOT WS-FOUND-UNPAID
				SET WS-APPLY-CLEARED TO TRUE
				SET WS-APPLY-END TO TRUE
			WHEN OTHER
				PERFORM 3300-CALL-REPAYMENT
		END-EVALUATE.
      *
	3200-FIND-OLDEST-UNPAID.
		MOVE "N" TO WS-FOUND-UNPAID-FLAG
		MOVE ZERO TO WS-PENALTY-DUE
		MOVE ZERO TO WS-LOAN-PRINCIPAL
		MOVE SPACES TO WS-LOAN-BRANCH
		MOVE "N" TO WS-LOAN-OPEN-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		MOVE CRLCLM-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE LOANM-PENALTY-BALANCE
					TO WS-PENALTY-DUE
				MOVE LOANM-PRINCIPAL
					TO WS-LOAN-PRINCIPAL
				MOVE LOANM-BRANCH-CODE
					TO WS-LOAN-BRANCH
				IF LOANM-OPEN
					SET WS-LOAN-OPEN TO TRUE
					PERFORM 3250-SCAN-SCHEDULE
				END-IF
		END-READ
		CLOSE LOAN-MASTER-FILE.
      *
	3250-SCAN-SCHEDULE.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT REPAY-SCHEDULE-FILE
		MOVE CRLCLM-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 3260-READ-SCHEDULE
			UNTIL WS-SCAN-EOF OR WS-FOUND-UNPAID
		CLOSE REPAY-SCHEDULE-FILE.
      *
	3260-READ-SCHEDULE.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO
						NOT = CRLCLM-ACCOUNT-NO
					SET WS-SCAN-EOF TO TRUE
				ELSE
					PERFORM 3270-CHECK-ROW
				END-IF
		END-READ.
      *
	3270-CHECK-ROW.
		IF REPAY-UNPAID
			SET WS-FOUND-UNPAID TO TRUE
			COMPUTE WS-ROW-REMAINING =
				REPAY-INSURANCE-AMT
				- REPAY-PAID-INSURANCE
				+ REPAY-INTEREST-AMT
				- REPAY-PAID-INTEREST
				+ REPAY-PRINCIPAL-AMT
				- REPAY-PAID-PRINCIPAL
		END-IF.
      *
      *  What was applied is written back after every call, so a
      *  run that stops part-way never applies the same money twice.
	3300-CALL-REPAYMENT.
		COMPUTE WS-APPLY-AMT =
			WS-PENALTY-DUE + WS-ROW-REMAINING
		IF WS-APPLY-AMT > WS-PROCEEDS
			MOVE WS-PROCEEDS TO WS-APPLY-AMT
		END-IF
		IF WS-APPLY-AMT <= ZERO
			SET WS-APPLY-CLEARED TO TRUE
			SET WS-APPLY-END TO TRUE
		ELSE
			CALL "REPAYAP1" USING CRLCLM-ACCOUNT-NO
				WS-APPLY-AMT WS-LOAN-BRANCH
				WS-SETTLE-ACCT
				WS-APPLY-INSTALLMENT WS-APPLY-RESULT
				WS-APPLY-VALUE-DATE
			IF WS-APPLY-RESULT = ZERO
				SUBTRACT WS-APPLY-AMT FROM WS-PROCEEDS
				ADD WS-APPLY-AMT TO CRLCLM-APPLIED-AMT
				ADD WS-APPLY-AMT TO WS-APPLIED-TOTAL
				REWRITE CLAIM-RECORD
			ELSE
				SET WS-APPLY-REJECTED TO TRUE
				SET WS-APPLY-END TO TRUE
			END-IF
		END-IF.
      *
	3500-SETTLE-CLAIM.
		PERFORM 3200-FIND-OLDEST-UNPAID
		EVALUATE TRUE
			WHEN NOT WS-LOAN-OPEN
				MOVE "LOAN ALREADY CLOSED"
					TO CRLCLM-NOTE
			WHEN WS-LOAN-PRINCIPAL <= ZERO
				AND NOT WS-FOUND-UNPAID
				PERFORM 3600-CLOSE-LOAN
			WHEN WS-APPLY-EXHAUSTED
				MOVE "PAID SHORT" TO CRLCLM-NOTE
			WHEN OTHER
				MOVE "BALANCE REMAINS" TO CRLCLM-NOTE
		END-EVALUATE
		IF WS-PROCEEDS > ZERO
			PERFORM 3700-POST-SURPLUS
		END-IF
		SET CRLCLM-PAID TO TRUE
		MOVE WS-BUSINESS-DATE TO CRLCLM-SETTLED-DATE
		REWRITE CLAIM-RECORD
		ADD 1 TO WS-APPLIED-COUNT
		MOVE CRLCLM-SETTLED-DATE TO DTL-DATE
		MOVE CRLCLM-APPLIED-AMT TO DTL-AMOUNT
		MOVE CRLCLM-NOTE TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
      *  Closing through the service keeps pledge and collateral
      *  release, co-borrower and pool retirement in one place.
	3600-CLOSE-LOAN.
		MOVE SPACES TO WS-SVC-DATA
		SET LNMAST-CLOSE TO TRUE
		MOVE CRLCLM-ACCOUNT-NO TO LNMAST-ACCOUNT-NO
		MOVE "LNMAST01" TO SERVICE-NAME
		SET X-COMMON TO TRUE
		MOVE LENGTH OF WS-SVC-DATA TO LEN
		CALL "RETRYQ01" USING TPSVCDEF-REC TPTYPE-REC
			WS-SVC-DATA TPSTATUS-REC
		IF TPOK
			MOVE "LOAN CLOSED" TO CRLCLM-NOTE
		ELSE
			MOVE "REPAID-CLOSE BY DESK" TO CRLCLM-NOTE
		END-IF.
      *
      *  The insurer paid the balance at the date of death; what the
      *  estate paid since belongs to the estate, not the bank.
	3700-POST-SURPLUS.
		CALL "TRNIDGN1" USING WS-TRANID
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-LOAN-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-SETTLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-PROCEEDS TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-ESTATE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE
		MOVE CRLCLM-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "CRLSURP" TO TRNH-EVENT-CODE
		MOVE WS-PROCEEDS TO TRNH-AMOUNT
		MOVE WS-LOAN-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-SETTLE-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		MOVE WS-PROCEEDS TO CRLCLM-SURPLUS-AMT
		MOVE CRLCLM-RECEIVED-DATE TO DTL-DATE
		MOVE WS-PROCEEDS TO DTL-AMOUNT
		MOVE "SURPLUS TO ESTATE" TO DTL-RESULT
		PERFORM 8000-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *  Aging of claims the insurer has not answered.
      *----------------------------------------------------------------
	4000-AGE-CLAIM.
		MOVE CRLCLM-FILED-DATE TO WS-DATE-NUM
		COMPUTE WS-FILED-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		COMPUTE WS-AGE-DAYS = WS-BUSINESS-INT - WS-FILED-INT
		IF WS-AGE-DAYS >= WS-AGE-LIMIT
			ADD 1 TO WS-AGED-COUNT
			ADD CRLCLM-CLAIM-AMT TO WS-AGED-TOTAL
			MOVE CRLCLM-FILED-DATE TO DTL-DATE
			MOVE CRLCLM-CLAIM-AMT TO DTL-AMOUNT
			MOVE WS-AGE-DAYS TO DTL-DAYS
			MOVE "UNPAID - CHASE" TO DTL-RESULT
			PERFORM 8000-WRITE-DETAIL
		END-IF.
      *
	8000-WRITE-DETAIL.
		MOVE CRLCLM-ACCOUNT-NO TO DTL-ACCOUNT-NO
		MOVE CRLCLM-INSURER-CODE TO DTL-INSURER
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE ZERO TO DTL-DAYS.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CLAIMS OPENED:" TO TOT-TEXT
		MOVE WS-OPENED-COUNT TO TOT-COUNT
		MOVE WS-OPENED-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CLAIMS FILED:" TO TOT-TEXT
		MOVE WS-ROW-COUNT TO TOT-COUNT
		MOVE WS-HASH-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CLAIMS SETTLED:" TO TOT-TEXT
		MOVE WS-APPLIED-COUNT TO TOT-COUNT
		MOVE WS-APPLIED-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CLAIMS OVERDUE:" TO TOT-TEXT
		MOVE WS-AGED-COUNT TO TOT-COUNT
		MOVE WS-AGED-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
