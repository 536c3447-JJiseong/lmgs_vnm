      *
      *  SWPCOV1.cbl
      *
      *  Reverse-sweep cover.  CALLed subprogram on the DDHLDCK1
      *  shape: a debit path about to refuse or overdraw a demand-
      *  deposit account (DDACCT01's withdrawal, TELLRW01, CCHQIS01's
      *  presentment, AUTODBAT1's auto-debit) CALLs it with the
      *  account and the shortfall - the part of the debit the
      *  account's own free balance does not cover - before it
      *  tests the overdraft line.  An account with no sweep
      *  arrangement (SWEEPR) gets zero back and nothing happens.
      *
      *  QUOTE (LS-MODE "Q") returns the principal the account's
      *  swept deposits (SWPDEPR) still hold - active and free of
      *  any pledge on FXDEPR - so the caller can see whether
      *  breaking them would let the debit through at all, and
      *  break nothing when it would not.
      *
      *  BREAK (LS-MODE "B") breaks the youngest of those deposits
      *  first, whole deposits only, until what has come back
      *  covers the shortfall or none are left, and returns the
      *  amount credited.  Each break follows FXDPWD01's premature-
      *  withdrawal rules: interest at the early-withdrawal rate
      *  (EARLYWD, default 0.50) for the actual days held,
      *  withholding at WHTAX (default 5) registered on TAXREGR
      *  (event SWEEPBRK), the deposit set CLOSED and the status
      *  change audited - but the proceeds, principal plus net
      *  interest, go to the demand-deposit liability rather than
      *  settlement, under a fresh TRANID, with SWPBRKFD and
      *  SWPBRKDD rows on the two accounts' transaction history.
      *  The demand-deposit balance itself is the caller's to add
      *  the returned amount to: it holds the account record and
      *  rewrites it.  As in FXDPWD01, the FD interest payable the
      *  nightly accrual built up on a broken deposit is released
      *  whole and only the difference from the early-rate interest
      *  goes to interest expense.
      *
      *  The deposit's legs (liability, accrued payable, interest
      *  expense, tax) and its history row post on the deposit's
      *  home branch (FXDEP-HOME-BRANCH); the demand-deposit credit
      *  and its history row post on the account's home branch,
      *  which the caller passes in LS-DD-BRANCH from the record it
      *  holds.  Either left at spaces (rows from before home
      *  branches were kept) posts on the head-office branch
      *  000000.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SWPCOV1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SWEEP-FILE ASSIGN TO "SWEEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SWEEP-ACCOUNT-NO
			FILE STATUS IS WS-SWEEP-STATUS.
		SELECT SWEPT-DEPOSIT-FILE ASSIGN TO "SWPDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SWPDEP-KEY
			FILE STATUS IS WS-SWPDEP-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TAXREG-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SWEEP-FILE.
	01  SWEEP-RECORD.
		COPY SWEEPR.
	FD  SWEPT-DEPOSIT-FILE.
	01  SWEPT-DEPOSIT-RECORD.
		COPY SWPDEPR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TAX-REGISTER-FILE.
	01  TAX-REGISTER-RECORD.
		COPY TAXREGR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
      *
	WORKING-STORAGE SECTION.
	01  WS-SWEEP-STATUS		PIC XX.
	01  WS-SWPDEP-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TAXREG-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-SWEEP-FOUND-FLAG		PIC X.
		88  WS-SWEEP-FOUND	VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-DEP-MAX			PIC S9(4) COMP VALUE 200.
	01  WS-DEP-COUNT		PIC S9(4) COMP.
	01  WS-DEP-IX			PIC S9(4) COMP.
	01  WS-DEP-TABLE.
		05  WS-DEP-ENTRY OCCURS 200 TIMES.
			10  WS-DEP-NO		PIC X(12).
			10  WS-DEP-PRINCIPAL	PIC S9(11)V99 COMP-3.
	01  WS-EARLY-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-WHTAX-RATE		PIC S9(3)V99 COMP-3.
	01  WS-OPEN-NUM			PIC 9(8).
	01  WS-OPEN-INT			PIC S9(9) COMP-5.
	01  WS-VALUE-NUM		PIC 9(8).
	01  WS-VALUE-INT		PIC S9(9) COMP-5.
	01  WS-DAYS-HELD		PIC S9(5) COMP-3.
	01  WS-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TAX-AMT			PIC S9(11)V99 COMP-3.
	01  WS-NET-INTEREST		PIC S9(11)V99 COMP-3.
	01  WS-PAYOUT-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-OLD-STATUS-FLAG		PIC X(60).
	01  WS-BRANCH-CODE		PIC X(6) VALUE "000000".
	01  WS-FD-BRANCH		PIC X(6).
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-LIABILITY-ACCT		PIC X(10) VALUE "2000000001".
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-INT-EXPENSE-ACCT	PIC X(10) VALUE "5000000002".
	01  WS-FD-INT-PAYABLE-ACCT	PIC X(10) VALUE "2000000089".
	01  WS-TRUEUP-AMT		PIC S9(11)V99 COMP-3.
	01  WS-TAX-PAYABLE-ACCT	PIC X(10) VALUE "2000000098".
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	LINKAGE SECTION.
	01  LS-ACCOUNT-NO		PIC X(12).
	01  LS-MODE			PIC X.
		88  LS-QUOTE		VALUE "Q".
		88  LS-BREAK		VALUE "B".
	01  LS-SHORTFALL		PIC S9(11)V99 COMP-3.
	01  LS-VALUE-DATE		PIC X(8).
	01  LS-COVER-AMT		PIC S9(11)V99 COMP-3.
	01  LS-DD-BRANCH		PIC X(6).
      *
	PROCEDURE DIVISION USING LS-ACCOUNT-NO LS-MODE LS-SHORTFALL
			LS-VALUE-DATE LS-COVER-AMT LS-DD-BRANCH.
	0000-MAIN.
		MOVE ZERO TO LS-COVER-AMT
		MOVE LS-DD-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-DD-BRANCH
		END-IF
		MOVE ZERO TO WS-DEP-COUNT
		PERFORM 1000-FIND-ARRANGEMENT
		IF WS-SWEEP-FOUND AND LS-SHORTFALL > ZERO
			OPEN I-O SWEPT-DEPOSIT-FILE
			OPEN I-O FX-DEPOSIT-FILE
			IF WS-SWPDEP-STATUS = "00"
				AND WS-FXDEP-STATUS = "00"
				PERFORM 2000-LIST-DEPOSITS
				PERFORM 3000-COVER
			END-IF
			CLOSE SWEPT-DEPOSIT-FILE
			CLOSE FX-DEPOSIT-FILE
		END-IF
		EXIT PROGRAM.
      *
	1000-FIND-ARRANGEMENT.
		MOVE "N" TO WS-SWEEP-FOUND-FLAG
		OPEN INPUT SWEEP-FILE
		IF WS-SWEEP-STATUS = "00"
			MOVE LS-ACCOUNT-NO TO SWEEP-ACCOUNT-NO
			READ SWEEP-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE "Y" TO WS-SWEEP-FOUND-FLAG
			END-READ
		END-IF
		CLOSE SWEEP-FILE.
      *
      *  The register reads oldest first; the table keeps that
      *  order so the cover can walk it from the far end.
	2000-LIST-DEPOSITS.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE LS-ACCOUNT-NO TO SWPDEP-ACCOUNT-NO
		MOVE LOW-VALUES TO SWPDEP-DEPOSIT-NO
		START SWEPT-DEPOSIT-FILE KEY >= SWPDEP-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 2100-SCAN-REGISTER UNTIL WS-SCAN-EOF.
      *
	2100-SCAN-REGISTER.
		READ SWEPT-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF SWPDEP-ACCOUNT-NO NOT = LS-ACCOUNT-NO
					SET WS-SCAN-EOF TO TRUE
				ELSE
					PERFORM 2200-TAKE-DEPOSIT
				END-IF
		END-READ.
      *
	2200-TAKE-DEPOSIT.
		IF SWPDEP-ACTIVE AND WS-DEP-COUNT < WS-DEP-MAX
			MOVE SWPDEP-DEPOSIT-NO TO FXDEP-DEPOSIT-NO
			READ FX-DEPOSIT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 2300-LIST-IF-FREE
			END-READ
		END-IF.
      *
	2300-LIST-IF-FREE.
		IF FXDEP-ACTIVE AND NOT FXDEP-HELD
			ADD 1 TO WS-DEP-COUNT
			MOVE FXDEP-DEPOSIT-NO
				TO WS-DEP-NO (WS-DEP-COUNT)
			MOVE FXDEP-PRINCIPAL-AMT
				TO WS-DEP-PRINCIPAL (WS-DEP-COUNT)
		END-IF.
      *
	3000-COVER.
		IF LS-QUOTE
			PERFORM 3100-ADD-PRINCIPAL
				VARYING WS-DEP-IX FROM 1 BY 1
				UNTIL WS-DEP-IX > WS-DEP-COUNT
		ELSE
			PERFORM 4000-LOAD-RATES
			PERFORM 4100-BREAK-DEPOSIT
				VARYING WS-DEP-IX
				FROM WS-DEP-COUNT BY -1
				UNTIL WS-DEP-IX < 1
				OR LS-COVER-AMT >= LS-SHORTFALL
		END-IF.
      *
	3100-ADD-PRINCIPAL.
		ADD WS-DEP-PRINCIPAL (WS-DEP-IX) TO LS-COVER-AMT.
      *
	4000-LOAD-RATES.
		MOVE 0.50 TO WS-EARLY-RATE
		MOVE 5.00 TO WS-WHTAX-RATE
		MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PARM-AS-OF
		MOVE "EARLYWD" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-EARLY-RATE
		END-IF
		MOVE "WHTAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE
				TO WS-WHTAX-RATE
		END-IF.
      *
	4100-BREAK-DEPOSIT.
		MOVE WS-DEP-NO (WS-DEP-IX) TO FXDEP-DEPOSIT-NO
		READ FX-DEPOSIT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 4200-APPLY-BREAK
		END-READ.
      *
	4200-APPLY-BREAK.
		MOVE FXDEP-OPEN-DATE TO WS-OPEN-NUM
		COMPUTE WS-OPEN-INT =
			FUNCTION INTEGER-OF-DATE (WS-OPEN-NUM)
		MOVE LS-VALUE-DATE TO WS-VALUE-NUM
		COMPUTE WS-VALUE-INT =
			FUNCTION INTEGER-OF-DATE (WS-VALUE-NUM)
		COMPUTE WS-DAYS-HELD = WS-VALUE-INT - WS-OPEN-INT
		IF WS-DAYS-HELD < ZERO
			MOVE ZERO TO WS-DAYS-HELD
		END-IF
		COMPUTE WS-INTEREST-AMT ROUNDED =
			FXDEP-PRINCIPAL-AMT * WS-EARLY-RATE
			* WS-DAYS-HELD / 36500
		COMPUTE WS-TAX-AMT ROUNDED =
			WS-INTEREST-AMT * WS-WHTAX-RATE / 100
		COMPUTE WS-NET-INTEREST =
			WS-INTEREST-AMT - WS-TAX-AMT
		COMPUTE WS-PAYOUT-AMT =
			FXDEP-PRINCIPAL-AMT + WS-NET-INTEREST
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 4300-WRITE-GL-LEGS
		PERFORM 4400-WRITE-TAX-REGISTER
		MOVE SPACES TO WS-OLD-STATUS-FLAG
		MOVE FXDEP-STATUS-FLAG TO WS-OLD-STATUS-FLAG
		SET FXDEP-CLOSED TO TRUE
		REWRITE FX-DEPOSIT-RECORD
		PERFORM 4500-MARK-BROKEN
		PERFORM 4600-WRITE-HISTORY-ROWS
		PERFORM 4700-AUDIT-BREAK
		ADD WS-PAYOUT-AMT TO LS-COVER-AMT.
      *
	4300-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE FXDEP-HOME-BRANCH TO WS-FD-BRANCH
		IF WS-FD-BRANCH = SPACES
			MOVE WS-BRANCH-CODE TO WS-FD-BRANCH
		END-IF
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE FXDEP-PRINCIPAL-AMT TO GLINTF-AMOUNT
		MOVE LS-VALUE-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		PERFORM 4350-RELEASE-ACCRUAL
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-PAYOUT-AMT TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		MOVE WS-FD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-TAX-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-TAX-AMT TO GLINTF-AMOUNT
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	4350-RELEASE-ACCRUAL.
		IF FXDEP-ACCRUED-INT > ZERO
			MOVE WS-FD-INT-PAYABLE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE FXDEP-ACCRUED-INT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		COMPUTE WS-TRUEUP-AMT =
			WS-INTEREST-AMT - FXDEP-ACCRUED-INT
		IF WS-TRUEUP-AMT > ZERO
			MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-DEBIT TO TRUE
			MOVE WS-TRUEUP-AMT TO GLINTF-AMOUNT
			WRITE GL-INTERFACE-RECORD
		END-IF
		IF WS-TRUEUP-AMT < ZERO
			MOVE WS-INT-EXPENSE-ACCT TO GLINTF-GL-ACCOUNT
			SET GLINTF-CREDIT TO TRUE
			COMPUTE GLINTF-AMOUNT = ZERO - WS-TRUEUP-AMT
			WRITE GL-INTERFACE-RECORD
		END-IF
		MOVE ZERO TO FXDEP-ACCRUED-INT.
      *
	4400-WRITE-TAX-REGISTER.
		OPEN EXTEND TAX-REGISTER-FILE
		IF WS-TAXREG-STATUS NOT = "00"
			CLOSE TAX-REGISTER-FILE
			OPEN OUTPUT TAX-REGISTER-FILE
		END-IF
		MOVE FXDEP-DEPOSIT-NO TO TAXREG-DEPOSIT-NO
		MOVE FXDEP-CUSTOMER-NO TO TAXREG-CUSTOMER-NO
		MOVE "SWEEPBRK" TO TAXREG-EVENT
		MOVE LS-VALUE-DATE TO TAXREG-DATE
		MOVE WS-INTEREST-AMT TO TAXREG-GROSS-INTEREST
		MOVE WS-WHTAX-RATE TO TAXREG-TAX-RATE
		MOVE WS-TAX-AMT TO TAXREG-TAX-AMOUNT
		MOVE WS-NET-INTEREST TO TAXREG-NET-INTEREST
		WRITE TAX-REGISTER-RECORD
		CLOSE TAX-REGISTER-FILE.
      *
	4500-MARK-BROKEN.
		MOVE LS-ACCOUNT-NO TO SWPDEP-ACCOUNT-NO
		MOVE FXDEP-DEPOSIT-NO TO SWPDEP-DEPOSIT-NO
		READ SWEPT-DEPOSIT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET SWPDEP-BROKEN TO TRUE
				MOVE LS-VALUE-DATE TO SWPDEP-BROKEN-DATE
				REWRITE SWEPT-DEPOSIT-RECORD
		END-READ.
      *
	4600-WRITE-HISTORY-ROWS.
		MOVE FXDEP-DEPOSIT-NO TO TRNH-ACCOUNT-NO
		MOVE "SWPBRKFD" TO TRNH-EVENT-CODE
		MOVE WS-PAYOUT-AMT TO TRNH-AMOUNT
		MOVE WS-FD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-LIABILITY-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		MOVE LS-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "SWPBRKDD" TO TRNH-EVENT-CODE
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT
			TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	4700-AUDIT-BREAK.
		MOVE "FXDEP-STATUS" TO AUDTRL-RECORD-TYPE
		MOVE FXDEP-DEPOSIT-NO TO AUDTRL-KEY-VALUE
		MOVE WS-OLD-STATUS-FLAG TO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE FXDEP-STATUS-FLAG TO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
