      *
      *  CARBT1.cbl
      *
      *  Monthly capital adequacy report.  Assigns a regulatory
      *  risk weight from the risk-weight table (RSKWTR, maintained
      *  under maker-checker through RSKWMNT1) to every exposure the
      *  bank carries and prints the risk-weighted assets (RWA) and
      *  the capital adequacy ratio, so the return is no longer put
      *  together off-system when the regulator asks:
      *
      *   - each open loan (LOANMSTR), at its book rate when it is
      *     in foreign currency, is split into up to three parts:
      *     the part covered by fixed deposits pledged to it through
      *     FDPLDG01 (class FDPL, collateral type FIXED DEPOSIT, the
      *     deposit at its own book rate and only while it is still
      *     held for this loan); the part covered by its other
      *     eligible collateral (class LOAN, weighted by the type of
      *     its largest asset); and the uncovered rest (class LOAN,
      *     blank collateral type).  Eligible collateral is what
      *     PROVBAT1 nets - a perfected lien whose insurance has not
      *     lapsed, single-link rows plus allocated pool shares
      *     (COLALOCR) - so pledges and security are netted off the
      *     unsecured balance rather than counted twice;
      *   - each active demand-deposit overdraft line (DDACCTR) at
      *     the approved limit, or the drawn amount if it is larger
      *     (class ODLN; the deposit files carry no branch, so the
      *     lines land under the head-office placeholder as in
      *     MISXBT1);
      *   - each active bank guarantee (BGREGR) at its amount less
      *     anything already claimed, converted at the day's mid
      *     rate through FXRTLK1 and net of the cash margin held
      *     for it (class GUAR).  A foreign-currency guarantee with
      *     no usable rate is listed and left out of the totals.
      *
      *  The weight is looked up by class, collateral type, the
      *  loan's LOANM-DELINQ-CODE bucket (zero for the other
      *  classes) and currency, falling back to the any-currency
      *  and the uncollateralised rows and finally to 100 percent;
      *  the number of exposures weighted by that default is
      *  printed so risk can see the table's gaps.  Each exposure
      *  is listed, then RWA by class and by branch, then the bank
      *  total against the capital figure on the parameter file
      *  (CAPITAL, amount) and the ratio against the regulatory
      *  minimum (CARMIN, rate, default 8 percent).  Nothing is
      *  posted.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other month-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CARBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT COLLATERAL-FILE ASSIGN TO "COLLATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLLAT-COLLATERAL-ID
			FILE STATUS IS WS-COLLAT-STATUS.
		SELECT ALLOCATION-FILE ASSIGN TO "COLALOCR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLLAL-KEY
			FILE STATUS IS WS-COLLAL-STATUS.
		SELECT COLL-INSURANCE-FILE ASSIGN TO "COLINSR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLINS-COLLATERAL-ID
			FILE STATUS IS WS-COLINS-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT BG-REGISTER-FILE ASSIGN TO "BGREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BGREG-GUARANTEE-NO
			FILE STATUS IS WS-BGREG-STATUS.
		SELECT RISK-WEIGHT-FILE ASSIGN TO "RSKWTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RSKWT-KEY
			FILE STATUS IS WS-RSKWT-STATUS.
		SELECT RPT-FILE ASSIGN TO "CARBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  COLLATERAL-FILE.
	01  COLLATERAL-RECORD.
		COPY COLLATR.
	FD  ALLOCATION-FILE.
	01  ALLOCATION-RECORD.
		COPY COLALOCR.
	FD  COLL-INSURANCE-FILE.
	01  COLL-INSURANCE-RECORD.
		COPY COLINSR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  BG-REGISTER-FILE.
	01  BG-REGISTER-RECORD.
		COPY BGREGR.
	FD  RISK-WEIGHT-FILE.
	01  RISK-WEIGHT-RECORD.
		COPY RSKWTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-COLLAT-STATUS		PIC XX.
	01  WS-COLLAL-STATUS		PIC XX.
	01  WS-COLINS-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-BGREG-STATUS		PIC XX.
	01  WS-RSKWT-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-COLL-EOF-FLAG		PIC X.
		88  WS-COLL-EOF		VALUE "Y".
	01  WS-ALLOC-EOF-FLAG		PIC X.
		88  WS-ALLOC-EOF	VALUE "Y".
	01  WS-PCHK-EOF-FLAG		PIC X.
		88  WS-PCHK-EOF		VALUE "Y".
	01  WS-POOLED-FLAG		PIC X.
		88  WS-POOLED		VALUE "Y".
	01  WS-COVER-OK-FLAG		PIC X.
		88  WS-COVER-OK		VALUE "Y".
	01  WS-TABLE-OPEN-FLAG		PIC X.
		88  WS-TABLE-OPEN	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-PERIOD			PIC X(6).
	01  WS-HEAD-OFFICE		PIC X(6) VALUE "000000".
	01  WS-BOOK-CURRENCY		PIC X(3) VALUE "VND".
      *
      *  The exposure being weighed: class, reference, branch and
      *  the three lookup values besides the class.
	01  WS-EXPOSURE.
		05  WS-EXP-CLASS	PIC X(4).
		05  WS-EXP-REF		PIC X(12).
		05  WS-EXP-BRANCH	PIC X(6).
		05  WS-EXP-COLLAT-TYPE	PIC X(15).
		05  WS-EXP-DELINQ	PIC 9(3).
		05  WS-EXP-CURRENCY	PIC X(3).
		05  WS-EXP-AMOUNT	PIC S9(15)V99 COMP-3.
	01  WS-WEIGHT-PCT		PIC S9(3)V99 COMP-3.
	01  WS-WEIGHT-FOUND-FLAG	PIC X.
		88  WS-WEIGHT-FOUND	VALUE "Y".
	01  WS-RWA-AMT			PIC S9(15)V99 COMP-3.
      *
      *  Loan split working fields.
	01  WS-LOAN-CURRENCY		PIC X(3).
	01  WS-GROSS-AMT		PIC S9(15)V99 COMP-3.
	01  WS-PLEDGE-VALUE		PIC S9(15)V99 COMP-3.
	01  WS-SECURED-VALUE		PIC S9(15)V99 COMP-3.
	01  WS-SHARE-VALUE		PIC S9(15)V99 COMP-3.
	01  WS-LARGEST-VALUE		PIC S9(15)V99 COMP-3.
	01  WS-MAIN-COLLAT-TYPE		PIC X(15).
	01  WS-PLEDGED-PART		PIC S9(15)V99 COMP-3.
	01  WS-SECURED-PART		PIC S9(15)V99 COMP-3.
	01  WS-REMAIN-AMT		PIC S9(15)V99 COMP-3.
      *
      *  Guarantee conversion.
	01  WS-LOOKUP-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
		88  WS-RATE-STALE	VALUE "S".
	01  WS-BG-OPEN-AMT		PIC S9(15)V99 COMP-3.
      *
      *  Classes in report order.
	01  WS-CLASS-NAMES		PIC X(16) VALUE
		"LOANFDPLODLNGUAR".
	01  WS-CLASS-LIST REDEFINES WS-CLASS-NAMES.
		05  WS-CLASS-NAME OCCURS 4 TIMES
					PIC X(4).
	01  WS-CLASS-COUNT		PIC S9(4) COMP-5 VALUE 4.
	01  WS-CL-IDX			PIC S9(4) COMP-5.
	01  WS-CL-FOUND-FLAG		PIC X.
		88  WS-CL-FOUND		VALUE "Y".
	01  WS-CLASS-TABLE.
		05  WS-CT-ENTRY OCCURS 4 TIMES.
			10  WS-CT-EXPOSURE
					PIC S9(15)V99 COMP-3.
			10  WS-CT-RWA	PIC S9(15)V99 COMP-3.
	01  WS-BRANCH-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-BRANCH-TABLE.
		05  WS-BT-ENTRY OCCURS 50 TIMES.
			10  WS-BT-CODE	PIC X(6).
			10  WS-BT-EXPOSURE
					PIC S9(15)V99 COMP-3.
			10  WS-BT-RWA	PIC S9(15)V99 COMP-3.
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-BR-IDX			PIC S9(4) COMP-5.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-SLOT-OK-FLAG		PIC X.
		88  WS-SLOT-OK		VALUE "Y".
	01  WS-TOTAL-EXPOSURE		PIC S9(15)V99 COMP-3.
	01  WS-TOTAL-RWA		PIC S9(15)V99 COMP-3.
	01  WS-CAPITAL-AMT		PIC S9(15)V99 COMP-3.
	01  WS-CAPITAL-FLAG		PIC X.
		88  WS-CAPITAL-SET	VALUE "Y".
	01  WS-MIN-RATIO		PIC S9(3)V99 COMP-3.
	01  WS-CAR-PCT			PIC S9(5)V99 COMP-3.
	01  WS-EXPOSURE-CNT		PIC S9(7) COMP-3 VALUE 0.
	01  WS-DEFAULT-CNT		PIC S9(7) COMP-3 VALUE 0.
	01  WS-NO-RATE-CNT		PIC S9(7) COMP-3 VALUE 0.
      *
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(20) VALUE
			"CLASS REFERENCE".
		05  FILLER		PIC X(7) VALUE "BRANCH".
		05  FILLER		PIC X(16) VALUE "COLLATERAL".
		05  FILLER		PIC X(8) VALUE "DLQ CCY".
		05  FILLER		PIC X(22) VALUE
			"            EXPOSURE".
		05  FILLER		PIC X(8) VALUE " WEIGHT".
		05  FILLER		PIC X(22) VALUE
			"                 RWA".
	01  WS-DETAIL-LINE.
		05  DTL-CLASS		PIC X(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-REF		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-COLLAT-TYPE	PIC X(15).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-DELINQ		PIC ZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-EXPOSURE	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-WEIGHT		PIC ZZZ9.99.
		05  DTL-DEFAULT		PIC X(1).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-RWA		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-NO-RATE-LINE.
		05  NRT-CLASS		PIC X(4) VALUE "GUAR".
		05  FILLER		PIC X(2) VALUE SPACES.
		05  NRT-REF		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  NRT-BRANCH		PIC X(6).
		05  FILLER		PIC X(21) VALUE
			"  NO USABLE RATE FOR".
		05  NRT-CURRENCY	PIC X(3).
		05  FILLER		PIC X(20) VALUE
			" - NOT WEIGHTED".
	01  WS-SUMMARY-LINE.
		05  SUM-LABEL		PIC X(20).
		05  FILLER		PIC X(14) VALUE
			"  EXPOSURE :".
		05  SUM-EXPOSURE	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(9) VALUE "  RWA :".
		05  SUM-RWA		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-AMOUNT-LINE.
		05  AMT-LABEL		PIC X(34).
		05  AMT-VALUE		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-RATIO-LINE.
		05  RTO-LABEL		PIC X(34).
		05  RTO-VALUE		PIC ZZZZ9.99.
		05  FILLER		PIC X(2) VALUE " %".
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RTO-FLAG		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-LABEL		PIC X(34).
		05  CNT-VALUE		PIC Z,ZZZ,ZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "CARBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE WS-NOW (1:6) TO WS-PERIOD
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "CAPITAL ADEQUACY - RISK-WEIGHTED ASSETS - "
			"MONTH " WS-PERIOD
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			INITIALIZE WS-CLASS-TABLE
			MOVE ZERO TO WS-TOTAL-EXPOSURE
			MOVE ZERO TO WS-TOTAL-RWA
			PERFORM 0100-LOAD-PARAMETERS
			MOVE "N" TO WS-TABLE-OPEN-FLAG
			OPEN INPUT RISK-WEIGHT-FILE
			IF WS-RSKWT-STATUS = "00"
				SET WS-TABLE-OPEN TO TRUE
			END-IF
			MOVE WS-HEADING-LINE TO RPT-LINE
			WRITE RPT-LINE
			PERFORM 1000-WEIGH-LOANS
			PERFORM 3000-WEIGH-OVERDRAFTS
			PERFORM 4000-WEIGH-GUARANTEES
			IF WS-TABLE-OPEN
				CLOSE RISK-WEIGHT-FILE
			END-IF
			PERFORM 5000-PRINT-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  CAPITAL (amount) is the regulatory capital finance enters
      *  for the month; CARMIN (rate) the minimum ratio, 8 percent
      *  when not set up.
	0100-LOAD-PARAMETERS.
		MOVE "N" TO WS-CAPITAL-FLAG
		MOVE ZERO TO WS-CAPITAL-AMT
		MOVE 8.00 TO WS-MIN-RATIO
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "CAPITAL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			PERFORM 0110-TAKE-CAPITAL
		END-IF
		MOVE "CARMIN" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-RATE > ZERO
				MOVE PARM-RATE
					TO WS-MIN-RATIO
			END-IF
		END-IF.
      *
	0110-TAKE-CAPITAL.
		IF PARM-AMOUNT > ZERO
			MOVE PARM-AMOUNT TO WS-CAPITAL-AMT
			SET WS-CAPITAL-SET TO TRUE
		END-IF.
      *
	1000-WEIGH-LOANS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT COLLATERAL-FILE
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE COLLATERAL-FILE
		CLOSE FX-DEPOSIT-FILE.
      *
	1100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN AND LOANM-PRINCIPAL > ZERO
					PERFORM 1200-WEIGH-ONE-LOAN
				END-IF
		END-READ.
      *
      *  Pledged deposits cover the loan first - they are cash -
      *  then the other eligible collateral, and whatever is left
      *  is unsecured.
	1200-WEIGH-ONE-LOAN.
		MOVE LOANM-CURRENCY-CODE TO WS-LOAN-CURRENCY
		IF WS-LOAN-CURRENCY = SPACES
			MOVE WS-BOOK-CURRENCY TO WS-LOAN-CURRENCY
		END-IF
		IF WS-LOAN-CURRENCY = WS-BOOK-CURRENCY
			MOVE LOANM-PRINCIPAL TO WS-GROSS-AMT
		ELSE
			COMPUTE WS-GROSS-AMT ROUNDED =
				LOANM-PRINCIPAL * LOANM-BOOK-RATE
		END-IF
		PERFORM 2000-SUM-COVER
		MOVE WS-GROSS-AMT TO WS-REMAIN-AMT
		MOVE WS-PLEDGE-VALUE TO WS-PLEDGED-PART
		IF WS-PLEDGED-PART > WS-REMAIN-AMT
			MOVE WS-REMAIN-AMT TO WS-PLEDGED-PART
		END-IF
		SUBTRACT WS-PLEDGED-PART FROM WS-REMAIN-AMT
		MOVE WS-SECURED-VALUE TO WS-SECURED-PART
		IF WS-SECURED-PART > WS-REMAIN-AMT
			MOVE WS-REMAIN-AMT TO WS-SECURED-PART
		END-IF
		SUBTRACT WS-SECURED-PART FROM WS-REMAIN-AMT
		MOVE LOANM-ACCOUNT-NO TO WS-EXP-REF
		MOVE LOANM-BRANCH-CODE TO WS-EXP-BRANCH
		IF WS-EXP-BRANCH = SPACES
			MOVE WS-HEAD-OFFICE TO WS-EXP-BRANCH
		END-IF
		MOVE LOANM-DELINQ-CODE TO WS-EXP-DELINQ
		MOVE WS-LOAN-CURRENCY TO WS-EXP-CURRENCY
		IF WS-PLEDGED-PART > ZERO
			MOVE "FDPL" TO WS-EXP-CLASS
			MOVE "FIXED DEPOSIT" TO WS-EXP-COLLAT-TYPE
			MOVE WS-PLEDGED-PART TO WS-EXP-AMOUNT
			PERFORM 7000-WEIGH-EXPOSURE
		END-IF
		MOVE "LOAN" TO WS-EXP-CLASS
		IF WS-SECURED-PART > ZERO
			MOVE WS-MAIN-COLLAT-TYPE TO WS-EXP-COLLAT-TYPE
			MOVE WS-SECURED-PART TO WS-EXP-AMOUNT
			PERFORM 7000-WEIGH-EXPOSURE
		END-IF
		IF WS-REMAIN-AMT > ZERO
			MOVE SPACES TO WS-EXP-COLLAT-TYPE
			MOVE WS-REMAIN-AMT TO WS-EXP-AMOUNT
			PERFORM 7000-WEIGH-EXPOSURE
		END-IF.
      *
	2000-SUM-COVER.
		MOVE ZERO TO WS-PLEDGE-VALUE
		MOVE ZERO TO WS-SECURED-VALUE
		MOVE ZERO TO WS-LARGEST-VALUE
		MOVE SPACES TO WS-MAIN-COLLAT-TYPE
		MOVE "N" TO WS-COLL-EOF-FLAG
		MOVE LOW-VALUES TO COLLAT-COLLATERAL-ID
		START COLLATERAL-FILE KEY >= COLLAT-COLLATERAL-ID
			INVALID KEY
				SET WS-COLL-EOF TO TRUE
		END-START
		PERFORM 2100-SCAN-COLLATERAL UNTIL WS-COLL-EOF
		PERFORM 2500-ADD-POOL-ALLOCATIONS.
      *
	2100-SCAN-COLLATERAL.
		READ COLLATERAL-FILE NEXT RECORD
			AT END
				SET WS-COLL-EOF TO TRUE
			NOT AT END
				IF COLLAT-ACCOUNT-NO = LOANM-ACCOUNT-NO
					AND COLLAT-LIEN-PERFECTED
					PERFORM 2200-CHECK-COLLATERAL
				END-IF
		END-READ.
      *
	2200-CHECK-COLLATERAL.
		IF COLLAT-TYPE = "FIXED DEPOSIT"
			PERFORM 2300-ADD-PLEDGED-DEPOSIT
		ELSE
			PERFORM 2450-CHECK-POOLED
			IF NOT WS-POOLED
				PERFORM 2400-CHECK-INSURANCE-COVER
				IF WS-COVER-OK
					MOVE COLLAT-APPRAISED-VALUE
						TO WS-SHARE-VALUE
					PERFORM 2700-ADD-SECURITY
				END-IF
			END-IF
		END-IF.
      *
      *  The Collateral Register row FDPLDG01 wrote carries the
      *  deposit number as its ID; the deposit itself says whether
      *  the pledge still stands and in which currency it is.
	2300-ADD-PLEDGED-DEPOSIT.
		MOVE COLLAT-COLLATERAL-ID TO FXDEP-DEPOSIT-NO
		READ FX-DEPOSIT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF FXDEP-HELD
					AND FXDEP-PLEDGED-LOAN-NO =
						LOANM-ACCOUNT-NO
					AND (FXDEP-ACTIVE
						OR FXDEP-DORMANT)
					PERFORM 2310-ADD-DEPOSIT-VALUE
				END-IF
		END-READ.
      *
	2310-ADD-DEPOSIT-VALUE.
		IF FXDEP-CURRENCY-CODE = SPACES
			OR FXDEP-CURRENCY-CODE = WS-BOOK-CURRENCY
			ADD FXDEP-PRINCIPAL-AMT TO WS-PLEDGE-VALUE
		ELSE
			COMPUTE WS-PLEDGE-VALUE ROUNDED =
				WS-PLEDGE-VALUE
				+ FXDEP-PRINCIPAL-AMT * FXDEP-BOOK-RATE
		END-IF.
      *
      *  Lapsed or expired insurance (COLINSR) takes an asset out
      *  of the cover; an asset with no policy row still counts,
      *  the rule PROVBAT1 nets by.
	2400-CHECK-INSURANCE-COVER.
		MOVE "Y" TO WS-COVER-OK-FLAG
		OPEN INPUT COLL-INSURANCE-FILE
		IF WS-COLINS-STATUS = "00"
			MOVE COLLAT-COLLATERAL-ID
				TO COLINS-COLLATERAL-ID
			READ COLL-INSURANCE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 2410-JUDGE-COVER
			END-READ
		END-IF
		CLOSE COLL-INSURANCE-FILE.
      *
	2410-JUDGE-COVER.
		IF COLINS-LAPSED
			MOVE "N" TO WS-COVER-OK-FLAG
		END-IF
		IF COLINS-EXPIRY-DATE NOT = SPACES
			AND COLINS-EXPIRY-DATE < WS-TODAY
			MOVE "N" TO WS-COVER-OK-FLAG
		END-IF.
      *
      *  An asset carved into pool allocations counts only through
      *  its allocated shares (2500 below).
	2450-CHECK-POOLED.
		MOVE "N" TO WS-POOLED-FLAG
		MOVE "N" TO WS-PCHK-EOF-FLAG
		OPEN INPUT ALLOCATION-FILE
		IF WS-COLLAL-STATUS NOT = "00"
			SET WS-PCHK-EOF TO TRUE
		END-IF
		IF NOT WS-PCHK-EOF
			MOVE COLLAT-COLLATERAL-ID
				TO COLLAL-COLLATERAL-ID
			MOVE LOW-VALUES TO COLLAL-ACCOUNT-NO
			START ALLOCATION-FILE KEY >= COLLAL-KEY
				INVALID KEY
					SET WS-PCHK-EOF TO TRUE
			END-START
		END-IF
		PERFORM 2460-SCAN-POOL-ROW UNTIL WS-PCHK-EOF
		CLOSE ALLOCATION-FILE.
      *
	2460-SCAN-POOL-ROW.
		READ ALLOCATION-FILE NEXT RECORD
			AT END
				SET WS-PCHK-EOF TO TRUE
			NOT AT END
				PERFORM 2470-JUDGE-POOL-ROW
		END-READ.
      *
	2470-JUDGE-POOL-ROW.
		IF COLLAL-COLLATERAL-ID NOT =
				COLLAT-COLLATERAL-ID
			SET WS-PCHK-EOF TO TRUE
		ELSE
			IF COLLAL-ACTIVE
				SET WS-POOLED TO TRUE
				SET WS-PCHK-EOF TO TRUE
			END-IF
		END-IF.
      *
	2500-ADD-POOL-ALLOCATIONS.
		MOVE "N" TO WS-ALLOC-EOF-FLAG
		OPEN INPUT ALLOCATION-FILE
		IF WS-COLLAL-STATUS NOT = "00"
			SET WS-ALLOC-EOF TO TRUE
		END-IF
		IF NOT WS-ALLOC-EOF
			MOVE LOW-VALUES TO COLLAL-KEY
			START ALLOCATION-FILE KEY >= COLLAL-KEY
				INVALID KEY
					SET WS-ALLOC-EOF TO TRUE
			END-START
		END-IF
		PERFORM 2600-SCAN-ALLOCATIONS UNTIL WS-ALLOC-EOF
		CLOSE ALLOCATION-FILE.
      *
	2600-SCAN-ALLOCATIONS.
		READ ALLOCATION-FILE NEXT RECORD
			AT END
				SET WS-ALLOC-EOF TO TRUE
			NOT AT END
				IF COLLAL-ACCOUNT-NO =
						LOANM-ACCOUNT-NO
					AND COLLAL-ACTIVE
					PERFORM 2650-ADD-ONE-SHARE
				END-IF
		END-READ.
      *
	2650-ADD-ONE-SHARE.
		MOVE COLLAL-COLLATERAL-ID
			TO COLLAT-COLLATERAL-ID
		READ COLLATERAL-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF COLLAT-LIEN-PERFECTED
					PERFORM 2660-JUDGE-AND-ADD
				END-IF
		END-READ.
      *
	2660-JUDGE-AND-ADD.
		PERFORM 2400-CHECK-INSURANCE-COVER
		IF WS-COVER-OK
			COMPUTE WS-SHARE-VALUE ROUNDED =
				COLLAT-APPRAISED-VALUE
				* COLLAL-ALLOC-PCT / 100
			PERFORM 2700-ADD-SECURITY
		END-IF.
      *
      *  The secured part is weighted by the type of the loan's
      *  largest single piece of security.
	2700-ADD-SECURITY.
		ADD WS-SHARE-VALUE TO WS-SECURED-VALUE
		IF WS-SHARE-VALUE > WS-LARGEST-VALUE
			MOVE WS-SHARE-VALUE TO WS-LARGEST-VALUE
			MOVE COLLAT-TYPE TO WS-MAIN-COLLAT-TYPE
		END-IF.
      *
      *  A line drawn past its limit counts at the drawn amount.
	3000-WEIGH-OVERDRAFTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-DD-ACCOUNT UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE.
      *
	3100-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDACC-ACTIVE
					PERFORM 3200-WEIGH-ONE-LINE
				END-IF
		END-READ.
      *
	3200-WEIGH-ONE-LINE.
		MOVE DDACC-OVERDRAFT-LIMIT TO WS-EXP-AMOUNT
		IF DDACC-BALANCE < ZERO
			AND ZERO - DDACC-BALANCE > WS-EXP-AMOUNT
			COMPUTE WS-EXP-AMOUNT = ZERO - DDACC-BALANCE
		END-IF
		IF WS-EXP-AMOUNT > ZERO
			MOVE "ODLN" TO WS-EXP-CLASS
			MOVE DDACC-ACCOUNT-NO TO WS-EXP-REF
			MOVE WS-HEAD-OFFICE TO WS-EXP-BRANCH
			MOVE SPACES TO WS-EXP-COLLAT-TYPE
			MOVE ZERO TO WS-EXP-DELINQ
			MOVE WS-BOOK-CURRENCY TO WS-EXP-CURRENCY
			PERFORM 7000-WEIGH-EXPOSURE
		END-IF.
      *
	4000-WEIGH-GUARANTEES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT BG-REGISTER-FILE
		IF WS-BGREG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-GUARANTEE UNTIL WS-EOF
		CLOSE BG-REGISTER-FILE.
      *
	4100-READ-GUARANTEE.
		READ BG-REGISTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF BGREG-ACTIVE
					PERFORM 4200-WEIGH-ONE-GUARANTEE
				END-IF
		END-READ.
      *
      *  The cash margin sits on a book-currency deposit account,
      *  so it nets after the guarantee is converted.
	4200-WEIGH-ONE-GUARANTEE.
		MOVE "GUAR" TO WS-EXP-CLASS
		MOVE BGREG-GUARANTEE-NO TO WS-EXP-REF
		MOVE BGREG-BRANCH-CODE TO WS-EXP-BRANCH
		IF WS-EXP-BRANCH = SPACES
			MOVE WS-HEAD-OFFICE TO WS-EXP-BRANCH
		END-IF
		MOVE SPACES TO WS-EXP-COLLAT-TYPE
		MOVE ZERO TO WS-EXP-DELINQ
		MOVE BGREG-CURRENCY-CODE TO WS-EXP-CURRENCY
		IF WS-EXP-CURRENCY = SPACES
			MOVE WS-BOOK-CURRENCY TO WS-EXP-CURRENCY
		END-IF
		COMPUTE WS-BG-OPEN-AMT =
			BGREG-AMOUNT - BGREG-CLAIMED-AMT
		MOVE "N" TO WS-RATE-RESULT-FLAG
		IF WS-EXP-CURRENCY = WS-BOOK-CURRENCY
			MOVE WS-BG-OPEN-AMT TO WS-EXP-AMOUNT
		ELSE
			CALL "FXRTLK1" USING WS-EXP-CURRENCY
				WS-TODAY WS-LOOKUP-RATE
				WS-RATE-RESULT-FLAG
			COMPUTE WS-EXP-AMOUNT ROUNDED =
				WS-BG-OPEN-AMT * WS-LOOKUP-RATE
		END-IF
		IF WS-RATE-STALE
			PERFORM 4300-REPORT-NO-RATE
		ELSE
			SUBTRACT BGREG-MARGIN-AMT FROM WS-EXP-AMOUNT
			IF WS-EXP-AMOUNT > ZERO
				PERFORM 7000-WEIGH-EXPOSURE
			END-IF
		END-IF.
      *
	4300-REPORT-NO-RATE.
		ADD 1 TO WS-NO-RATE-CNT
		MOVE WS-EXP-REF TO NRT-REF
		MOVE WS-EXP-BRANCH TO NRT-BRANCH
		MOVE WS-EXP-CURRENCY TO NRT-CURRENCY
		MOVE WS-NO-RATE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-PRINT-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "RISK-WEIGHTED ASSETS BY CLASS" TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 5100-PRINT-CLASS
			VARYING WS-CL-IDX FROM 1 BY 1
			UNTIL WS-CL-IDX > WS-CLASS-COUNT
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "RISK-WEIGHTED ASSETS BY BRANCH" TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 5200-PRINT-BRANCH
			VARYING WS-BR-IDX FROM 1 BY 1
			UNTIL WS-BR-IDX > WS-BRANCH-COUNT
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BANK TOTAL" TO SUM-LABEL
		MOVE WS-TOTAL-EXPOSURE TO SUM-EXPOSURE
		MOVE WS-TOTAL-RWA TO SUM-RWA
		MOVE WS-SUMMARY-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 5300-PRINT-RATIO
		MOVE "EXPOSURES WEIGHTED:" TO CNT-LABEL
		MOVE WS-EXPOSURE-CNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "AT DEFAULT 100 PCT (*):" TO CNT-LABEL
		MOVE WS-DEFAULT-CNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "GUARANTEES WITHOUT A RATE:" TO CNT-LABEL
		MOVE WS-NO-RATE-CNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5100-PRINT-CLASS.
		MOVE WS-CLASS-NAME (WS-CL-IDX) TO SUM-LABEL
		MOVE WS-CT-EXPOSURE (WS-CL-IDX) TO SUM-EXPOSURE
		MOVE WS-CT-RWA (WS-CL-IDX) TO SUM-RWA
		MOVE WS-SUMMARY-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5200-PRINT-BRANCH.
		MOVE WS-BT-CODE (WS-BR-IDX) TO SUM-LABEL
		MOVE WS-BT-EXPOSURE (WS-BR-IDX) TO SUM-EXPOSURE
		MOVE WS-BT-RWA (WS-BR-IDX) TO SUM-RWA
		MOVE WS-SUMMARY-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5300-PRINT-RATIO.
		MOVE "REGULATORY CAPITAL:" TO AMT-LABEL
		MOVE WS-CAPITAL-AMT TO AMT-VALUE
		MOVE WS-AMOUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO RTO-FLAG
		EVALUATE TRUE
			WHEN NOT WS-CAPITAL-SET
				MOVE "CAPITAL NOT SET - NO RATIO"
					TO RPT-LINE
				WRITE RPT-LINE
			WHEN WS-TOTAL-RWA NOT > ZERO
				MOVE "NO RISK-WEIGHTED ASSETS"
					TO RPT-LINE
				WRITE RPT-LINE
			WHEN OTHER
				PERFORM 5400-PRINT-CAR
		END-EVALUATE
		MOVE SPACES TO RTO-FLAG
		MOVE "REGULATORY MINIMUM:" TO RTO-LABEL
		MOVE WS-MIN-RATIO TO RTO-VALUE
		MOVE WS-RATIO-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Ratio = capital / RWA; a runaway ratio against a near-empty
      *  book pins at the column's limit rather than wrapping.
	5400-PRINT-CAR.
		COMPUTE WS-CAR-PCT ROUNDED =
			WS-CAPITAL-AMT * 100 / WS-TOTAL-RWA
			ON SIZE ERROR
				MOVE 99999.99 TO WS-CAR-PCT
		END-COMPUTE
		IF WS-CAR-PCT < WS-MIN-RATIO
			MOVE "BELOW MINIMUM" TO RTO-FLAG
		END-IF
		MOVE "CAPITAL ADEQUACY RATIO:" TO RTO-LABEL
		MOVE WS-CAR-PCT TO RTO-VALUE
		MOVE WS-RATIO-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Weighs the exposure in WS-EXPOSURE, lists it and rolls it
      *  into its class and branch.
	7000-WEIGH-EXPOSURE.
		PERFORM 7100-FIND-WEIGHT
		COMPUTE WS-RWA-AMT ROUNDED =
			WS-EXP-AMOUNT * WS-WEIGHT-PCT / 100
		ADD 1 TO WS-EXPOSURE-CNT
		ADD WS-EXP-AMOUNT TO WS-TOTAL-EXPOSURE
		ADD WS-RWA-AMT TO WS-TOTAL-RWA
		PERFORM 8100-FIND-CLASS
		IF WS-CL-FOUND
			ADD WS-EXP-AMOUNT
				TO WS-CT-EXPOSURE (WS-CL-IDX)
			ADD WS-RWA-AMT TO WS-CT-RWA (WS-CL-IDX)
		END-IF
		MOVE WS-EXP-BRANCH TO WS-WORK-BRANCH
		PERFORM 8000-FIND-BRANCH-SLOT
		IF WS-SLOT-OK
			ADD WS-EXP-AMOUNT
				TO WS-BT-EXPOSURE (WS-BR-IDX)
			ADD WS-RWA-AMT TO WS-BT-RWA (WS-BR-IDX)
		END-IF
		MOVE WS-EXP-CLASS TO DTL-CLASS
		MOVE WS-EXP-REF TO DTL-REF
		MOVE WS-EXP-BRANCH TO DTL-BRANCH
		MOVE WS-EXP-COLLAT-TYPE TO DTL-COLLAT-TYPE
		MOVE WS-EXP-DELINQ TO DTL-DELINQ
		MOVE WS-EXP-CURRENCY TO DTL-CURRENCY
		MOVE WS-EXP-AMOUNT TO DTL-EXPOSURE
		MOVE WS-WEIGHT-PCT TO DTL-WEIGHT
		MOVE WS-RWA-AMT TO DTL-RWA
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Exact row, any currency, uncollateralised for the
      *  currency, uncollateralised any currency - then 100.
	7100-FIND-WEIGHT.
		MOVE "N" TO WS-WEIGHT-FOUND-FLAG
		MOVE SPACES TO DTL-DEFAULT
		MOVE WS-EXP-CLASS TO RSKWT-EXPOSURE-CLASS
		MOVE WS-EXP-DELINQ TO RSKWT-DELINQ-CODE
		MOVE WS-EXP-COLLAT-TYPE TO RSKWT-COLLAT-TYPE
		MOVE WS-EXP-CURRENCY TO RSKWT-CURRENCY-CODE
		PERFORM 7200-TRY-WEIGHT
		IF NOT WS-WEIGHT-FOUND
			MOVE SPACES TO RSKWT-CURRENCY-CODE
			PERFORM 7200-TRY-WEIGHT
		END-IF
		IF NOT WS-WEIGHT-FOUND
			MOVE SPACES TO RSKWT-COLLAT-TYPE
			MOVE WS-EXP-CURRENCY TO RSKWT-CURRENCY-CODE
			PERFORM 7200-TRY-WEIGHT
		END-IF
		IF NOT WS-WEIGHT-FOUND
			MOVE SPACES TO RSKWT-CURRENCY-CODE
			PERFORM 7200-TRY-WEIGHT
		END-IF
		IF NOT WS-WEIGHT-FOUND
			MOVE 100.00 TO WS-WEIGHT-PCT
			MOVE "*" TO DTL-DEFAULT
			ADD 1 TO WS-DEFAULT-CNT
		END-IF.
      *
	7200-TRY-WEIGHT.
		IF WS-TABLE-OPEN
			READ RISK-WEIGHT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE RSKWT-WEIGHT-PCT
						TO WS-WEIGHT-PCT
					SET WS-WEIGHT-FOUND TO TRUE
			END-READ
		END-IF.
      *
	8000-FIND-BRANCH-SLOT.
		MOVE "N" TO WS-BR-FOUND-FLAG
		MOVE "N" TO WS-SLOT-OK-FLAG
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
				OR WS-BR-FOUND
			IF WS-BT-CODE (WS-BR-IDX) = WS-WORK-BRANCH
				SET WS-BR-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-BR-FOUND
			SUBTRACT 1 FROM WS-BR-IDX
			SET WS-SLOT-OK TO TRUE
		ELSE
			IF WS-BRANCH-COUNT < 50
				ADD 1 TO WS-BRANCH-COUNT
				MOVE WS-BRANCH-COUNT TO WS-BR-IDX
				INITIALIZE WS-BT-ENTRY (WS-BR-IDX)
				MOVE WS-WORK-BRANCH
					TO WS-BT-CODE (WS-BR-IDX)
				SET WS-SLOT-OK TO TRUE
			END-IF
		END-IF.
      *
	8100-FIND-CLASS.
		MOVE "N" TO WS-CL-FOUND-FLAG
		PERFORM VARYING WS-CL-IDX FROM 1 BY 1
				UNTIL WS-CL-IDX > WS-CLASS-COUNT
				OR WS-CL-FOUND
			IF WS-CLASS-NAME (WS-CL-IDX) = WS-EXP-CLASS
				SET WS-CL-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CL-FOUND
			SUBTRACT 1 FROM WS-CL-IDX
		END-IF.
      *
