      *
      *  ECLBT1.cbl
      *
      *  Quarterly IFRS 9 expected-credit-loss batch for the group
      *  reporting pack, run alongside the local-GAAP provisioning
      *  of PROVBAT1 (registered as this job's BATCTLCK predecessor
      *  so the VAS provision it is compared with is current).
      *  Every open loan on the Loan Master (LOANMSTR) is assigned
      *  a stage:
      *
      *   - Stage 3 (credit-impaired): more than ECLS3DPD days past
      *     due (number, default 90), in the NPL bucket, or on
      *     non-accrual (LOANM-NON-ACCRUAL);
      *   - Stage 2 (significant increase in credit risk): more than
      *     ECLS2DPD days past due (number, default 30), restructured
      *     through LNRSTR01 within the last ECLPROB months (number,
      *     default 12 - the supersession rows it leaves on the
      *     schedule history file REPAYHST stamped "RESTRUCT"), or a
      *     current score at least ECLSICR points (number, default
      *     100) below the score the loan's application earned at
      *     origination (LNAPP-SCORE);
      *   - Stage 1 otherwise.
      *
      *  Days past due run from the oldest unpaid installment on the
      *  repayment schedule (REPAYSCH).  The current score is the
      *  SCORBAT1 scorecard worked again today over the maintained
      *  factors (SCORFACR, same coded defaults): 500 points, less
      *  EXPOSURE when the customer's open principal is over its
      *  threshold, DELINQ when any of the customer's loans is past
      *  due, and AMTTERM when the balance per remaining installment
      *  is over its threshold.  A loan with no scored application
      *  behind it is not tested for deterioration.
      *
      *  The allowance is exposure x PD over the horizon x LGD, the
      *  annual PD and the LGD taken per product and stage from the
      *  ECL parameter table (ECLPARR, maintained through ECLPMNT1;
      *  blank-product row next, then defaults of 1, 10 and 100
      *  percent PD for stages 1-3 with a 45 percent LGD).  Stage 1
      *  looks twelve months ahead, stages 2 and 3 over the loan's
      *  lifetime - both counted in the unpaid installments left on
      *  REPAYSCH (contractual term when there is no schedule) - and
      *  the annual PD is compounded over the horizon.  Each loan's
      *  figures go to the ECL register (ECLREGR, keyed by account,
      *  beside PROVREGR) and the report (ECLBT1.OUT) with its VAS
      *  provision from PROVREGR, followed by totals per stage.
      *  Nothing is posted to the GL.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ECLBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT REPAY-SCHED-FILE ASSIGN TO "REPAYSCH"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT REPAY-HISTORY-FILE ASSIGN TO "REPAYHST"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPHST-STATUS.
		SELECT LOAN-APP-FILE ASSIGN TO "LNAPPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
		SELECT SCORE-FACTOR-FILE ASSIGN TO "SCORFACR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SCORF-FACTOR-CODE
			FILE STATUS IS WS-SCORF-STATUS.
		SELECT ECL-PARAMETER-FILE ASSIGN TO "ECLPARR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ECLP-KEY
			FILE STATUS IS WS-ECLP-STATUS.
		SELECT PROVISION-REG-FILE ASSIGN TO "PROVREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PROV-ACCOUNT-NO
			FILE STATUS IS WS-PROV-STATUS.
		SELECT ECL-REG-FILE ASSIGN TO "ECLREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ECLR-ACCOUNT-NO
			FILE STATUS IS WS-ECLR-STATUS.
		SELECT RPT-FILE ASSIGN TO "ECLBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHED-FILE.
	01  REPAY-SCHED-RECORD.
		COPY REPAYSCH.
	FD  REPAY-HISTORY-FILE.
	01  REPAY-HISTORY-RECORD.
		COPY REPAYHSR.
	FD  LOAN-APP-FILE.
	01  LOAN-APP-RECORD.
		COPY LNAPPR.
	FD  SCORE-FACTOR-FILE.
	01  SCORE-FACTOR-RECORD.
		COPY SCORFACR.
	FD  ECL-PARAMETER-FILE.
	01  ECL-PARAMETER-RECORD.
		COPY ECLPARR.
	FD  PROVISION-REG-FILE.
	01  PROVISION-REG-RECORD.
		COPY PROVREGR.
	FD  ECL-REG-FILE.
	01  ECL-REG-RECORD.
		COPY ECLREGR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-RPHST-STATUS		PIC XX.
	01  WS-LNAPP-STATUS		PIC XX.
	01  WS-SCORF-STATUS		PIC XX.
	01  WS-ECLP-STATUS		PIC XX.
	01  WS-PROV-STATUS		PIC XX.
	01  WS-ECLR-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SCHED-EOF-FLAG		PIC X.
		88  WS-SCHED-EOF	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-PERIOD			PIC X(6).
	01  WS-TODAY-NUM		PIC 9(8).
	01  WS-TODAY-INT		PIC S9(9) COMP-5.
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-INT			PIC S9(9) COMP-5.
	01  WS-PROBATION-FROM		PIC X(8).
	01  WS-MONTH-COUNT		PIC S9(7) COMP-3.
	01  WS-FROM-YEAR		PIC 9(4).
	01  WS-FROM-MONTH		PIC 9(2).
      *
      *  Staging thresholds (parameter file, coded defaults).
	01  WS-STAGE2-DPD		PIC S9(5) COMP-3.
	01  WS-STAGE3-DPD		PIC S9(5) COMP-3.
	01  WS-SICR-POINTS		PIC S9(5) COMP-3.
	01  WS-PROBATION-MONTHS		PIC S9(5) COMP-3.
      *
      *  Scorecard factors, as SCORBAT1 loads them.
	01  WS-EXPOSURE-WEIGHT		PIC S9(5) COMP-3.
	01  WS-EXPOSURE-THRESHOLD	PIC S9(11)V99 COMP-3.
	01  WS-DELINQ-WEIGHT		PIC S9(5) COMP-3.
	01  WS-AMTTERM-WEIGHT		PIC S9(5) COMP-3.
	01  WS-AMTTERM-THRESHOLD	PIC S9(11)V99 COMP-3.
      *
      *  Loans restructured, with the latest restructure date.
	01  WS-RST-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-RST-TABLE.
		05  WS-RST-ENTRY OCCURS 500 TIMES.
			10  WS-RST-ACCOUNT
					PIC X(12).
			10  WS-RST-DATE	PIC X(8).
	01  WS-RST-IDX			PIC S9(4) COMP-5.
	01  WS-RST-FOUND-FLAG		PIC X.
		88  WS-RST-FOUND	VALUE "Y".
      *
      *  Origination scores of funded applications, by loan.
	01  WS-ORG-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-ORG-TABLE.
		05  WS-ORG-ENTRY OCCURS 2000 TIMES.
			10  WS-ORG-ACCOUNT
					PIC X(12).
			10  WS-ORG-SCORE
					PIC S9(5) COMP-3.
	01  WS-ORG-IDX			PIC S9(4) COMP-5.
	01  WS-ORG-FOUND-FLAG		PIC X.
		88  WS-ORG-FOUND	VALUE "Y".
      *
      *  Each customer's open book, for the current score.
	01  WS-CUS-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-CUS-TABLE.
		05  WS-CUS-ENTRY OCCURS 2000 TIMES.
			10  WS-CUS-CUSTOMER
					PIC X(12).
			10  WS-CUS-EXPOSURE
					PIC S9(13)V99 COMP-3.
			10  WS-CUS-DELINQ-FLAG
					PIC X.
	01  WS-CUS-IDX			PIC S9(4) COMP-5.
	01  WS-CUS-FOUND-FLAG		PIC X.
		88  WS-CUS-FOUND	VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
      *
      *  The loan being staged.
	01  WS-DAYS-PAST-DUE		PIC S9(5) COMP-3.
	01  WS-OLDEST-UNPAID		PIC X(8).
	01  WS-REMAINING-MONTHS		PIC S9(5) COMP-3.
	01  WS-HORIZON-MONTHS		PIC S9(5) COMP-3.
	01  WS-HORIZON-YEARS		PIC S9(3)V9(4) COMP-3.
	01  WS-STAGE			PIC 9.
	01  WS-RESTRUCT-FLAG		PIC X.
		88  WS-RESTRUCTURED	VALUE "Y".
	01  WS-SICR-FLAG		PIC X.
		88  WS-SICR		VALUE "Y".
	01  WS-ORIG-SCORE		PIC S9(5) COMP-3.
	01  WS-CURRENT-SCORE		PIC S9(5) COMP-3.
	01  WS-PER-MONTH		PIC S9(11)V99 COMP-3.
	01  WS-ANNUAL-PD		PIC S9(3)V9(4) COMP-3.
	01  WS-LGD-PCT			PIC S9(3)V99 COMP-3.
	01  WS-HORIZON-PD		PIC S9(3)V9(4) COMP-3.
	01  WS-SURVIVAL			PIC S9V9(8) COMP-3.
	01  WS-ECL-AMT			PIC S9(11)V99 COMP-3.
	01  WS-VAS-AMT			PIC S9(11)V99 COMP-3.
	01  WS-ECLR-FOUND-FLAG		PIC X.
		88  WS-ECLR-FOUND	VALUE "Y".
	01  WS-PARM-FOUND-FLAG		PIC X.
		88  WS-PARM-FOUND	VALUE "Y".
      *
      *  Totals by stage (4 = the whole book).
	01  WS-STAGE-TABLE.
		05  WS-ST-ENTRY OCCURS 4 TIMES.
			10  WS-ST-COUNT	PIC S9(7) COMP-3.
			10  WS-ST-EXPOSURE
					PIC S9(15)V99 COMP-3.
			10  WS-ST-ECL	PIC S9(15)V99 COMP-3.
			10  WS-ST-VAS	PIC S9(15)V99 COMP-3.
	01  WS-ST-IDX			PIC S9(4) COMP-5.
	01  WS-NO-SCORE-CNT		PIC S9(7) COMP-3 VALUE 0.
      *
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(13) VALUE "ACCOUNT".
		05  FILLER		PIC X(5) VALUE "PROD".
		05  FILLER		PIC X(3) VALUE "ST".
		05  FILLER		PIC X(6) VALUE "  DPD".
		05  FILLER		PIC X(4) VALUE "RNS".
		05  FILLER		PIC X(12) VALUE "ORIG  NOW".
		05  FILLER		PIC X(18) VALUE
			"          EXPOSURE".
		05  FILLER		PIC X(5) VALUE " MTH".
		05  FILLER		PIC X(10) VALUE "    PD PCT".
		05  FILLER		PIC X(7) VALUE "    LGD".
		05  FILLER		PIC X(18) VALUE
			"               ECL".
		05  FILLER		PIC X(18) VALUE
			"     VAS PROVISION".
	01  WS-DETAIL-LINE.
		05  DTL-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-PRODUCT		PIC X(4).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-STAGE		PIC 9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-DPD		PIC ZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-RESTRUCT	PIC X.
		05  DTL-NON-ACCRUAL	PIC X.
		05  DTL-SICR		PIC X.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-ORIG-SCORE	PIC ZZZZ9-.
		05  DTL-CURRENT-SCORE	PIC ZZZZ9-.
		05  DTL-EXPOSURE	PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
		05  DTL-HORIZON		PIC ZZZZ9.
		05  DTL-PD		PIC ZZZ9.9999.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-LGD		PIC ZZZ9.99.
		05  DTL-ECL		PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
		05  DTL-VAS		PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-STAGE-HEADING.
		05  FILLER		PIC X(10) VALUE "STAGE".
		05  FILLER		PIC X(8) VALUE "   LOANS".
		05  FILLER		PIC X(22) VALUE
			"              EXPOSURE".
		05  FILLER		PIC X(22) VALUE
			"                   ECL".
		05  FILLER		PIC X(22) VALUE
			"         VAS PROVISION".
	01  WS-STAGE-LINE.
		05  STL-STAGE		PIC X(10).
		05  STL-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  STL-EXPOSURE	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  STL-ECL		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  STL-VAS		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "ECLBT1".
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
		MOVE WS-TODAY TO WS-TODAY-NUM
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "IFRS 9 EXPECTED CREDIT LOSS - PERIOD "
			WS-PERIOD
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			INITIALIZE WS-STAGE-TABLE
			PERFORM 0100-LOAD-PARAMETERS
			PERFORM 0200-LOAD-SCORE-FACTORS
			PERFORM 0300-LOAD-RESTRUCTURES
			PERFORM 0400-LOAD-ORIGINATION-SCORES
			PERFORM 0500-MEASURE-CUSTOMER-BOOKS
			PERFORM 1000-STAGE-LOANS
			PERFORM 4000-PRINT-STAGE-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-LOAD-PARAMETERS.
		MOVE 30 TO WS-STAGE2-DPD
		MOVE 90 TO WS-STAGE3-DPD
		MOVE 100 TO WS-SICR-POINTS
		MOVE 12 TO WS-PROBATION-MONTHS
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "ECLS2DPD" TO PARM-CODE
		PERFORM 0110-READ-PARAMETER
		IF WS-PARM-FOUND
			MOVE PARM-NUMBER TO WS-STAGE2-DPD
		END-IF
		MOVE "ECLS3DPD" TO PARM-CODE
		PERFORM 0110-READ-PARAMETER
		IF WS-PARM-FOUND
			MOVE PARM-NUMBER TO WS-STAGE3-DPD
		END-IF
		MOVE "ECLSICR" TO PARM-CODE
		PERFORM 0110-READ-PARAMETER
		IF WS-PARM-FOUND
			MOVE PARM-NUMBER TO WS-SICR-POINTS
		END-IF
		MOVE "ECLPROB" TO PARM-CODE
		PERFORM 0110-READ-PARAMETER
		IF WS-PARM-FOUND
			MOVE PARM-NUMBER TO WS-PROBATION-MONTHS
		END-IF
		PERFORM 0150-SET-PROBATION-START.
      *
      *  A zero number is taken as not set up.
	0110-READ-PARAMETER.
		MOVE "N" TO WS-PARM-FOUND-FLAG
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-NUMBER > ZERO
				SET WS-PARM-FOUND TO TRUE
			END-IF
		END-IF.
      *
      *  A restructure on or after this date is still on probation.
	0150-SET-PROBATION-START.
		MOVE WS-TODAY (1:4) TO WS-FROM-YEAR
		MOVE WS-TODAY (5:2) TO WS-FROM-MONTH
		COMPUTE WS-MONTH-COUNT =
			WS-FROM-YEAR * 12 + WS-FROM-MONTH - 1
			- WS-PROBATION-MONTHS
		DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-FROM-YEAR
			REMAINDER WS-FROM-MONTH
		ADD 1 TO WS-FROM-MONTH
		MOVE WS-TODAY TO WS-PROBATION-FROM
		MOVE WS-FROM-YEAR TO WS-PROBATION-FROM (1:4)
		MOVE WS-FROM-MONTH TO WS-PROBATION-FROM (5:2).
      *
	0200-LOAD-SCORE-FACTORS.
		MOVE 100 TO WS-EXPOSURE-WEIGHT
		MOVE 500000000.00 TO WS-EXPOSURE-THRESHOLD
		MOVE 150 TO WS-DELINQ-WEIGHT
		MOVE 50 TO WS-AMTTERM-WEIGHT
		MOVE 50000000.00 TO WS-AMTTERM-THRESHOLD
		OPEN INPUT SCORE-FACTOR-FILE
		IF WS-SCORF-STATUS = "00"
			MOVE "EXPOSURE" TO SCORF-FACTOR-CODE
			READ SCORE-FACTOR-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE SCORF-WEIGHT
						TO WS-EXPOSURE-WEIGHT
					MOVE SCORF-THRESHOLD TO
						WS-EXPOSURE-THRESHOLD
			END-READ
			MOVE "DELINQ" TO SCORF-FACTOR-CODE
			READ SCORE-FACTOR-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE SCORF-WEIGHT
						TO WS-DELINQ-WEIGHT
			END-READ
			MOVE "AMTTERM" TO SCORF-FACTOR-CODE
			READ SCORE-FACTOR-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE SCORF-WEIGHT
						TO WS-AMTTERM-WEIGHT
					MOVE SCORF-THRESHOLD TO
						WS-AMTTERM-THRESHOLD
			END-READ
		END-IF
		CLOSE SCORE-FACTOR-FILE.
      *
	0300-LOAD-RESTRUCTURES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT REPAY-HISTORY-FILE
		IF WS-RPHST-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 0310-READ-HISTORY UNTIL WS-EOF
		CLOSE REPAY-HISTORY-FILE.
      *
	0310-READ-HISTORY.
		READ REPAY-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF RPHST-REASON = "RESTRUCT"
					PERFORM 0320-NOTE-RESTRUCTURE
				END-IF
		END-READ.
      *
	0320-NOTE-RESTRUCTURE.
		MOVE RPHST-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		PERFORM 8000-FIND-RESTRUCTURE
		IF WS-RST-FOUND
			IF RPHST-SUPERSEDED-DATE
					> WS-RST-DATE (WS-RST-IDX)
				MOVE RPHST-SUPERSEDED-DATE
					TO WS-RST-DATE (WS-RST-IDX)
			END-IF
		ELSE
			IF WS-RST-COUNT < 500
				ADD 1 TO WS-RST-COUNT
				MOVE RPHST-ACCOUNT-NO
					TO WS-RST-ACCOUNT (WS-RST-COUNT)
				MOVE RPHST-SUPERSEDED-DATE
					TO WS-RST-DATE (WS-RST-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
      *  Only an application the scorecard actually scored gives
      *  the loan a score to deteriorate from.
	0400-LOAD-ORIGINATION-SCORES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-APP-FILE
		IF WS-LNAPP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 0410-READ-APPLICATION UNTIL WS-EOF
		CLOSE LOAN-APP-FILE.
      *
	0410-READ-APPLICATION.
		READ LOAN-APP-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LNAPP-LOAN-ACCOUNT-NO NOT = SPACES
					AND LNAPP-SCORE-OUTCOME
						NOT = SPACES
					PERFORM 0420-NOTE-SCORE
				END-IF
		END-READ.
      *
	0420-NOTE-SCORE.
		IF WS-ORG-COUNT < 2000
			ADD 1 TO WS-ORG-COUNT
			MOVE LNAPP-LOAN-ACCOUNT-NO
				TO WS-ORG-ACCOUNT (WS-ORG-COUNT)
			MOVE LNAPP-SCORE TO WS-ORG-SCORE (WS-ORG-COUNT)
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	0500-MEASURE-CUSTOMER-BOOKS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 0510-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE.
      *
	0510-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN
					PERFORM 0520-ADD-TO-CUSTOMER
				END-IF
		END-READ.
      *
	0520-ADD-TO-CUSTOMER.
		PERFORM 8200-FIND-CUSTOMER
		IF NOT WS-CUS-FOUND
			PERFORM 0530-OPEN-CUSTOMER-SLOT
		END-IF
		IF WS-CUS-FOUND
			ADD LOANM-PRINCIPAL
				TO WS-CUS-EXPOSURE (WS-CUS-IDX)
			IF NOT LOANM-DELINQ-CURRENT
				MOVE "Y" TO
					WS-CUS-DELINQ-FLAG (WS-CUS-IDX)
			END-IF
		END-IF.
      *
	0530-OPEN-CUSTOMER-SLOT.
		IF WS-CUS-COUNT < 2000
			ADD 1 TO WS-CUS-COUNT
			MOVE WS-CUS-COUNT TO WS-CUS-IDX
			MOVE LOANM-CUSTOMER-NO
				TO WS-CUS-CUSTOMER (WS-CUS-IDX)
			MOVE ZERO TO WS-CUS-EXPOSURE (WS-CUS-IDX)
			MOVE "N" TO WS-CUS-DELINQ-FLAG (WS-CUS-IDX)
			SET WS-CUS-FOUND TO TRUE
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	1000-STAGE-LOANS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT REPAY-SCHED-FILE
		OPEN INPUT ECL-PARAMETER-FILE
		OPEN INPUT PROVISION-REG-FILE
		OPEN I-O ECL-REG-FILE
		IF WS-ECLR-STATUS NOT = "00"
			CLOSE ECL-REG-FILE
			OPEN OUTPUT ECL-REG-FILE
			CLOSE ECL-REG-FILE
			OPEN I-O ECL-REG-FILE
		END-IF
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 1100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE REPAY-SCHED-FILE
		CLOSE ECL-PARAMETER-FILE
		CLOSE PROVISION-REG-FILE
		CLOSE ECL-REG-FILE.
      *
	1100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN AND LOANM-PRINCIPAL > ZERO
					PERFORM 1200-STAGE-ONE-LOAN
				END-IF
		END-READ.
      *
	1200-STAGE-ONE-LOAN.
		PERFORM 1300-SCAN-SCHEDULE
		PERFORM 1400-CHECK-RESTRUCTURE
		PERFORM 1500-TEST-DETERIORATION
		EVALUATE TRUE
			WHEN WS-DAYS-PAST-DUE > WS-STAGE3-DPD
			WHEN LOANM-DELINQ-NPL
			WHEN LOANM-NON-ACCRUAL
				MOVE 3 TO WS-STAGE
			WHEN WS-DAYS-PAST-DUE > WS-STAGE2-DPD
			WHEN WS-RESTRUCTURED
			WHEN WS-SICR
				MOVE 2 TO WS-STAGE
			WHEN OTHER
				MOVE 1 TO WS-STAGE
		END-EVALUATE
		PERFORM 2000-MEASURE-ECL
		PERFORM 3000-RECORD-LOAN.
      *
      *  One pass over the loan's schedule: the oldest unpaid
      *  installment already due sets the days past due, and the
      *  unpaid installments left count the remaining life.
	1300-SCAN-SCHEDULE.
		MOVE ZERO TO WS-DAYS-PAST-DUE
		MOVE ZERO TO WS-REMAINING-MONTHS
		MOVE SPACES TO WS-OLDEST-UNPAID
		MOVE "N" TO WS-SCHED-EOF-FLAG
		IF WS-REPAY-STATUS NOT = "00"
			SET WS-SCHED-EOF TO TRUE
		ELSE
			MOVE LOANM-ACCOUNT-NO TO REPAY-ACCOUNT-NO
			MOVE ZERO TO REPAY-INSTALLMENT-NO
			START REPAY-SCHED-FILE KEY >= REPAY-KEY
				INVALID KEY
					SET WS-SCHED-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1310-READ-INSTALLMENT UNTIL WS-SCHED-EOF
		IF WS-OLDEST-UNPAID NOT = SPACES
			MOVE WS-OLDEST-UNPAID TO WS-DATE-NUM
			COMPUTE WS-DATE-INT =
				FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			COMPUTE WS-DAYS-PAST-DUE =
				WS-TODAY-INT - WS-DATE-INT
		END-IF
		IF WS-REMAINING-MONTHS = ZERO
			MOVE LOANM-TERM-MONTHS TO WS-REMAINING-MONTHS
		END-IF
		IF WS-REMAINING-MONTHS < 1
			MOVE 1 TO WS-REMAINING-MONTHS
		END-IF.
      *
	1310-READ-INSTALLMENT.
		READ REPAY-SCHED-FILE NEXT RECORD
			AT END
				SET WS-SCHED-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO = LOANM-ACCOUNT-NO
					PERFORM 1320-CHECK-INSTALLMENT
				ELSE
					SET WS-SCHED-EOF TO TRUE
				END-IF
		END-READ.
      *
	1320-CHECK-INSTALLMENT.
		IF NOT REPAY-PAID
			ADD 1 TO WS-REMAINING-MONTHS
			IF REPAY-DUE-DATE < WS-TODAY
				AND WS-OLDEST-UNPAID = SPACES
				MOVE REPAY-DUE-DATE TO WS-OLDEST-UNPAID
			END-IF
		END-IF.
      *
	1400-CHECK-RESTRUCTURE.
		MOVE "N" TO WS-RESTRUCT-FLAG
		PERFORM 8000-FIND-RESTRUCTURE
		IF WS-RST-FOUND
			IF WS-RST-DATE (WS-RST-IDX) >= WS-PROBATION-FROM
				SET WS-RESTRUCTURED TO TRUE
			END-IF
		END-IF.
      *
      *  The scorecard worked again today, as SCORBAT1 works it for
      *  an application - the balance per remaining installment
      *  standing in for the amount per month requested.
	1500-TEST-DETERIORATION.
		MOVE "N" TO WS-SICR-FLAG
		MOVE ZERO TO WS-ORIG-SCORE
		MOVE 500 TO WS-CURRENT-SCORE
		PERFORM 8200-FIND-CUSTOMER
		IF WS-CUS-FOUND
			IF WS-CUS-EXPOSURE (WS-CUS-IDX)
					> WS-EXPOSURE-THRESHOLD
				SUBTRACT WS-EXPOSURE-WEIGHT
					FROM WS-CURRENT-SCORE
			END-IF
			IF WS-CUS-DELINQ-FLAG (WS-CUS-IDX) = "Y"
				SUBTRACT WS-DELINQ-WEIGHT
					FROM WS-CURRENT-SCORE
			END-IF
		END-IF
		COMPUTE WS-PER-MONTH ROUNDED =
			LOANM-PRINCIPAL / WS-REMAINING-MONTHS
		IF WS-PER-MONTH > WS-AMTTERM-THRESHOLD
			SUBTRACT WS-AMTTERM-WEIGHT FROM WS-CURRENT-SCORE
		END-IF
		PERFORM 8100-FIND-ORIGINATION
		IF WS-ORG-FOUND
			MOVE WS-ORG-SCORE (WS-ORG-IDX) TO WS-ORIG-SCORE
			IF WS-ORIG-SCORE - WS-CURRENT-SCORE
					>= WS-SICR-POINTS
				SET WS-SICR TO TRUE
			END-IF
		ELSE
			ADD 1 TO WS-NO-SCORE-CNT
		END-IF.
      *
      *  PD over the horizon compounds the annual PD:
      *  1 - (1 - PD) ** years.
	2000-MEASURE-ECL.
		PERFORM 2100-TAKE-ECL-PARAMETERS
		MOVE WS-REMAINING-MONTHS TO WS-HORIZON-MONTHS
		IF WS-STAGE = 1 AND WS-HORIZON-MONTHS > 12
			MOVE 12 TO WS-HORIZON-MONTHS
		END-IF
		COMPUTE WS-HORIZON-YEARS ROUNDED =
			WS-HORIZON-MONTHS / 12
		IF WS-ANNUAL-PD >= 100
			MOVE 100 TO WS-HORIZON-PD
		ELSE
			COMPUTE WS-SURVIVAL ROUNDED =
				(1 - WS-ANNUAL-PD / 100)
				** WS-HORIZON-YEARS
			COMPUTE WS-HORIZON-PD ROUNDED =
				(1 - WS-SURVIVAL) * 100
		END-IF
		COMPUTE WS-ECL-AMT ROUNDED =
			LOANM-PRINCIPAL * WS-HORIZON-PD / 100
			* WS-LGD-PCT / 100.
      *
	2100-TAKE-ECL-PARAMETERS.
		EVALUATE WS-STAGE
			WHEN 1
				MOVE 1 TO WS-ANNUAL-PD
			WHEN 2
				MOVE 10 TO WS-ANNUAL-PD
			WHEN OTHER
				MOVE 100 TO WS-ANNUAL-PD
		END-EVALUATE
		MOVE 45 TO WS-LGD-PCT
		MOVE LOANM-PRODUCT-CODE TO ECLP-PRODUCT-CODE
		MOVE WS-STAGE TO ECLP-STAGE
		READ ECL-PARAMETER-FILE
			INVALID KEY
				PERFORM 2110-TAKE-FALL-BACK-ROW
			NOT INVALID KEY
				MOVE ECLP-PD-PCT TO WS-ANNUAL-PD
				MOVE ECLP-LGD-PCT TO WS-LGD-PCT
		END-READ.
      *
	2110-TAKE-FALL-BACK-ROW.
		MOVE SPACES TO ECLP-PRODUCT-CODE
		MOVE WS-STAGE TO ECLP-STAGE
		READ ECL-PARAMETER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE ECLP-PD-PCT TO WS-ANNUAL-PD
				MOVE ECLP-LGD-PCT TO WS-LGD-PCT
		END-READ.
      *
	3000-RECORD-LOAN.
		MOVE ZERO TO WS-VAS-AMT
		MOVE LOANM-ACCOUNT-NO TO PROV-ACCOUNT-NO
		READ PROVISION-REG-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE PROV-AMOUNT TO WS-VAS-AMT
		END-READ
		PERFORM 3100-UPDATE-REGISTER
		PERFORM 3200-WRITE-REPORT-LINE
		MOVE WS-STAGE TO WS-ST-IDX
		PERFORM 3300-ADD-TO-TOTALS
		MOVE 4 TO WS-ST-IDX
		PERFORM 3300-ADD-TO-TOTALS.
      *
	3100-UPDATE-REGISTER.
		MOVE "N" TO WS-ECLR-FOUND-FLAG
		MOVE LOANM-ACCOUNT-NO TO ECLR-ACCOUNT-NO
		READ ECL-REG-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-ECLR-FOUND-FLAG
		END-READ
		MOVE LOANM-ACCOUNT-NO TO ECLR-ACCOUNT-NO
		MOVE WS-PERIOD TO ECLR-PERIOD
		MOVE LOANM-PRODUCT-CODE TO ECLR-PRODUCT-CODE
		MOVE WS-STAGE TO ECLR-STAGE
		MOVE WS-DAYS-PAST-DUE TO ECLR-DAYS-PAST-DUE
		MOVE WS-RESTRUCT-FLAG TO ECLR-RESTRUCT-FLAG
		MOVE "N" TO ECLR-NON-ACCRUAL-FLAG
		IF LOANM-NON-ACCRUAL
			SET ECLR-NON-ACCRUAL TO TRUE
		END-IF
		MOVE WS-SICR-FLAG TO ECLR-SICR-FLAG
		MOVE WS-ORIG-SCORE TO ECLR-ORIG-SCORE
		MOVE WS-CURRENT-SCORE TO ECLR-CURRENT-SCORE
		MOVE LOANM-PRINCIPAL TO ECLR-EXPOSURE
		MOVE WS-HORIZON-MONTHS TO ECLR-HORIZON-MONTHS
		MOVE WS-HORIZON-PD TO ECLR-PD-PCT
		MOVE WS-LGD-PCT TO ECLR-LGD-PCT
		MOVE WS-ECL-AMT TO ECLR-ECL-AMOUNT
		MOVE WS-VAS-AMT TO ECLR-VAS-PROVISION
		IF WS-ECLR-FOUND
			REWRITE ECL-REG-RECORD
		ELSE
			WRITE ECL-REG-RECORD
		END-IF.
      *
      *  R, N and S flag restructure probation, non-accrual and a
      *  significant increase in credit risk.
	3200-WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE
		MOVE LOANM-ACCOUNT-NO TO DTL-ACCOUNT-NO
		MOVE LOANM-PRODUCT-CODE TO DTL-PRODUCT
		MOVE WS-STAGE TO DTL-STAGE
		MOVE WS-DAYS-PAST-DUE TO DTL-DPD
		MOVE "-" TO DTL-RESTRUCT
		MOVE "-" TO DTL-NON-ACCRUAL
		MOVE "-" TO DTL-SICR
		IF WS-RESTRUCTURED
			MOVE "R" TO DTL-RESTRUCT
		END-IF
		IF LOANM-NON-ACCRUAL
			MOVE "N" TO DTL-NON-ACCRUAL
		END-IF
		IF WS-SICR
			MOVE "S" TO DTL-SICR
		END-IF
		MOVE WS-ORIG-SCORE TO DTL-ORIG-SCORE
		MOVE WS-CURRENT-SCORE TO DTL-CURRENT-SCORE
		MOVE LOANM-PRINCIPAL TO DTL-EXPOSURE
		MOVE WS-HORIZON-MONTHS TO DTL-HORIZON
		MOVE WS-HORIZON-PD TO DTL-PD
		MOVE WS-LGD-PCT TO DTL-LGD
		MOVE WS-ECL-AMT TO DTL-ECL
		MOVE WS-VAS-AMT TO DTL-VAS
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3300-ADD-TO-TOTALS.
		ADD 1 TO WS-ST-COUNT (WS-ST-IDX)
		ADD LOANM-PRINCIPAL TO WS-ST-EXPOSURE (WS-ST-IDX)
		ADD WS-ECL-AMT TO WS-ST-ECL (WS-ST-IDX)
		ADD WS-VAS-AMT TO WS-ST-VAS (WS-ST-IDX).
      *
	4000-PRINT-STAGE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-STAGE-HEADING TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 4100-PRINT-STAGE
			VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > 4
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS WITH NO ORIGIN SCORE:" TO CNT-TEXT
		MOVE WS-NO-SCORE-CNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-TBL-OVERFLOW
			MOVE "REPORT INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	4100-PRINT-STAGE.
		IF WS-ST-IDX = 4
			MOVE "TOTAL" TO STL-STAGE
		ELSE
			MOVE SPACES TO STL-STAGE
			MOVE WS-ST-IDX TO WS-STAGE
			STRING "STAGE " WS-STAGE
				DELIMITED BY SIZE INTO STL-STAGE
		END-IF
		MOVE WS-ST-COUNT (WS-ST-IDX) TO STL-COUNT
		MOVE WS-ST-EXPOSURE (WS-ST-IDX) TO STL-EXPOSURE
		MOVE WS-ST-ECL (WS-ST-IDX) TO STL-ECL
		MOVE WS-ST-VAS (WS-ST-IDX) TO STL-VAS
		MOVE WS-STAGE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-FIND-RESTRUCTURE.
		MOVE "N" TO WS-RST-FOUND-FLAG
		PERFORM VARYING WS-RST-IDX FROM 1 BY 1
				UNTIL WS-RST-IDX > WS-RST-COUNT
				OR WS-RST-FOUND
			IF WS-RST-ACCOUNT (WS-RST-IDX)
					= LOANM-ACCOUNT-NO
				SET WS-RST-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-RST-FOUND
			SUBTRACT 1 FROM WS-RST-IDX
		END-IF.
      *
	8100-FIND-ORIGINATION.
		MOVE "N" TO WS-ORG-FOUND-FLAG
		PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
				UNTIL WS-ORG-IDX > WS-ORG-COUNT
				OR WS-ORG-FOUND
			IF WS-ORG-ACCOUNT (WS-ORG-IDX)
					= LOANM-ACCOUNT-NO
				SET WS-ORG-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-ORG-FOUND
			SUBTRACT 1 FROM WS-ORG-IDX
		END-IF.
      *
	8200-FIND-CUSTOMER.
		MOVE "N" TO WS-CUS-FOUND-FLAG
		PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
				UNTIL WS-CUS-IDX > WS-CUS-COUNT
				OR WS-CUS-FOUND
			IF WS-CUS-CUSTOMER (WS-CUS-IDX)
					= LOANM-CUSTOMER-NO
				SET WS-CUS-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CUS-FOUND
			SUBTRACT 1 FROM WS-CUS-IDX
		END-IF.
      *
