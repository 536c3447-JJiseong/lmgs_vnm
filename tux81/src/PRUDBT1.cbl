      *
      *  PRUDBT1.cbl
      *
      *  Daily prudential ratio report.  Runs after the end-of-day
      *  MIS snapshot (MISXBT1, registered as this job's BATCTLCK
      *  predecessor) against the same closed business date, so
      *  treasury sees the bank's position against the SBV limits
      *  every morning instead of after month-end:
      *
      *   - loan-to-deposit ratio: open loan principal over
      *     customer deposits;
      *   - short-term funding used for medium/long-term lending:
      *     medium/long-term loans less medium/long-term funding,
      *     over short-term funding (nothing used when the long
      *     funding covers the long lending).
      *
      *  Loans (LOANMSTR) are classed by remaining term - the due
      *  date of the last installment on the repayment schedule
      *  (REPAYSCH) more than a year after the business date is
      *  medium/long-term; a loan with no schedule yet goes by its
      *  contractual term.  Term deposits (FXDEPR, active and
      *  dormant) are classed the same way by maturity date, and
      *  demand-deposit credit balances (DDACCTR) are short-term
      *  demand funds.  Each ratio is worked three ways - the VND
      *  book, the foreign-currency book converted at the day's mid
      *  rate through FXRTLK1, and the two together - and each is
      *  compared to its limit on the parameter file: LDRMAX and
      *  STFMAX (rate, percent; 85 and 30 when not set up).  A
      *  figure over its limit is a breach; one within PRUDNEAR
      *  (rate, percentage points, default 5) of it is a
      *  near-breach.  Both go to the prudential feed (PRUDALRT)
      *  that MORNBAT1 prints on the morning dashboard and to the
      *  manual alert list (MANALRTR) for treasury to follow up.
      *  A foreign-currency position with no usable rate is listed
      *  and left out of the figures.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PRUDBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SYS-DATE-FILE ASSIGN TO "SYSDATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SYSDAT-KEY
			FILE STATUS IS WS-SYSDAT-STATUS.
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
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT PRUD-ALERT-FILE ASSIGN TO "PRUDALRT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PRUDAL-STATUS.
		SELECT MAN-ALERT-FILE ASSIGN TO "MANALERT"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-ALERT-STATUS.
		SELECT RPT-FILE ASSIGN TO "PRUDBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SYS-DATE-FILE.
	01  SYS-DATE-RECORD.
		COPY SYSDATR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHED-FILE.
	01  REPAY-SCHED-RECORD.
		COPY REPAYSCH.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  PRUD-ALERT-FILE.
	01  PRUD-ALERT-LINE		PIC X(80).
	FD  MAN-ALERT-FILE.
	01  MAN-ALERT-RECORD.
		COPY MANALRTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-SYSDAT-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-PRUDAL-STATUS		PIC XX.
	01  WS-ALERT-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SCHED-EOF-FLAG		PIC X.
		88  WS-SCHED-EOF	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-AS-OF-DATE		PIC X(8).
	01  WS-DATE-CLOSED-FLAG		PIC X.
		88  WS-DATE-CLOSED	VALUE "Y".
      *
      *  A position falling due after this date is medium/long-term.
	01  WS-ONE-YEAR-OUT		PIC X(8).
	01  WS-YEAR-NUM			PIC 9(4).
	01  WS-BOOK-CURRENCY		PIC X(3) VALUE "VND".
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-WORK-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-FINAL-DUE-DATE		PIC X(8).
	01  WS-LONG-FLAG		PIC X.
		88  WS-LONG-TERM	VALUE "Y".
	01  WS-USABLE-FLAG		PIC X.
		88  WS-USABLE		VALUE "Y".
      *
      *  Mid rates already looked up this run, one per currency.
	01  WS-RATE-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-RATE-TABLE.
		05  WS-RT-ENTRY OCCURS 30 TIMES.
			10  WS-RT-CURRENCY
					PIC X(3).
			10  WS-RT-MID-RATE
					PIC S9(7)V9(4) COMP-3.
			10  WS-RT-STALE-FLAG
					PIC X.
	01  WS-RT-IDX			PIC S9(4) COMP-5.
	01  WS-RT-FOUND-FLAG		PIC X.
		88  WS-RT-FOUND		VALUE "Y".
	01  WS-LOOKUP-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
		88  WS-RATE-STALE	VALUE "S".
	01  WS-NO-RATE-CNT		PIC S9(7) COMP-3 VALUE 0.
      *
      *  Book views: 1 VND, 2 foreign currency converted, 3 total.
	01  WS-VIEW-NAMES		PIC X(15) VALUE
		"VND  FCY  TOTAL".
	01  WS-VIEW-LIST REDEFINES WS-VIEW-NAMES.
		05  WS-VIEW-NAME OCCURS 3 TIMES
					PIC X(5).
	01  WS-VW-IDX			PIC S9(4) COMP-5.
	01  WS-VW-VND			PIC S9(4) COMP-5 VALUE 1.
	01  WS-VW-FCY			PIC S9(4) COMP-5 VALUE 2.
	01  WS-VW-TOTAL			PIC S9(4) COMP-5 VALUE 3.
	01  WS-POSITION-TABLE.
		05  WS-PT-ENTRY OCCURS 3 TIMES.
			10  WS-PT-ST-LOANS
					PIC S9(15)V99 COMP-3.
			10  WS-PT-ML-LOANS
					PIC S9(15)V99 COMP-3.
			10  WS-PT-ST-FUNDS
					PIC S9(15)V99 COMP-3.
			10  WS-PT-ML-FUNDS
					PIC S9(15)V99 COMP-3.
	01  WS-WORK-VIEW		PIC S9(4) COMP-5.
	01  WS-ALL-LOANS		PIC S9(15)V99 COMP-3.
	01  WS-ALL-FUNDS		PIC S9(15)V99 COMP-3.
	01  WS-STF-USED			PIC S9(15)V99 COMP-3.
      *
      *  Limits and the ratio being judged.
	01  WS-LDR-LIMIT		PIC S9(5)V99 COMP-3.
	01  WS-STF-LIMIT		PIC S9(5)V99 COMP-3.
	01  WS-NEAR-BAND		PIC S9(5)V99 COMP-3.
	01  WS-RATIO-NAME		PIC X(4).
	01  WS-RATIO-PCT		PIC S9(5)V99 COMP-3.
	01  WS-RATIO-LIMIT		PIC S9(5)V99 COMP-3.
	01  WS-RATIO-SET-FLAG		PIC X.
		88  WS-RATIO-SET	VALUE "Y".
	01  WS-JUDGEMENT		PIC X(6).
		88  WS-JUDGED-BREACH	VALUE "BREACH".
		88  WS-JUDGED-NEAR	VALUE "NEAR".
	01  WS-BREACH-CNT		PIC S9(5) COMP-3 VALUE 0.
	01  WS-NEAR-CNT			PIC S9(5) COMP-3 VALUE 0.
      *
	01  WS-POSITION-HEADING.
		05  FILLER		PIC X(5) VALUE "BOOK".
		05  FILLER		PIC X(22) VALUE
			"      SHORT-TERM LOANS".
		05  FILLER		PIC X(22) VALUE
			"    MED/LONG-TERM LNS".
		05  FILLER		PIC X(22) VALUE
			"      SHORT-TERM FUNDS".
		05  FILLER		PIC X(22) VALUE
			"    MED/LONG-TERM FNDS".
	01  WS-POSITION-LINE.
		05  POS-VIEW		PIC X(5).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  POS-ST-LOANS	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  POS-ML-LOANS	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  POS-ST-FUNDS	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  POS-ML-FUNDS	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-RATIO-LINE.
		05  RTO-NAME		PIC X(4).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RTO-VIEW		PIC X(5).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  RTO-PCT		PIC ZZZZ9.99.
		05  RTO-PCT-X REDEFINES RTO-PCT
					PIC X(8).
		05  FILLER		PIC X(4) VALUE " PCT".
		05  FILLER		PIC X(8) VALUE "  LIMIT ".
		05  RTO-LIMIT		PIC ZZZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  RTO-JUDGEMENT	PIC X(6).
	01  WS-NO-RATE-LINE.
		05  FILLER		PIC X(21) VALUE
			"NO USABLE RATE FOR ".
		05  NRT-CURRENCY	PIC X(3).
		05  FILLER		PIC X(3) VALUE " - ".
		05  NRT-REF		PIC X(12).
		05  FILLER		PIC X(20) VALUE
			" LEFT OUT".
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "PRUDBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		PERFORM 0100-READ-BUSINESS-DATE
		OPEN OUTPUT RPT-FILE
		OPEN OUTPUT PRUD-ALERT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "DAILY PRUDENTIAL RATIOS - BUSINESS DATE "
			WS-AS-OF-DATE
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-DATE-CLOSED
			OPEN EXTEND MAN-ALERT-FILE
			IF WS-ALERT-STATUS NOT = "00"
				CLOSE MAN-ALERT-FILE
				OPEN OUTPUT MAN-ALERT-FILE
			END-IF
			INITIALIZE WS-POSITION-TABLE
			PERFORM 0200-LOAD-LIMITS
			PERFORM 1000-CLASSIFY-LOANS
			PERFORM 2000-CLASSIFY-DD-ACCOUNTS
			PERFORM 3000-CLASSIFY-TERM-DEPOSITS
			PERFORM 4000-PRINT-POSITIONS
			PERFORM 5000-JUDGE-RATIOS
			CLOSE MAN-ALERT-FILE
		ELSE
			MOVE "DATE NOT CLOSED - NO RATIOS WORKED"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		CLOSE PRUD-ALERT-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-READ-BUSINESS-DATE.
		MOVE "N" TO WS-DATE-CLOSED-FLAG
		MOVE SPACES TO WS-AS-OF-DATE
		OPEN INPUT SYS-DATE-FILE
		IF WS-SYSDAT-STATUS = "00"
			MOVE "SYSDATE" TO SYSDAT-KEY
			READ SYS-DATE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE SYSDAT-BUSINESS-DATE
						TO WS-AS-OF-DATE
					IF SYSDAT-CLOSED
						SET WS-DATE-CLOSED
							TO TRUE
					END-IF
			END-READ
		END-IF
		CLOSE SYS-DATE-FILE
		IF WS-AS-OF-DATE NOT NUMERIC
			MOVE "N" TO WS-DATE-CLOSED-FLAG
		ELSE
			MOVE WS-AS-OF-DATE (1:4) TO WS-YEAR-NUM
			ADD 1 TO WS-YEAR-NUM
			MOVE WS-AS-OF-DATE TO WS-ONE-YEAR-OUT
			MOVE WS-YEAR-NUM TO WS-ONE-YEAR-OUT (1:4)
		END-IF.
      *
	0200-LOAD-LIMITS.
		MOVE 85.00 TO WS-LDR-LIMIT
		MOVE 30.00 TO WS-STF-LIMIT
		MOVE 5.00 TO WS-NEAR-BAND
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "LDRMAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-RATE > ZERO
				MOVE PARM-RATE
					TO WS-LDR-LIMIT
			END-IF
		END-IF
		MOVE "STFMAX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-RATE > ZERO
				MOVE PARM-RATE
					TO WS-STF-LIMIT
			END-IF
		END-IF
		MOVE "PRUDNEAR" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-RATE TO WS-NEAR-BAND
		END-IF.
      *
	1000-CLASSIFY-LOANS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT REPAY-SCHED-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE REPAY-SCHED-FILE.
      *
	1100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN AND LOANM-PRINCIPAL > ZERO
					PERFORM 1200-CLASSIFY-ONE-LOAN
				END-IF
		END-READ.
      *
	1200-CLASSIFY-ONE-LOAN.
		PERFORM 1300-FIND-FINAL-DUE-DATE
		MOVE "N" TO WS-LONG-FLAG
		IF WS-FINAL-DUE-DATE = SPACES
			IF LOANM-TERM-MONTHS > 12
				SET WS-LONG-TERM TO TRUE
			END-IF
		ELSE
			IF WS-FINAL-DUE-DATE > WS-ONE-YEAR-OUT
				SET WS-LONG-TERM TO TRUE
			END-IF
		END-IF
		MOVE LOANM-CURRENCY-CODE TO WS-WORK-CURRENCY
		MOVE LOANM-PRINCIPAL TO WS-WORK-AMOUNT
		PERFORM 8000-CONVERT-TO-BOOK
		IF WS-USABLE
			IF WS-LONG-TERM
				ADD WS-WORK-AMOUNT
					TO WS-PT-ML-LOANS (WS-WORK-VIEW)
				ADD WS-WORK-AMOUNT
					TO WS-PT-ML-LOANS (WS-VW-TOTAL)
			ELSE
				ADD WS-WORK-AMOUNT
					TO WS-PT-ST-LOANS (WS-WORK-VIEW)
				ADD WS-WORK-AMOUNT
					TO WS-PT-ST-LOANS (WS-VW-TOTAL)
			END-IF
		ELSE
			MOVE LOANM-ACCOUNT-NO TO NRT-REF
			PERFORM 8200-REPORT-NO-RATE
		END-IF.
      *
      *  The schedule is keyed loan + installment, so the loan's
      *  last row read is its final installment.
	1300-FIND-FINAL-DUE-DATE.
		MOVE SPACES TO WS-FINAL-DUE-DATE
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
		PERFORM 1400-READ-INSTALLMENT UNTIL WS-SCHED-EOF.
      *
	1400-READ-INSTALLMENT.
		READ REPAY-SCHED-FILE NEXT RECORD
			AT END
				SET WS-SCHED-EOF TO TRUE
			NOT AT END
				IF REPAY-ACCOUNT-NO = LOANM-ACCOUNT-NO
					MOVE REPAY-DUE-DATE
						TO WS-FINAL-DUE-DATE
				ELSE
					SET WS-SCHED-EOF TO TRUE
				END-IF
		END-READ.
      *
      *  Demand money is short-term funding whatever its size; an
      *  overdrawn account is lending, not funding.
	2000-CLASSIFY-DD-ACCOUNTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-DD-ACCOUNT UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE.
      *
	2100-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDACC-ACTIVE AND DDACC-BALANCE > ZERO
					PERFORM 2200-ADD-DEMAND-FUNDS
				END-IF
		END-READ.
      *
	2200-ADD-DEMAND-FUNDS.
		ADD DDACC-BALANCE TO WS-PT-ST-FUNDS (WS-VW-VND)
		ADD DDACC-BALANCE TO WS-PT-ST-FUNDS (WS-VW-TOTAL).
      *
	3000-CLASSIFY-TERM-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-FX-DEPOSIT UNTIL WS-EOF
		CLOSE FX-DEPOSIT-FILE.
      *
	3100-READ-FX-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXDEP-ACTIVE OR FXDEP-DORMANT
					PERFORM 3200-CLASSIFY-DEPOSIT
				END-IF
		END-READ.
      *
	3200-CLASSIFY-DEPOSIT.
		MOVE FXDEP-CURRENCY-CODE TO WS-WORK-CURRENCY
		MOVE FXDEP-PRINCIPAL-AMT TO WS-WORK-AMOUNT
		PERFORM 8000-CONVERT-TO-BOOK
		IF WS-USABLE
			IF FXDEP-MATURITY-DATE > WS-ONE-YEAR-OUT
				ADD WS-WORK-AMOUNT
					TO WS-PT-ML-FUNDS (WS-WORK-VIEW)
				ADD WS-WORK-AMOUNT
					TO WS-PT-ML-FUNDS (WS-VW-TOTAL)
			ELSE
				ADD WS-WORK-AMOUNT
					TO WS-PT-ST-FUNDS (WS-WORK-VIEW)
				ADD WS-WORK-AMOUNT
					TO WS-PT-ST-FUNDS (WS-VW-TOTAL)
			END-IF
		ELSE
			MOVE FXDEP-DEPOSIT-NO TO NRT-REF
			PERFORM 8200-REPORT-NO-RATE
		END-IF.
      *
	4000-PRINT-POSITIONS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-POSITION-HEADING TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 4100-PRINT-POSITION
			VARYING WS-VW-IDX FROM 1 BY 1
			UNTIL WS-VW-IDX > WS-VW-TOTAL.
      *
	4100-PRINT-POSITION.
		MOVE WS-VIEW-NAME (WS-VW-IDX) TO POS-VIEW
		MOVE WS-PT-ST-LOANS (WS-VW-IDX) TO POS-ST-LOANS
		MOVE WS-PT-ML-LOANS (WS-VW-IDX) TO POS-ML-LOANS
		MOVE WS-PT-ST-FUNDS (WS-VW-IDX) TO POS-ST-FUNDS
		MOVE WS-PT-ML-FUNDS (WS-VW-IDX) TO POS-ML-FUNDS
		MOVE WS-POSITION-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-JUDGE-RATIOS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 5100-JUDGE-VIEW
			VARYING WS-VW-IDX FROM 1 BY 1
			UNTIL WS-VW-IDX > WS-VW-TOTAL
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LIMITS BREACHED:" TO CNT-TEXT
		MOVE WS-BREACH-CNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NEAR-BREACHES:" TO CNT-TEXT
		MOVE WS-NEAR-CNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "POSITIONS WITHOUT A RATE:" TO CNT-TEXT
		MOVE WS-NO-RATE-CNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  A book with no funding has no ratio to judge.
	5100-JUDGE-VIEW.
		COMPUTE WS-ALL-LOANS =
			WS-PT-ST-LOANS (WS-VW-IDX)
			+ WS-PT-ML-LOANS (WS-VW-IDX)
		COMPUTE WS-ALL-FUNDS =
			WS-PT-ST-FUNDS (WS-VW-IDX)
			+ WS-PT-ML-FUNDS (WS-VW-IDX)
		MOVE "LDR" TO WS-RATIO-NAME
		MOVE WS-LDR-LIMIT TO WS-RATIO-LIMIT
		MOVE "N" TO WS-RATIO-SET-FLAG
		IF WS-ALL-FUNDS > ZERO
			COMPUTE WS-RATIO-PCT ROUNDED =
				WS-ALL-LOANS * 100 / WS-ALL-FUNDS
				ON SIZE ERROR
					MOVE 99999.99 TO WS-RATIO-PCT
			END-COMPUTE
			SET WS-RATIO-SET TO TRUE
		END-IF
		PERFORM 5200-JUDGE-ONE-RATIO
		COMPUTE WS-STF-USED =
			WS-PT-ML-LOANS (WS-VW-IDX)
			- WS-PT-ML-FUNDS (WS-VW-IDX)
		IF WS-STF-USED < ZERO
			MOVE ZERO TO WS-STF-USED
		END-IF
		MOVE "STF" TO WS-RATIO-NAME
		MOVE WS-STF-LIMIT TO WS-RATIO-LIMIT
		MOVE "N" TO WS-RATIO-SET-FLAG
		IF WS-PT-ST-FUNDS (WS-VW-IDX) > ZERO
			COMPUTE WS-RATIO-PCT ROUNDED =
				WS-STF-USED * 100
				/ WS-PT-ST-FUNDS (WS-VW-IDX)
				ON SIZE ERROR
					MOVE 99999.99 TO WS-RATIO-PCT
			END-COMPUTE
			SET WS-RATIO-SET TO TRUE
		END-IF
		PERFORM 5200-JUDGE-ONE-RATIO.
      *
	5200-JUDGE-ONE-RATIO.
		MOVE WS-RATIO-NAME TO RTO-NAME
		MOVE WS-VIEW-NAME (WS-VW-IDX) TO RTO-VIEW
		MOVE WS-RATIO-LIMIT TO RTO-LIMIT
		MOVE SPACES TO WS-JUDGEMENT
		IF WS-RATIO-SET
			MOVE WS-RATIO-PCT TO RTO-PCT
			EVALUATE TRUE
				WHEN WS-RATIO-PCT > WS-RATIO-LIMIT
					MOVE "BREACH" TO WS-JUDGEMENT
					ADD 1 TO WS-BREACH-CNT
				WHEN WS-RATIO-PCT + WS-NEAR-BAND
						> WS-RATIO-LIMIT
					MOVE "NEAR" TO WS-JUDGEMENT
					ADD 1 TO WS-NEAR-CNT
				WHEN OTHER
					MOVE "OK" TO WS-JUDGEMENT
			END-EVALUATE
		ELSE
			MOVE "     N/A" TO RTO-PCT-X
		END-IF
		MOVE WS-JUDGEMENT TO RTO-JUDGEMENT
		MOVE WS-RATIO-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-JUDGED-BREACH OR WS-JUDGED-NEAR
			PERFORM 5300-RAISE-ALERT
		END-IF.
      *
      *  The feed line leads with the judgement so the dashboard
      *  can colour the section; the manual alert carries the same
      *  line for treasury to work.
	5300-RAISE-ALERT.
		MOVE SPACES TO PRUD-ALERT-LINE
		STRING WS-JUDGEMENT " " WS-RATIO-LINE
			DELIMITED BY SIZE INTO PRUD-ALERT-LINE
		WRITE PRUD-ALERT-LINE
		MOVE WS-JOB-NAME TO MANALRT-CLTNAME
		MOVE WS-RATIO-LINE TO MANALRT-MSGTEXT
		IF WS-JUDGED-BREACH
			MOVE "PRUDENTIAL LIMIT BREACHED"
				TO MANALRT-REASON
		ELSE
			MOVE "PRUDENTIAL LIMIT NEAR-BREACH"
				TO MANALRT-REASON
		END-IF
		MOVE WS-NOW (1:8) TO MANALRT-DATE
		MOVE WS-NOW (9:6) TO MANALRT-TIME
		WRITE MAN-ALERT-RECORD.
      *
      *  Converts WS-WORK-AMOUNT in WS-WORK-CURRENCY to the book
      *  currency and names the book view it belongs to.  A rate
      *  is looked up once per currency per run.
	8000-CONVERT-TO-BOOK.
		SET WS-USABLE TO TRUE
		IF WS-WORK-CURRENCY = SPACES
			OR WS-WORK-CURRENCY = WS-BOOK-CURRENCY
			MOVE WS-VW-VND TO WS-WORK-VIEW
		ELSE
			MOVE WS-VW-FCY TO WS-WORK-VIEW
			PERFORM 8100-FIND-RATE
			IF WS-RT-STALE-FLAG (WS-RT-IDX) = "S"
				MOVE "N" TO WS-USABLE-FLAG
			ELSE
				COMPUTE WS-WORK-AMOUNT ROUNDED =
					WS-WORK-AMOUNT
					* WS-RT-MID-RATE (WS-RT-IDX)
			END-IF
		END-IF.
      *
	8100-FIND-RATE.
		MOVE "N" TO WS-RT-FOUND-FLAG
		PERFORM VARYING WS-RT-IDX FROM 1 BY 1
				UNTIL WS-RT-IDX > WS-RATE-COUNT
				OR WS-RT-FOUND
			IF WS-RT-CURRENCY (WS-RT-IDX) = WS-WORK-CURRENCY
				SET WS-RT-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-RT-FOUND
			SUBTRACT 1 FROM WS-RT-IDX
		ELSE
			CALL "FXRTLK1" USING WS-WORK-CURRENCY
				WS-AS-OF-DATE WS-LOOKUP-RATE
				WS-RATE-RESULT-FLAG
			IF WS-RATE-COUNT < 30
				ADD 1 TO WS-RATE-COUNT
			END-IF
			MOVE WS-RATE-COUNT TO WS-RT-IDX
			MOVE WS-WORK-CURRENCY
				TO WS-RT-CURRENCY (WS-RT-IDX)
			MOVE WS-LOOKUP-RATE
				TO WS-RT-MID-RATE (WS-RT-IDX)
			MOVE WS-RATE-RESULT-FLAG
				TO WS-RT-STALE-FLAG (WS-RT-IDX)
		END-IF.
      *
	8200-REPORT-NO-RATE.
		ADD 1 TO WS-NO-RATE-CNT
		MOVE WS-WORK-CURRENCY TO NRT-CURRENCY
		MOVE WS-NO-RATE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
