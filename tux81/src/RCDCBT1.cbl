      *
      *  RCDCBT1.cbl
      *
      *  Daily recurring-deposit installment collection.  Walks the
      *  recurring-deposit file (RCDEPR) for active deposits with
      *  installments still to come whose next due date has arrived
      *  (a date falling on a non-working day is collected on the
      *  day BUSDTRL1 rolls it to), and draws the fixed installment
      *  from the linked demand-deposit account inside its balance,
      *  overdraft line and hold headroom (DDHLDCK1), the STORBT1
      *  pattern: the DD account debited, the deposit's balance
      *  credited, GL legs from the demand-deposit liability to the
      *  recurring-deposit liability under a real commit-sequence
      *  TRANID, and RDINSTDR/RDINSTCR rows on both accounts'
      *  transaction history.  Each installment collected adds its
      *  amount times the months left to maturity to
      *  RCDEP-MONEY-MONTHS, which RCDMBT1 pays interest on.
      *
      *  An installment that cannot be collected - short funds, a
      *  hold, a closed or missing linked account - counts as
      *  missed and is reported on the exception print; it is not
      *  retried or caught up later.  Once a deposit's misses reach
      *  the RDMISSMX parameter (PARMR, PARM-NUMBER, default 3) it
      *  is marked PENALIZED and matures at the reduced rate.
      *  Either way the due date advances one month on the
      *  deposit's schedule day.
      *
      *  The recurring-deposit leg and row post on the deposit's
      *  branch (RCDEP-BRANCH-CODE); the debit to the linked
      *  account and its row post on that account's home branch
      *  (DDACC-HOME-BRANCH, head office 000000 for an account from
      *  before home branches were kept).
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
      *  the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RCDCBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RECURRING-DEPOSIT-FILE ASSIGN TO "RCDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS RCDEP-DEPOSIT-NO
			FILE STATUS IS WS-RCDEP-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT RPT-FILE ASSIGN TO "RCDCBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  RECURRING-DEPOSIT-FILE.
	01  RECURRING-DEPOSIT-RECORD.
		COPY RCDEPR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
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
	01  WS-RCDEP-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-DUE-DATE			PIC X(8).
	01  WS-ROLLED-DATE		PIC X(8).
	01  WS-HELD-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-FULL-HOLD-FLAG		PIC X.
		88  WS-FULL-HOLD	VALUE "Y".
	01  WS-SOURCE-OK-FLAG		PIC X.
		88  WS-SOURCE-OK	VALUE "Y".
	01  WS-MISS-LIMIT		PIC S9(5) COMP-3.
	01  WS-MONTHS-LEFT		PIC S9(5) COMP-3.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-DD-LIABILITY-ACCT	PIC X(10) VALUE "2000000002".
	01  WS-DD-BRANCH		PIC X(6).
	01  WS-RD-LIABILITY-ACCT	PIC X(10) VALUE "2000000084".
	01  WS-NEXT-YEAR		PIC 9(4).
	01  WS-NEXT-MONTH		PIC 9(2).
	01  WS-COLLECTED-COUNT		PIC 9(7) VALUE 0.
	01  WS-MISSED-COUNT		PIC 9(7) VALUE 0.
	01  WS-PENALIZED-COUNT		PIC 9(7) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-DEPOSIT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCOUNT		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-AMOUNT		PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-MISSED		PIC ZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(24).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "RCDCBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
	01  TPINFDEF-REC.
		COPY TPINFDEF.
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
		PERFORM 0100-LOAD-MISS-LIMIT
		OPEN I-O RECURRING-DEPOSIT-FILE
		OPEN I-O DD-ACCOUNT-FILE
		OPEN OUTPUT RPT-FILE
		MOVE "RECURRING DEPOSIT INSTALLMENT COLLECTION"
			TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			AND WS-RCDEP-STATUS = "00"
			PERFORM 1000-READ-DEPOSIT
			PERFORM 2000-PROCESS-DEPOSIT UNTIL WS-EOF
			PERFORM 5000-WRITE-COUNTS
		END-IF
		CLOSE RECURRING-DEPOSIT-FILE
		CLOSE DD-ACCOUNT-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-LOAD-MISS-LIMIT.
		MOVE 3 TO WS-MISS-LIMIT
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "RDMISSMX" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-NUMBER > ZERO
				MOVE PARM-NUMBER
					TO WS-MISS-LIMIT
			END-IF
		END-IF.
      *
	1000-READ-DEPOSIT.
		READ RECURRING-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-DEPOSIT.
		IF RCDEP-ACTIVE
			AND RCDEP-SCHEDULED-COUNT < RCDEP-TENOR-MONTHS
			MOVE RCDEP-NEXT-DUE-DATE TO WS-DUE-DATE
			CALL "BUSDTRL1" USING WS-DUE-DATE
				WS-ROLLED-DATE
			IF WS-ROLLED-DATE <= WS-BUSINESS-DATE
				PERFORM 2100-COLLECT-INSTALLMENT
				PERFORM 4000-ADVANCE-DUE-DATE
				REWRITE RECURRING-DEPOSIT-RECORD
			END-IF
		END-IF
		PERFORM 1000-READ-DEPOSIT.
      *
	2100-COLLECT-INSTALLMENT.
		PERFORM 2200-CHECK-SOURCE
		IF WS-SOURCE-OK
			PERFORM 3000-POST-INSTALLMENT
		ELSE
			PERFORM 3800-RECORD-MISS
		END-IF.
      *
	2200-CHECK-SOURCE.
		MOVE "N" TO WS-SOURCE-OK-FLAG
		MOVE RCDEP-LINKED-ACCOUNT TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE "ACCOUNT MISSING" TO DTL-RESULT
			NOT INVALID KEY
				PERFORM 2250-CHECK-SOURCE-FUNDS
		END-READ.
      *
	2250-CHECK-SOURCE-FUNDS.
		CALL "DDHLDCK1" USING RCDEP-LINKED-ACCOUNT
			WS-BUSINESS-DATE WS-HELD-AMOUNT
			WS-FULL-HOLD-FLAG
		EVALUATE TRUE
			WHEN NOT DDACC-ACTIVE
				MOVE "ACCOUNT CLOSED" TO DTL-RESULT
			WHEN WS-FULL-HOLD
				MOVE "ACCOUNT HELD" TO DTL-RESULT
			WHEN RCDEP-INSTALLMENT-AMT >
				DDACC-BALANCE + DDACC-OVERDRAFT-LIMIT
				- WS-HELD-AMOUNT
				MOVE "INSUFFICIENT FUNDS"
					TO DTL-RESULT
			WHEN OTHER
				MOVE "Y" TO WS-SOURCE-OK-FLAG
		END-EVALUATE.
      *
      *  The installment earns for every month from its due date to
      *  maturity, so the money-months credit is the amount times
      *  the installments still scheduled, this one included.
	3000-POST-INSTALLMENT.
		CALL "TRNIDGN1" USING WS-TRANID
		MOVE DDACC-HOME-BRANCH TO WS-DD-BRANCH
		IF WS-DD-BRANCH = SPACES
			MOVE "000000" TO WS-DD-BRANCH
		END-IF
		SUBTRACT RCDEP-INSTALLMENT-AMT FROM DDACC-BALANCE
		REWRITE DD-ACCOUNT-RECORD
		COMPUTE WS-MONTHS-LEFT =
			RCDEP-TENOR-MONTHS - RCDEP-SCHEDULED-COUNT
		ADD RCDEP-INSTALLMENT-AMT TO RCDEP-BALANCE
		COMPUTE RCDEP-MONEY-MONTHS = RCDEP-MONEY-MONTHS
			+ RCDEP-INSTALLMENT-AMT * WS-MONTHS-LEFT
		ADD 1 TO RCDEP-PAID-COUNT
		PERFORM 3100-WRITE-GL-LEGS
		PERFORM 3200-WRITE-HISTORY-ROWS
		ADD 1 TO WS-COLLECTED-COUNT
		MOVE "COLLECTED" TO DTL-RESULT
		PERFORM 3900-WRITE-DETAIL.
      *
	3100-WRITE-GL-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-DD-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE RCDEP-INSTALLMENT-AMT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE RCDEP-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-RD-LIABILITY-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
	3200-WRITE-HISTORY-ROWS.
		MOVE RCDEP-LINKED-ACCOUNT TO TRNH-ACCOUNT-NO
		MOVE "RDINSTDR" TO TRNH-EVENT-CODE
		MOVE RCDEP-INSTALLMENT-AMT TO TRNH-AMOUNT
		MOVE WS-DD-BRANCH TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-DD-LIABILITY-ACCT
			TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		MOVE RCDEP-DEPOSIT-NO TO TRNH-ACCOUNT-NO
		MOVE "RDINSTCR" TO TRNH-EVENT-CODE
		MOVE RCDEP-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-RD-LIABILITY-ACCT
			TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	3800-RECORD-MISS.
		ADD 1 TO RCDEP-MISSED-COUNT
		ADD 1 TO WS-MISSED-COUNT
		IF RCDEP-MISSED-COUNT >= WS-MISS-LIMIT
			AND RCDEP-NOT-PENALIZED
			SET RCDEP-PENALIZED TO TRUE
			ADD 1 TO WS-PENALIZED-COUNT
			MOVE "MISSED - PENALIZED" TO DTL-RESULT
		END-IF
		PERFORM 3900-WRITE-DETAIL.
      *
	3900-WRITE-DETAIL.
		MOVE RCDEP-DEPOSIT-NO TO DTL-DEPOSIT-NO
		MOVE RCDEP-LINKED-ACCOUNT TO DTL-ACCOUNT
		MOVE RCDEP-INSTALLMENT-AMT TO DTL-AMOUNT
		MOVE RCDEP-MISSED-COUNT TO DTL-MISSED
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Always from the raw due date, so a holiday roll never
      *  drifts the deposit off its schedule day.
	4000-ADVANCE-DUE-DATE.
		ADD 1 TO RCDEP-SCHEDULED-COUNT
		MOVE RCDEP-NEXT-DUE-DATE (1:4) TO WS-NEXT-YEAR
		MOVE RCDEP-NEXT-DUE-DATE (5:2) TO WS-NEXT-MONTH
		ADD 1 TO WS-NEXT-MONTH
		IF WS-NEXT-MONTH > 12
			MOVE 1 TO WS-NEXT-MONTH
			ADD 1 TO WS-NEXT-YEAR
		END-IF
		MOVE WS-NEXT-YEAR TO RCDEP-NEXT-DUE-DATE (1:4)
		MOVE WS-NEXT-MONTH TO RCDEP-NEXT-DUE-DATE (5:2)
		MOVE RCDEP-SCHEDULE-DAY TO RCDEP-NEXT-DUE-DATE (7:2).
      *
	5000-WRITE-COUNTS.
		MOVE "INSTALLMENTS COLLECTED:" TO CNT-TEXT
		MOVE WS-COLLECTED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "INSTALLMENTS MISSED:" TO CNT-TEXT
		MOVE WS-MISSED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DEPOSITS PENALIZED:" TO CNT-TEXT
		MOVE WS-PENALIZED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
