      *
      *  MORABT1.cbl
      *
      *  Payment-moratorium apply batch.  Walks the moratorium
      *  review list (MORLNR) for loans APPROVED through APPRMNT1
      *  and puts each under its program (MORPGMR): the moratorium
      *  runs from today's business date for MORPGM-DEFER-MONTHS,
      *  and every installment on the repayment schedule (REPAYSCH)
      *  not yet fully paid has its due date moved that many months
      *  on, rolled to a working day by BUSDTRL1 on the schedule's
      *  first-of-month convention.  The superseded rows go to the
      *  schedule history file (REPAYHST) stamped "MORATORIUM"
      *  first, the LNRSTR01 way.  Principal and interest still
      *  owed on the installments that fell due before the
      *  moratorium ends are the amounts deferred.
      *
      *  The interest the outstanding principal runs up over the
      *  deferral months (LOANM-PRINCIPAL at LOANM-RATE for
      *  MORPGM-DEFER-MONTHS) is treated as the program says:
      *  CAPITALISED - added to LOANM-PRINCIPAL and spread evenly
      *  over the principal of the moved installments, running
      *  balances carried up to match, and booked debit loan
      *  receivable, credit interest income at the loan's book rate
      *  under a commit-sequence TRANID with a MORCAPIT row on the
      *  loan's transaction history; DEFERRED - added to the
      *  interest of the first installment after the moratorium;
      *  or WAIVED - not charged at all, only recorded.
      *
      *  The loan is stamped with the program, the window and the
      *  debt group it stood in on the program's cut-off date, and
      *  is classified in that group from today (DELQBAT1 keeps it
      *  there until the window closes); old/new principal and
      *  classification go to the audit trail.  The list row turns
      *  APPLIED with the deferred and moratorium amounts MORRPT1
      *  reports.  A loan closed since it was approved, or whose
      *  program has gone, is reported and left approved.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing is applied while EOD holds the date closed
      *  or the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MORABT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MORAT-LOAN-FILE ASSIGN TO "MORLNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS MORLN-KEY
			FILE STATUS IS WS-MORLN-STATUS.
		SELECT MORAT-PROGRAM-FILE ASSIGN TO "MORPGMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MORPGM-CODE
			FILE STATUS IS WS-MORPGM-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT REPAY-SCHEDULE-FILE ASSIGN TO "REPAYSCH"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS REPAY-KEY
			FILE STATUS IS WS-REPAY-STATUS.
		SELECT REPAY-HISTORY-FILE ASSIGN TO "REPAYHST"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPHST-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
		SELECT RPT-FILE ASSIGN TO "MORABT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MORAT-LOAN-FILE.
	01  MORAT-LOAN-RECORD.
		COPY MORLNR.
	FD  MORAT-PROGRAM-FILE.
	01  MORAT-PROGRAM-RECORD.
		COPY MORPGMR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  REPAY-HISTORY-FILE.
	01  REPAY-HISTORY-RECORD.
		COPY REPAYHSR.
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-MORLN-STATUS		PIC XX.
	01  WS-MORPGM-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-RPHST-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-LOAN-OK-FLAG		PIC X.
		88  WS-LOAN-OK		VALUE "Y".
	01  WS-SCAN-MODE		PIC X.
		88  WS-SCAN-COUNTING	VALUE "C".
		88  WS-SCAN-MOVING	VALUE "M".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-END-DATE			PIC X(8).
	01  WS-RAW-DUE-DATE		PIC X(8).
	01  WS-DUE-YEAR			PIC 9(4).
	01  WS-DUE-MONTH		PIC 9(2).
	01  WS-MONTHS-TO-ADD		PIC S9(5) COMP-3.
	01  WS-UNPAID-COUNT		PIC S9(5) COMP-3.
	01  WS-MOVED-COUNT		PIC S9(5) COMP-3.
	01  WS-MORAT-INTEREST		PIC S9(11)V99 COMP-3.
	01  WS-CAP-SHARE		PIC S9(11)V99 COMP-3.
	01  WS-CAP-THIS			PIC S9(11)V99 COMP-3.
	01  WS-CAP-SPREAD		PIC S9(11)V99 COMP-3.
	01  WS-DEFER-PRINCIPAL		PIC S9(11)V99 COMP-3.
	01  WS-DEFER-INTEREST		PIC S9(11)V99 COMP-3.
	01  WS-GL-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-OLD-PRINCIPAL		PIC S9(11)V99 COMP-3.
	01  WS-OLD-GROUP		PIC S9(9) COMP-5.
	01  WS-AMOUNT-DISP		PIC -(11)9.99.
	01  WS-GROUP-DISP		PIC ZZ9.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-LOAN-RECV-ACCT		PIC X(10) VALUE "1000000001".
	01  WS-INT-INCOME-ACCT		PIC X(10) VALUE "4000000001".
	01  WS-APPLIED-COUNT		PIC 9(7) VALUE 0.
	01  WS-SKIPPED-COUNT		PIC 9(7) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-PGM-CODE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCOUNT		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-END-DATE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DEFER-PRIN	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DEFER-INT	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-MORAT-INT	PIC ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-TREATMENT	PIC X.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(16).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(24).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "MORABT1".
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
		OPEN I-O MORAT-LOAN-FILE
		OPEN INPUT MORAT-PROGRAM-FILE
		OPEN I-O LOAN-MASTER-FILE
		OPEN I-O REPAY-SCHEDULE-FILE
		OPEN EXTEND REPAY-HISTORY-FILE
		IF WS-RPHST-STATUS NOT = "00"
			CLOSE REPAY-HISTORY-FILE
			OPEN OUTPUT REPAY-HISTORY-FILE
		END-IF
		OPEN OUTPUT RPT-FILE
		MOVE "PAYMENT MORATORIUM APPLICATION" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			AND WS-MORLN-STATUS = "00"
			PERFORM 1000-READ-LIST-ROW
			PERFORM 2000-PROCESS-LIST-ROW UNTIL WS-EOF
			PERFORM 5000-WRITE-COUNTS
		END-IF
		CLOSE MORAT-LOAN-FILE
		CLOSE MORAT-PROGRAM-FILE
		CLOSE LOAN-MASTER-FILE
		CLOSE REPAY-SCHEDULE-FILE
		CLOSE REPAY-HISTORY-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-READ-LIST-ROW.
		READ MORAT-LOAN-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-LIST-ROW.
		IF MORLN-APPROVED
			PERFORM 2100-CHECK-LOAN
			IF WS-LOAN-OK
				PERFORM 3000-APPLY-MORATORIUM
			ELSE
				ADD 1 TO WS-SKIPPED-COUNT
				PERFORM 3900-WRITE-DETAIL
			END-IF
		END-IF
		PERFORM 1000-READ-LIST-ROW.
      *
	2100-CHECK-LOAN.
		MOVE "N" TO WS-LOAN-OK-FLAG
		MOVE ZERO TO WS-DEFER-PRINCIPAL
		MOVE ZERO TO WS-DEFER-INTEREST
		MOVE ZERO TO WS-MORAT-INTEREST
		MOVE SPACES TO WS-END-DATE
		MOVE MORLN-PGM-CODE TO MORPGM-CODE
		READ MORAT-PROGRAM-FILE
			INVALID KEY
				MOVE "PROGRAM MISSING" TO DTL-RESULT
			NOT INVALID KEY
				PERFORM 2200-READ-LOAN
		END-READ.
      *
	2200-READ-LOAN.
		MOVE MORLN-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				MOVE "LOAN MISSING" TO DTL-RESULT
			NOT INVALID KEY
				IF LOANM-OPEN
					MOVE "Y" TO WS-LOAN-OK-FLAG
				ELSE
					MOVE "LOAN NOT OPEN"
						TO DTL-RESULT
				END-IF
		END-READ.
      *
      *  The first pass counts the installments still owed and
      *  sums what falls due inside the window; the second moves
      *  them, so the capitalised interest can be spread evenly.
	3000-APPLY-MORATORIUM.
		MOVE WS-BUSINESS-DATE TO WS-RAW-DUE-DATE
		MOVE MORPGM-DEFER-MONTHS TO WS-MONTHS-TO-ADD
		PERFORM 4100-ADD-MONTHS
		MOVE WS-RAW-DUE-DATE TO WS-END-DATE
		IF WS-END-DATE (7:2) > "28"
			MOVE "28" TO WS-END-DATE (7:2)
		END-IF
		COMPUTE WS-MORAT-INTEREST ROUNDED =
			LOANM-PRINCIPAL * LOANM-RATE
			* MORPGM-DEFER-MONTHS / 1200
		MOVE ZERO TO WS-UNPAID-COUNT
		SET WS-SCAN-COUNTING TO TRUE
		PERFORM 3100-SCAN-SCHEDULE
		MOVE ZERO TO WS-CAP-SHARE
		IF MORPGM-CAPITALISE AND WS-UNPAID-COUNT > ZERO
			DIVIDE WS-MORAT-INTEREST BY WS-UNPAID-COUNT
				GIVING WS-CAP-SHARE
		END-IF
		MOVE ZERO TO WS-MOVED-COUNT
		MOVE ZERO TO WS-CAP-SPREAD
		SET WS-SCAN-MOVING TO TRUE
		PERFORM 3100-SCAN-SCHEDULE
		PERFORM 3500-UPDATE-LOAN
		PERFORM 3700-UPDATE-LIST-ROW
		ADD 1 TO WS-APPLIED-COUNT
		MOVE "APPLIED" TO DTL-RESULT
		PERFORM 3900-WRITE-DETAIL.
      *
	3100-SCAN-SCHEDULE.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE LOANM-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 3110-READ-INSTALLMENT UNTIL WS-SCAN-EOF.
      *
	3110-READ-INSTALLMENT.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 3120-CHECK-INSTALLMENT
		END-READ.
      *
	3120-CHECK-INSTALLMENT.
		IF REPAY-ACCOUNT-NO NOT = LOANM-ACCOUNT-NO
			SET WS-SCAN-EOF TO TRUE
		ELSE
			IF REPAY-UNPAID
				IF WS-SCAN-COUNTING
					PERFORM 3200-COUNT-INSTALLMENT
				ELSE
					PERFORM 3300-MOVE-INSTALLMENT
				END-IF
			END-IF
		END-IF.
      *
	3200-COUNT-INSTALLMENT.
		ADD 1 TO WS-UNPAID-COUNT
		IF REPAY-DUE-DATE < WS-END-DATE
			COMPUTE WS-DEFER-PRINCIPAL = WS-DEFER-PRINCIPAL
				+ REPAY-PRINCIPAL-AMT
				- REPAY-PAID-PRINCIPAL
			COMPUTE WS-DEFER-INTEREST = WS-DEFER-INTEREST
				+ REPAY-INTEREST-AMT
				- REPAY-PAID-INTEREST
		END-IF.
      *
      *  Capitalised interest lands in equal shares on the moved
      *  installments' principal, the last taking the rounding;
      *  each running balance rises by what is still to be repaid
      *  of it after that installment.
	3300-MOVE-INSTALLMENT.
		PERFORM 3310-WRITE-SCHEDULE-HISTORY
		ADD 1 TO WS-MOVED-COUNT
		MOVE REPAY-DUE-DATE TO WS-RAW-DUE-DATE
		MOVE "01" TO WS-RAW-DUE-DATE (7:2)
		MOVE MORPGM-DEFER-MONTHS TO WS-MONTHS-TO-ADD
		PERFORM 4100-ADD-MONTHS
		CALL "BUSDTRL1" USING WS-RAW-DUE-DATE
			REPAY-DUE-DATE
		EVALUATE TRUE
			WHEN MORPGM-CAPITALISE
				IF WS-MOVED-COUNT = WS-UNPAID-COUNT
					COMPUTE WS-CAP-THIS =
						WS-MORAT-INTEREST
						- WS-CAP-SPREAD
				ELSE
					MOVE WS-CAP-SHARE TO WS-CAP-THIS
				END-IF
				ADD WS-CAP-THIS TO WS-CAP-SPREAD
				ADD WS-CAP-THIS TO REPAY-PRINCIPAL-AMT
				COMPUTE REPAY-RUNNING-BALANCE =
					REPAY-RUNNING-BALANCE
					+ WS-MORAT-INTEREST
					- WS-CAP-SPREAD
			WHEN MORPGM-DEFER
				IF WS-MOVED-COUNT = 1
					ADD WS-MORAT-INTEREST
						TO REPAY-INTEREST-AMT
				END-IF
		END-EVALUATE
		REWRITE REPAY-SCHEDULE-RECORD.
      *
	3310-WRITE-SCHEDULE-HISTORY.
		MOVE REPAY-ACCOUNT-NO TO RPHST-ACCOUNT-NO
		MOVE REPAY-INSTALLMENT-NO TO RPHST-INSTALLMENT-NO
		MOVE REPAY-DUE-DATE TO RPHST-DUE-DATE
		MOVE REPAY-PRINCIPAL-AMT TO RPHST-PRINCIPAL-AMT
		MOVE REPAY-INTEREST-AMT TO RPHST-INTEREST-AMT
		MOVE REPAY-RUNNING-BALANCE TO RPHST-RUNNING-BALANCE
		MOVE REPAY-PAID-FLAG TO RPHST-PAID-FLAG
		MOVE WS-BUSINESS-DATE TO RPHST-SUPERSEDED-DATE
		MOVE "MORATORIUM" TO RPHST-REASON
		WRITE REPAY-HISTORY-RECORD.
      *
	3500-UPDATE-LOAN.
		MOVE LOANM-PRINCIPAL TO WS-OLD-PRINCIPAL
		MOVE LOANM-DELINQ-CODE TO WS-OLD-GROUP
		MOVE MORPGM-CODE TO LOANM-MORAT-PGM-CODE
		MOVE WS-BUSINESS-DATE TO LOANM-MORAT-START-DATE
		MOVE WS-END-DATE TO LOANM-MORAT-END-DATE
		MOVE MORLN-DEBT-GROUP TO LOANM-MORAT-DEBT-GROUP
		MOVE MORLN-DEBT-GROUP TO LOANM-DELINQ-CODE
		IF MORPGM-CAPITALISE AND WS-MORAT-INTEREST > ZERO
			AND WS-UNPAID-COUNT > ZERO
			ADD WS-MORAT-INTEREST TO LOANM-PRINCIPAL
		END-IF
		REWRITE LOAN-MASTER-RECORD
		IF LOANM-PRINCIPAL NOT = WS-OLD-PRINCIPAL
			PERFORM 3600-POST-CAPITALISATION
			MOVE "LOAN-PRINCIPAL" TO AUDTRL-RECORD-TYPE
			MOVE LOANM-ACCOUNT-NO TO AUDTRL-KEY-VALUE
			MOVE WS-OLD-PRINCIPAL TO WS-AMOUNT-DISP
			MOVE SPACES TO AUDTRL-OLD-VALUE
			MOVE WS-AMOUNT-DISP TO AUDTRL-OLD-VALUE
			MOVE LOANM-PRINCIPAL TO WS-AMOUNT-DISP
			MOVE SPACES TO AUDTRL-NEW-VALUE
			MOVE WS-AMOUNT-DISP TO AUDTRL-NEW-VALUE
			PERFORM 8000-WRITE-AUDIT-TRAIL
		END-IF
		IF LOANM-DELINQ-CODE NOT = WS-OLD-GROUP
			MOVE "LOAN-DELINQ" TO AUDTRL-RECORD-TYPE
			MOVE LOANM-ACCOUNT-NO TO AUDTRL-KEY-VALUE
			MOVE WS-OLD-GROUP TO WS-GROUP-DISP
			MOVE SPACES TO AUDTRL-OLD-VALUE
			MOVE WS-GROUP-DISP TO AUDTRL-OLD-VALUE
			MOVE LOANM-DELINQ-CODE TO WS-GROUP-DISP
			MOVE SPACES TO AUDTRL-NEW-VALUE
			MOVE WS-GROUP-DISP TO AUDTRL-NEW-VALUE
			PERFORM 8000-WRITE-AUDIT-TRAIL
		END-IF.
      *
	3600-POST-CAPITALISATION.
		CALL "TRNIDGN1" USING WS-TRANID
		COMPUTE WS-GL-AMOUNT ROUNDED =
			WS-MORAT-INTEREST * LOANM-BOOK-RATE
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE LOANM-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-LOAN-RECV-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE WS-GL-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-INT-INCOME-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE
		MOVE LOANM-ACCOUNT-NO TO TRNH-ACCOUNT-NO
		MOVE "MORCAPIT" TO TRNH-EVENT-CODE
		MOVE WS-MORAT-INTEREST TO TRNH-AMOUNT
		MOVE LOANM-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-INT-INCOME-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY.
      *
	3700-UPDATE-LIST-ROW.
		SET MORLN-APPLIED TO TRUE
		MOVE WS-BUSINESS-DATE TO MORLN-START-DATE
		MOVE WS-END-DATE TO MORLN-END-DATE
		MOVE WS-DEFER-PRINCIPAL TO MORLN-DEFER-PRINCIPAL
		MOVE WS-DEFER-INTEREST TO MORLN-DEFER-INTEREST
		MOVE WS-MORAT-INTEREST TO MORLN-MORAT-INTEREST
		MOVE MORPGM-INT-TREATMENT TO MORLN-INT-TREATMENT
		REWRITE MORAT-LOAN-RECORD.
      *
	3900-WRITE-DETAIL.
		MOVE MORLN-PGM-CODE TO DTL-PGM-CODE
		MOVE MORLN-ACCOUNT-NO TO DTL-ACCOUNT
		MOVE WS-END-DATE TO DTL-END-DATE
		MOVE WS-DEFER-PRINCIPAL TO DTL-DEFER-PRIN
		MOVE WS-DEFER-INTEREST TO DTL-DEFER-INT
		MOVE WS-MORAT-INTEREST TO DTL-MORAT-INT
		MOVE MORLN-INT-TREATMENT TO DTL-TREATMENT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Calendar months only; the caller owns the day.
	4100-ADD-MONTHS.
		MOVE WS-RAW-DUE-DATE (1:4) TO WS-DUE-YEAR
		MOVE WS-RAW-DUE-DATE (5:2) TO WS-DUE-MONTH
		COMPUTE WS-DUE-MONTH = WS-DUE-MONTH + WS-MONTHS-TO-ADD
		PERFORM 4110-CARRY-YEAR UNTIL WS-DUE-MONTH NOT > 12
		MOVE WS-DUE-YEAR TO WS-RAW-DUE-DATE (1:4)
		MOVE WS-DUE-MONTH TO WS-RAW-DUE-DATE (5:2).
      *
	4110-CARRY-YEAR.
		SUBTRACT 12 FROM WS-DUE-MONTH
		ADD 1 TO WS-DUE-YEAR.
      *
	5000-WRITE-COUNTS.
		MOVE "MORATORIA APPLIED:" TO CNT-TEXT
		MOVE WS-APPLIED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "APPROVED NOT APPLIED:" TO CNT-TEXT
		MOVE WS-SKIPPED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
