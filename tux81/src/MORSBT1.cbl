      *
      *  MORSBT1.cbl
      *
      *  Payment-moratorium selection batch.  For every ACTIVE
      *  moratorium program (MORPGMR) whose cut-off date has been
      *  reached, walks the Loan Master file (LOANMSTR) for open
      *  loans that match the program's branch and product and
      *  whose borrower's CIF (CUSTMSTR) carries the program's
      *  economic sector - spaces on the program matching anything -
      *  and that still have installments left to pay on the
      *  repayment schedule (REPAYSCH).
      *
      *  The debt group is taken as it stood on the cut-off date,
      *  not today: the oldest installment that was due by then and
      *  not yet paid by then (unpaid now, or paid after the
      *  cut-off) is aged to the cut-off date on DELQBAT1's buckets,
      *  its due date rolled to a working day (BUSDTRL1) the same
      *  way.  A loan in a worse group than the program allows is
      *  left out, as is one still inside an earlier moratorium
      *  (LOANM-MORAT-END-DATE not yet passed).
      *
      *  Each eligible loan is written to the review list (MORLNR)
      *  PENDING with that group and its outstanding principal, and
      *  printed on MORSBT1.OUT for the credit officers, who approve
      *  or reject loan by loan at MORREV1/APPRMNT1.  A loan already
      *  on the program's list is never selected again, so the job
      *  can be rerun as the CIF is corrected.  Nothing on the loan
      *  or its schedule changes here.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MORSBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MORAT-PROGRAM-FILE ASSIGN TO "MORPGMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS MORPGM-CODE
			FILE STATUS IS WS-MORPGM-STATUS.
		SELECT MORAT-LOAN-FILE ASSIGN TO "MORLNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MORLN-KEY
			FILE STATUS IS WS-MORLN-STATUS.
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
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT RPT-FILE ASSIGN TO "MORSBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MORAT-PROGRAM-FILE.
	01  MORAT-PROGRAM-RECORD.
		COPY MORPGMR.
	FD  MORAT-LOAN-FILE.
	01  MORAT-LOAN-RECORD.
		COPY MORLNR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  REPAY-SCHEDULE-FILE.
	01  REPAY-SCHEDULE-RECORD.
		COPY REPAYSCH.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-MORPGM-STATUS		PIC XX.
	01  WS-MORLN-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-PGM-EOF-FLAG		PIC X VALUE "N".
		88  WS-PGM-EOF		VALUE "Y".
	01  WS-LOAN-EOF-FLAG		PIC X.
		88  WS-LOAN-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-ELIGIBLE-FLAG		PIC X.
		88  WS-ELIGIBLE		VALUE "Y".
	01  WS-HAS-UNPAID-FLAG		PIC X.
		88  WS-HAS-UNPAID	VALUE "Y".
	01  WS-OVERDUE-FOUND-FLAG	PIC X.
		88  WS-OVERDUE-FOUND	VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-SECTOR-CODE		PIC X(4).
	01  WS-OVERDUE-DUE-DATE		PIC X(8).
	01  WS-EFF-DUE-DATE		PIC X(8).
	01  WS-CUTOFF-NUM		PIC 9(8).
	01  WS-DUE-NUM			PIC 9(8).
	01  WS-CUTOFF-INT		PIC S9(9) COMP-5.
	01  WS-DUE-INT			PIC S9(9) COMP-5.
	01  WS-DAYS-PAST-DUE		PIC S9(9) COMP-5.
	01  WS-DEBT-GROUP		PIC S9(9) COMP-5.
	01  WS-PGM-COUNT		PIC 9(7).
	01  WS-TOTAL-COUNT		PIC 9(7) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-PGM-CODE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCOUNT		PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CUSTOMER	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-SECTOR		PIC X(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-GROUP		PIC ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-PRINCIPAL	PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "MORSBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN INPUT MORAT-PROGRAM-FILE
		PERFORM 0100-OPEN-REVIEW-LIST
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT REPAY-SCHEDULE-FILE
		OPEN INPUT CUSTOMER-FILE
		OPEN OUTPUT RPT-FILE
		MOVE "PAYMENT MORATORIUM REVIEW LIST" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-MORPGM-STATUS = "00"
			PERFORM 1000-READ-PROGRAM
			PERFORM 2000-PROCESS-PROGRAM UNTIL WS-PGM-EOF
			MOVE "LOANS SELECTED FOR REVIEW:" TO CNT-TEXT
			MOVE WS-TOTAL-COUNT TO CNT-VALUE
			MOVE WS-COUNT-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		CLOSE MORAT-PROGRAM-FILE
		CLOSE MORAT-LOAN-FILE
		CLOSE LOAN-MASTER-FILE
		CLOSE REPAY-SCHEDULE-FILE
		CLOSE CUSTOMER-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-OPEN-REVIEW-LIST.
		OPEN I-O MORAT-LOAN-FILE
		IF WS-MORLN-STATUS NOT = "00"
			CLOSE MORAT-LOAN-FILE
			OPEN OUTPUT MORAT-LOAN-FILE
			CLOSE MORAT-LOAN-FILE
			OPEN I-O MORAT-LOAN-FILE
		END-IF.
      *
	1000-READ-PROGRAM.
		READ MORAT-PROGRAM-FILE NEXT RECORD
			AT END
				SET WS-PGM-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-PROGRAM.
		IF MORPGM-ACTIVE
			AND MORPGM-CUTOFF-DATE <= WS-BUSINESS-DATE
			PERFORM 2100-SCAN-LOANS
		END-IF
		PERFORM 1000-READ-PROGRAM.
      *
	2100-SCAN-LOANS.
		MOVE ZERO TO WS-PGM-COUNT
		MOVE MORPGM-CUTOFF-DATE TO WS-CUTOFF-NUM
		COMPUTE WS-CUTOFF-INT =
			FUNCTION INTEGER-OF-DATE (WS-CUTOFF-NUM)
		MOVE "N" TO WS-LOAN-EOF-FLAG
		MOVE LOW-VALUES TO LOANM-ACCOUNT-NO
		START LOAN-MASTER-FILE KEY >= LOANM-ACCOUNT-NO
			INVALID KEY
				SET WS-LOAN-EOF TO TRUE
		END-START
		PERFORM 2200-READ-LOAN UNTIL WS-LOAN-EOF
		MOVE SPACES TO CNT-TEXT
		STRING "PROGRAM " MORPGM-CODE " SELECTED:"
			DELIMITED BY SIZE INTO CNT-TEXT
		MOVE WS-PGM-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2200-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-LOAN-EOF TO TRUE
			NOT AT END
				PERFORM 2300-CHECK-LOAN
		END-READ.
      *
	2300-CHECK-LOAN.
		MOVE "Y" TO WS-ELIGIBLE-FLAG
		EVALUATE TRUE
			WHEN NOT LOANM-OPEN
				MOVE "N" TO WS-ELIGIBLE-FLAG
			WHEN MORPGM-BRANCH-CODE NOT = SPACES
				AND MORPGM-BRANCH-CODE
					NOT = LOANM-BRANCH-CODE
				MOVE "N" TO WS-ELIGIBLE-FLAG
			WHEN MORPGM-PRODUCT-CODE NOT = SPACES
				AND MORPGM-PRODUCT-CODE
					NOT = LOANM-PRODUCT-CODE
				MOVE "N" TO WS-ELIGIBLE-FLAG
			WHEN LOANM-MORAT-PGM-CODE NOT = SPACES
				AND LOANM-MORAT-END-DATE
					>= WS-BUSINESS-DATE
				MOVE "N" TO WS-ELIGIBLE-FLAG
		END-EVALUATE
		IF WS-ELIGIBLE
			PERFORM 2400-CHECK-SECTOR
		END-IF
		IF WS-ELIGIBLE
			PERFORM 2500-CHECK-ON-LIST
		END-IF
		IF WS-ELIGIBLE
			PERFORM 2600-GROUP-AT-CUTOFF
			IF NOT WS-HAS-UNPAID
				OR WS-DEBT-GROUP >
					MORPGM-MAX-DELINQ-CODE
				MOVE "N" TO WS-ELIGIBLE-FLAG
			END-IF
		END-IF
		IF WS-ELIGIBLE
			PERFORM 3000-WRITE-CANDIDATE
		END-IF.
      *
      *  A borrower missing from the CIF has no sector, so only a
      *  program open to every sector can reach the loan.
	2400-CHECK-SECTOR.
		MOVE SPACES TO WS-SECTOR-CODE
		MOVE LOANM-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE CUSTM-SECTOR-CODE TO WS-SECTOR-CODE
		END-READ
		IF MORPGM-SECTOR-CODE NOT = SPACES
			AND MORPGM-SECTOR-CODE NOT = WS-SECTOR-CODE
			MOVE "N" TO WS-ELIGIBLE-FLAG
		END-IF.
      *
	2500-CHECK-ON-LIST.
		MOVE MORPGM-CODE TO MORLN-PGM-CODE
		MOVE LOANM-ACCOUNT-NO TO MORLN-ACCOUNT-NO
		READ MORAT-LOAN-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "N" TO WS-ELIGIBLE-FLAG
		END-READ.
      *
	2600-GROUP-AT-CUTOFF.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE "N" TO WS-HAS-UNPAID-FLAG
		MOVE "N" TO WS-OVERDUE-FOUND-FLAG
		MOVE ZERO TO WS-DEBT-GROUP
		MOVE LOANM-ACCOUNT-NO TO REPAY-ACCOUNT-NO
		MOVE ZERO TO REPAY-INSTALLMENT-NO
		START REPAY-SCHEDULE-FILE KEY >= REPAY-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 2610-SCAN-SCHEDULE UNTIL WS-SCAN-EOF
		IF WS-OVERDUE-FOUND
			PERFORM 2700-SET-GROUP
		END-IF.
      *
	2610-SCAN-SCHEDULE.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 2620-CHECK-ROW
		END-READ.
      *
      *  An installment counts against the cut-off if it was due
      *  by then and its money had not all arrived by then.
	2620-CHECK-ROW.
		IF REPAY-ACCOUNT-NO NOT = LOANM-ACCOUNT-NO
			SET WS-SCAN-EOF TO TRUE
		ELSE
			IF REPAY-UNPAID
				SET WS-HAS-UNPAID TO TRUE
			END-IF
			IF NOT WS-OVERDUE-FOUND
				AND REPAY-DUE-DATE <= MORPGM-CUTOFF-DATE
				AND (REPAY-UNPAID
				OR REPAY-PAID-DATE > MORPGM-CUTOFF-DATE)
				SET WS-OVERDUE-FOUND TO TRUE
				MOVE REPAY-DUE-DATE
					TO WS-OVERDUE-DUE-DATE
			END-IF
		END-IF.
      *
	2700-SET-GROUP.
		CALL "BUSDTRL1" USING WS-OVERDUE-DUE-DATE
			WS-EFF-DUE-DATE
		MOVE WS-EFF-DUE-DATE TO WS-DUE-NUM
		COMPUTE WS-DUE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DUE-NUM)
		COMPUTE WS-DAYS-PAST-DUE = WS-CUTOFF-INT - WS-DUE-INT
		EVALUATE TRUE
			WHEN WS-DAYS-PAST-DUE < 30
				MOVE 0 TO WS-DEBT-GROUP
			WHEN WS-DAYS-PAST-DUE < 60
				MOVE 30 TO WS-DEBT-GROUP
			WHEN WS-DAYS-PAST-DUE < 90
				MOVE 60 TO WS-DEBT-GROUP
			WHEN WS-DAYS-PAST-DUE < 180
				MOVE 90 TO WS-DEBT-GROUP
			WHEN OTHER
				MOVE 999 TO WS-DEBT-GROUP
		END-EVALUATE.
      *
	3000-WRITE-CANDIDATE.
		MOVE SPACES TO MORAT-LOAN-RECORD
		MOVE MORPGM-CODE TO MORLN-PGM-CODE
		MOVE LOANM-ACCOUNT-NO TO MORLN-ACCOUNT-NO
		MOVE LOANM-CUSTOMER-NO TO MORLN-CUSTOMER-NO
		MOVE LOANM-BRANCH-CODE TO MORLN-BRANCH-CODE
		MOVE WS-SECTOR-CODE TO MORLN-SECTOR-CODE
		MOVE LOANM-PRODUCT-CODE TO MORLN-PRODUCT-CODE
		MOVE WS-DEBT-GROUP TO MORLN-DEBT-GROUP
		MOVE LOANM-PRINCIPAL TO MORLN-PRINCIPAL
		SET MORLN-PENDING TO TRUE
		MOVE WS-BUSINESS-DATE TO MORLN-SELECT-DATE
		MOVE ZERO TO MORLN-DEFER-PRINCIPAL
		MOVE ZERO TO MORLN-DEFER-INTEREST
		MOVE ZERO TO MORLN-MORAT-INTEREST
		MOVE MORPGM-INT-TREATMENT TO MORLN-INT-TREATMENT
		WRITE MORAT-LOAN-RECORD
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				ADD 1 TO WS-PGM-COUNT
				ADD 1 TO WS-TOTAL-COUNT
				PERFORM 3100-WRITE-DETAIL
		END-WRITE.
      *
	3100-WRITE-DETAIL.
		MOVE MORLN-PGM-CODE TO DTL-PGM-CODE
		MOVE MORLN-ACCOUNT-NO TO DTL-ACCOUNT
		MOVE MORLN-CUSTOMER-NO TO DTL-CUSTOMER
		MOVE MORLN-BRANCH-CODE TO DTL-BRANCH
		MOVE MORLN-SECTOR-CODE TO DTL-SECTOR
		MOVE MORLN-DEBT-GROUP TO DTL-GROUP
		MOVE MORLN-PRINCIPAL TO DTL-PRINCIPAL
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
