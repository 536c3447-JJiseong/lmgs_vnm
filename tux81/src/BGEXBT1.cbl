      *
      *  BGEXBT1.cbl
      *
      *  Nightly bank guarantee expiry run.  Walks the guarantee
      *  register (BGREGR) and, for every active guarantee whose
      *  expiry date is behind the business date, marks it expired,
      *  releases the cash-margin hold it kept on the applicant's
      *  deposit account (DDHOLDR) and runs its amount off the
      *  off-balance memo accounts - debit guarantees issued, credit
      *  customers' liability on guarantees - under a real
      *  commit-sequence TRANID, with a BGEXPIRE row on the
      *  guarantee's transaction history.  The margin hold is
      *  lifted as part of the guarantee's own life cycle, exactly
      *  as BGISS01 lifts it on a claim or cancellation.
      *
      *  The print lists each guarantee expired tonight and then
      *  every active guarantee falling due within the next 30 days,
      *  so trade finance can chase a return of the original or an
      *  extension before the beneficiary's last chance to claim.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish; nothing posts while EOD holds the date closed or
      *  the GL period is locked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BGEXBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BG-REGISTER-FILE ASSIGN TO "BGREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BGREG-GUARANTEE-NO
			FILE STATUS IS WS-BGREG-STATUS.
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
		SELECT RPT-FILE ASSIGN TO "BGEXBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  BG-REGISTER-FILE.
	01  BG-REGISTER-RECORD.
		COPY BGREGR.
	FD  HOLD-FILE.
	01  HOLD-RECORD.
		COPY DDHOLDR.
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
	01  WS-BGREG-STATUS		PIC XX.
	01  WS-HOLD-STATUS		PIC XX.
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
	01  WS-WARN-DAYS		PIC S9(5) COMP-3 VALUE 30.
	01  WS-WARN-DATE		PIC X(8).
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-INT			PIC S9(9) COMP-5.
	01  WS-TRANID			PIC S9(9) COMP-5.
	01  WS-MEMO-CONTRA-ACCT		PIC X(10) VALUE "9000000001".
	01  WS-MEMO-ISSUED-ACCT		PIC X(10) VALUE "9000000002".
	01  WS-EXPIRED-COUNT		PIC 9(7) VALUE 0.
	01  WS-DUE-COUNT		PIC 9(7) VALUE 0.
	01  WS-EXPIRED-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DUE-TOTAL		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-GUARANTEE-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-APPLICANT	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-EXPIRY		PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CURRENCY	PIC X(3).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-AMOUNT		PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-TOTAL-LINE.
		05  TOT-TEXT		PIC X(20).
		05  TOT-COUNT		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TOT-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-JOB-NAME			PIC X(9) VALUE "BGEXBT1".
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
		OPEN OUTPUT RPT-FILE
		MOVE "BANK GUARANTEE EXPIRY RUN" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			PERFORM 1000-SET-WARNING-DATE
			OPEN I-O BG-REGISTER-FILE
			IF WS-BGREG-STATUS = "00"
				OPEN I-O HOLD-FILE
				PERFORM 2000-EXPIRE-GUARANTEES
				CLOSE HOLD-FILE
				CLOSE BG-REGISTER-FILE
				PERFORM 3000-LIST-DUE-GUARANTEES
				PERFORM 5000-WRITE-TOTALS
			ELSE
				CLOSE BG-REGISTER-FILE
			END-IF
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-SET-WARNING-DATE.
		MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			+ WS-WARN-DAYS
		COMPUTE WS-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
		MOVE WS-DATE-NUM TO WS-WARN-DATE.
      *
	2000-EXPIRE-GUARANTEES.
		MOVE "N" TO WS-EOF-FLAG
		PERFORM 2100-READ-GUARANTEE
		PERFORM 2200-CHECK-EXPIRY UNTIL WS-EOF.
      *
	2100-READ-GUARANTEE.
		READ BG-REGISTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
      *  The expiry date is the beneficiary's last day to claim,
      *  so a guarantee runs off only once that day is behind us.
	2200-CHECK-EXPIRY.
		IF BGREG-ACTIVE
			AND BGREG-EXPIRY-DATE < WS-BUSINESS-DATE
			PERFORM 2300-EXPIRE-ONE
		END-IF
		PERFORM 2100-READ-GUARANTEE.
      *
	2300-EXPIRE-ONE.
		PERFORM 2400-RELEASE-MARGIN-HOLD
		CALL "TRNIDGN1" USING WS-TRANID
		PERFORM 2500-WRITE-MEMO-LEGS
		SET BGREG-EXPIRED TO TRUE
		MOVE WS-BUSINESS-DATE TO BGREG-STATUS-DATE
		REWRITE BG-REGISTER-RECORD
		MOVE BGREG-GUARANTEE-NO TO TRNH-ACCOUNT-NO
		MOVE "BGEXPIRE" TO TRNH-EVENT-CODE
		MOVE BGREG-AMOUNT TO TRNH-AMOUNT
		MOVE BGREG-BRANCH-CODE TO TRNH-BRANCH-CODE
		MOVE WS-TRANID TO TRNH-TRANID
		SET TRNH-NORMAL TO TRUE
		MOVE ZERO TO TRNH-REVERSES-TRANID
		MOVE WS-MEMO-ISSUED-ACCT TO TRNH-TENDER-GL-ACCOUNT
		PERFORM 8100-WRITE-TRAN-HISTORY
		ADD 1 TO WS-EXPIRED-COUNT
		ADD BGREG-AMOUNT TO WS-EXPIRED-TOTAL
		MOVE "EXPIRED" TO DTL-RESULT
		PERFORM 4000-WRITE-DETAIL.
      *
	2400-RELEASE-MARGIN-HOLD.
		IF BGREG-MARGIN-HOLD-SEQ > ZERO
			AND WS-HOLD-STATUS = "00"
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
		END-IF.
      *
	2500-WRITE-MEMO-LEGS.
		OPEN EXTEND GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE BGREG-BRANCH-CODE TO GLINTF-BRANCH-CODE
		MOVE WS-MEMO-ISSUED-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		MOVE BGREG-AMOUNT TO GLINTF-AMOUNT
		MOVE WS-BUSINESS-DATE TO GLINTF-VALUE-DATE
		MOVE WS-TRANID TO GLINTF-TRANID
		WRITE GL-INTERFACE-RECORD
		MOVE WS-MEMO-CONTRA-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		WRITE GL-INTERFACE-RECORD
		CLOSE GL-INTERFACE-FILE.
      *
      *  Second pass, read-only, over what is still active after
      *  tonight's expiries.
	3000-LIST-DUE-GUARANTEES.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "GUARANTEES EXPIRING WITHIN 30 DAYS" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT BG-REGISTER-FILE
		PERFORM 2100-READ-GUARANTEE
		PERFORM 3100-CHECK-DUE UNTIL WS-EOF
		CLOSE BG-REGISTER-FILE.
      *
	3100-CHECK-DUE.
		IF BGREG-ACTIVE
			AND BGREG-EXPIRY-DATE >= WS-BUSINESS-DATE
			AND BGREG-EXPIRY-DATE <= WS-WARN-DATE
			ADD 1 TO WS-DUE-COUNT
			ADD BGREG-AMOUNT TO WS-DUE-TOTAL
			MOVE "DUE" TO DTL-RESULT
			PERFORM 4000-WRITE-DETAIL
		END-IF
		PERFORM 2100-READ-GUARANTEE.
      *
	4000-WRITE-DETAIL.
		MOVE BGREG-GUARANTEE-NO TO DTL-GUARANTEE-NO
		MOVE BGREG-APPLICANT-CUST-NO TO DTL-APPLICANT
		MOVE BGREG-BRANCH-CODE TO DTL-BRANCH
		MOVE BGREG-EXPIRY-DATE TO DTL-EXPIRY
		MOVE BGREG-CURRENCY-CODE TO DTL-CURRENCY
		MOVE BGREG-AMOUNT TO DTL-AMOUNT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "EXPIRED TONIGHT:" TO TOT-TEXT
		MOVE WS-EXPIRED-COUNT TO TOT-COUNT
		MOVE WS-EXPIRED-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "DUE IN 30 DAYS:" TO TOT-TEXT
		MOVE WS-DUE-COUNT TO TOT-COUNT
		MOVE WS-DUE-TOTAL TO TOT-AMOUNT
		MOVE WS-TOTAL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8100-WRITE-TRAN-HISTORY.
		COPY TRNHLOG.
      *
