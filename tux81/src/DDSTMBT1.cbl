      *  accruals (DDACRBT1) and fixed-deposit interest payouts
      *  (FXINTBT1) all flow through the same ledger - and a
      *  trailer with the line count, so a customer disputing a
      *  debit gets the ledger instead of shrugs.  Under the header,
      *  a joint or company account lists every active holder on
      *  its mandate (DDMANDR) with their role, the primary line
      *  carrying the account's signing rule, so the statement
      *  names everyone it belongs to.
      *
      *  The statement period is the current calendar month; the
      *  history file is sequential, so each account's pass
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT MANDATE-FILE ASSIGN TO "DDMANDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDMAND-KEY
			FILE STATUS IS WS-DDMAND-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  MANDATE-FILE.
	01  MANDATE-RECORD.
		COPY DDMANDR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	WORKING-STORAGE SECTION.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-DDMAND-STATUS		PIC XX.
	01  WS-MANDATE-OPEN-FLAG	PIC X VALUE "N".
		88  WS-MANDATE-OPEN	VALUE "Y".
	01  WS-HOLDER-EOF-FLAG		PIC X.
		88  WS-HOLDER-EOF	VALUE "Y".
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(9) VALUE "BALANCE: ".
		05  HDR-BALANCE		PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
	01  WS-HOLDER-LINE.
		05  FILLER		PIC X(10) VALUE "  HOLDER: ".
		05  HLD-CUSTOMER-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(6) VALUE "ROLE: ".
		05  HLD-ROLE		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(9) VALUE "SIGNING: ".
		05  HLD-RULE		PIC X(7).
	01  WS-DETAIL-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DATE		PIC X(8).
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN INPUT DD-ACCOUNT-FILE
		OPEN INPUT MANDATE-FILE
		IF WS-DDMAND-STATUS = "00"
			SET WS-MANDATE-OPEN TO TRUE
		END-IF
		OPEN OUTPUT RPT-FILE
		MOVE "DEMAND-DEPOSIT ACCOUNT STATEMENTS" TO RPT-LINE
		WRITE RPT-LINE
			PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-EOF
		END-IF
		CLOSE DD-ACCOUNT-FILE
		CLOSE MANDATE-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
		MOVE DDACC-BALANCE TO HDR-BALANCE
		MOVE WS-HEADER-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-MANDATE-OPEN
			PERFORM 2150-PRINT-HOLDERS
		END-IF
		MOVE ZERO TO WS-LINE-COUNT
		PERFORM 2200-SCAN-HISTORY
		MOVE WS-LINE-COUNT TO TRL-COUNT
		MOVE WS-TRAILER-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2150-PRINT-HOLDERS.
		MOVE "N" TO WS-HOLDER-EOF-FLAG
		MOVE DDACC-ACCOUNT-NO TO DDMAND-ACCOUNT-NO
		MOVE LOW-VALUES TO DDMAND-CUSTOMER-NO
		START MANDATE-FILE KEY >= DDMAND-KEY
			INVALID KEY
				SET WS-HOLDER-EOF TO TRUE
		END-START
		PERFORM 2160-READ-HOLDER UNTIL WS-HOLDER-EOF.
      *
	2160-READ-HOLDER.
		READ MANDATE-FILE NEXT RECORD
			AT END
				SET WS-HOLDER-EOF TO TRUE
			NOT AT END
				IF DDMAND-ACCOUNT-NO NOT =
						DDACC-ACCOUNT-NO
					SET WS-HOLDER-EOF TO TRUE
				ELSE
					PERFORM 2170-PRINT-HOLDER
				END-IF
		END-READ.
      *
	2170-PRINT-HOLDER.
		IF DDMAND-ACTIVE
			MOVE DDMAND-CUSTOMER-NO TO HLD-CUSTOMER-NO
			EVALUATE TRUE
				WHEN DDMAND-PRIMARY
					MOVE "PRIMARY" TO HLD-ROLE
				WHEN DDMAND-JOINT
					MOVE "JOINT" TO HLD-ROLE
				WHEN OTHER
					MOVE "SIGNATORY" TO HLD-ROLE
			END-EVALUATE
			EVALUATE TRUE
				WHEN NOT DDMAND-PRIMARY
					MOVE SPACES TO HLD-RULE
				WHEN DDMAND-ALL
					MOVE "ALL" TO HLD-RULE
				WHEN DDMAND-ANY-TWO
					MOVE "ANY TWO" TO HLD-RULE
				WHEN OTHER
					MOVE "ANY ONE" TO HLD-RULE
			END-EVALUATE
			MOVE WS-HOLDER-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	2200-SCAN-HISTORY.
		MOVE "N" TO WS-TRNH-EOF-FLAG
