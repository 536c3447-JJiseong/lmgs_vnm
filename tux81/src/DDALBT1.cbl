      *
      *  DDALBT1.cbl
      *
      *  Deposit-movement alert feed.  Tells customers when money
      *  moves on their demand-deposit account - cash and counter
      *  withdrawals, cheques paid, auto-debits, standing orders
      *  out, portal transfers, inward clearing credits and salary
      *  credits - instead of leaving the branch to explain why the
      *  salary arrived without a word.  Scheduled every few
      *  minutes through the business day, outside the nightly
      *  train, so each run picks up what the posting services
      *  appended to the transaction history (TRNHSTR) since the
      *  last one.
      *
      *  The journal is read past a high-water mark the way
      *  TRNHIXB1 reads it - the number of journal rows already
      *  looked at, on a one-row cursor file (DDALRTC).  The first
      *  run ever starts the cursor at the end of the journal, so
      *  the feed does not open by alerting a year of history; a
      *  journal shorter than the cursor has been cut and rewritten
      *  and is re-read from row one, the alert register's posting
      *  key (DDALRTR) seeing to it that nothing is alerted twice.
      *
      *  A qualifying row is a normal (not reversal) posting whose
      *  event is in the alert table below.  The customer is the
      *  holder on the account master (DDACCTR), whose current
      *  balance goes on the alert as the new balance; the channel
      *  and address come from the contact registry (CNTCTR) -
      *  SMS to the phone, e-mail to the address, the phone where
      *  no preference is recorded.  No alert is raised for a
      *  customer who has withdrawn messaging consent, who has no
      *  address for the channel, or for a movement below the
      *  customer's own minimum (CNTCT-ALERT-MIN-AMOUNT, zero for
      *  every movement).  Each alert is entered on the register
      *  and queued on the gateway extract (DDALXTR) with the
      *  account number masked to its last four digits.  The
      *  delivery address goes on the extract through PIIMSK1
      *  under extract code DDALXTR - in clear unless the masking
      *  policy (PIIPOLR) says otherwise, since the gateway cannot
      *  deliver to a masked address - and each send is logged
      *  against the customer as a disclosure; the register keeps
      *  the address as resolved.
      *
      *  Before the journal is read, the gateway's delivery
      *  failures (DDALFLR) are worked: each failed alert goes back
      *  on the extract with its attempt count raised, until it has
      *  been sent ALRTRTRY times (parameter, default 3), after
      *  which it stays on the register as UNDELIVERABLE with the
      *  gateway's reason and is listed on the run report.  The
      *  failure file is emptied once worked.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DDALBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT CURSOR-FILE ASSIGN TO "DDALRTC"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CURSOR-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT CONTACT-FILE ASSIGN TO "CNTCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CNTCT-CUSTOMER-NO
			FILE STATUS IS WS-CNTCT-STATUS.
		SELECT ALERT-REGISTER-FILE ASSIGN TO "DDALRTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDALR-ALERT-ID
			ALTERNATE RECORD KEY IS DDALR-POSTING-KEY
			FILE STATUS IS WS-DDALR-STATUS.
		SELECT ALERT-EXTRACT-FILE ASSIGN TO "DDALXTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-DDALX-STATUS.
		SELECT ALERT-FAILURE-FILE ASSIGN TO "DDALFLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-DDALF-STATUS.
		SELECT RPT-FILE ASSIGN TO "DDALBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  CURSOR-FILE.
	01  CURSOR-RECORD.
		05  CURS-ROW-COUNT	PIC 9(9).
		05  CURS-LAST-ALERT-ID	PIC 9(9).
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  CONTACT-FILE.
	01  CONTACT-RECORD.
		COPY CNTCTR.
	FD  ALERT-REGISTER-FILE.
	01  ALERT-REGISTER-RECORD.
		COPY DDALRTR.
	FD  ALERT-EXTRACT-FILE.
	01  ALERT-EXTRACT-RECORD.
		COPY DDALXTR.
	FD  ALERT-FAILURE-FILE.
	01  ALERT-FAILURE-RECORD.
		COPY DDALFLR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-CURSOR-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-CNTCT-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-DDALR-STATUS		PIC XX.
	01  WS-DDALX-STATUS		PIC XX.
	01  WS-DDALF-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-CURSOR-FOUND-FLAG	PIC X VALUE "N".
		88  WS-CURSOR-FOUND	VALUE "Y".
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-ROW-COUNT		PIC 9(9) VALUE 0.
	01  WS-LAST-ALERT-ID		PIC 9(9) VALUE 0.
	01  WS-ROW-NO			PIC 9(9) VALUE 0.
	01  WS-JOURNAL-ROWS		PIC 9(9) VALUE 0.
	01  WS-MAX-ATTEMPTS		PIC 9(2) VALUE 3.
	01  WS-DIRECTION		PIC X.
	01  WS-CHANNEL			PIC X.
	01  WS-DELIVERY-ADDRESS		PIC X(40).
	01  WS-PII-EXTRACT		PIC X(8) VALUE "DDALXTR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
      *
      *  The postings that raise an alert, and which way the money
      *  moved on the customer's account.
	01  WS-ALERT-EVENT-VALUES.
		05  FILLER		PIC X(9) VALUE "DDWDR   D".
		05  FILLER		PIC X(9) VALUE "DDCASHWDD".
		05  FILLER		PIC X(9) VALUE "DDCHQPAYD".
		05  FILLER		PIC X(9) VALUE "DDAUTODBD".
		05  FILLER		PIC X(9) VALUE "DDSOOUT D".
		05  FILLER		PIC X(9) VALUE "PTXDR   D".
		05  FILLER		PIC X(9) VALUE "IBCREDITC".
		05  FILLER		PIC X(9) VALUE "PAYRCRDTC".
		05  FILLER		PIC X(9) VALUE "PTXCR   C".
	01  WS-ALERT-EVENT-TABLE REDEFINES WS-ALERT-EVENT-VALUES.
		05  WS-ALERT-EVENT OCCURS 9 TIMES.
			10  WS-ALERT-EVENT-CODE	PIC X(8).
			10  WS-ALERT-EVENT-DIR	PIC X.
	01  WS-EVT-IDX			PIC 9(2) COMP.
      *
	01  WS-SCANNED-COUNT		PIC 9(9) VALUE 0.
	01  WS-QUEUED-COUNT		PIC 9(9) VALUE 0.
	01  WS-BELOW-MIN-COUNT		PIC 9(9) VALUE 0.
	01  WS-NO-CONSENT-COUNT		PIC 9(9) VALUE 0.
	01  WS-NO-ADDRESS-COUNT		PIC 9(9) VALUE 0.
	01  WS-REQUEUED-COUNT		PIC 9(9) VALUE 0.
	01  WS-GIVEN-UP-COUNT		PIC 9(9) VALUE 0.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(24).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-FAIL-LINE.
		05  FILLER		PIC X(14)
					VALUE "UNDELIVERABLE ".
		05  FAIL-ALERT-ID	PIC 9(9).
		05  FILLER		PIC X VALUE SPACE.
		05  FAIL-CUSTOMER-NO	PIC X(12).
		05  FILLER		PIC X VALUE SPACE.
		05  FAIL-REASON		PIC X(30).
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN OUTPUT RPT-FILE
		MOVE "DEPOSIT MOVEMENT ALERT FEED" TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 0100-LOAD-PARAMETERS
		PERFORM 0200-LOAD-CURSOR
		PERFORM 0300-CHECK-JOURNAL
		OPEN I-O ALERT-REGISTER-FILE
		IF WS-DDALR-STATUS NOT = "00"
			CLOSE ALERT-REGISTER-FILE
			OPEN OUTPUT ALERT-REGISTER-FILE
			CLOSE ALERT-REGISTER-FILE
			OPEN I-O ALERT-REGISTER-FILE
		END-IF
		OPEN EXTEND ALERT-EXTRACT-FILE
		IF WS-DDALX-STATUS NOT = "00"
			CLOSE ALERT-EXTRACT-FILE
			OPEN OUTPUT ALERT-EXTRACT-FILE
		END-IF
		PERFORM 1000-REQUEUE-FAILURES
		IF WS-CURSOR-FOUND
			PERFORM 2000-SCAN-JOURNAL
		END-IF
		CLOSE ALERT-EXTRACT-FILE
		CLOSE ALERT-REGISTER-FILE
		PERFORM 0400-SAVE-CURSOR
		PERFORM 9000-PRINT-TOTALS
		CLOSE RPT-FILE
		STOP RUN.
      *
	0100-LOAD-PARAMETERS.
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "ALRTRTRY" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-MAX-ATTEMPTS
		END-IF.
      *
	0200-LOAD-CURSOR.
		OPEN INPUT CURSOR-FILE
		IF WS-CURSOR-STATUS = "00"
			READ CURSOR-FILE
				AT END
					CONTINUE
				NOT AT END
					SET WS-CURSOR-FOUND TO TRUE
					MOVE CURS-ROW-COUNT
						TO WS-ROW-COUNT
					MOVE CURS-LAST-ALERT-ID
						TO WS-LAST-ALERT-ID
			END-READ
		END-IF
		CLOSE CURSOR-FILE.
      *
      *  No cursor yet: the feed starts from the end of today's
      *  journal.  A journal shorter than the cursor has been cut
      *  and rewritten: it is re-read from row one.
	0300-CHECK-JOURNAL.
		MOVE ZERO TO WS-JOURNAL-ROWS
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 0310-COUNT-JOURNAL UNTIL WS-EOF
		CLOSE TRAN-HISTORY-FILE
		EVALUATE TRUE
			WHEN NOT WS-CURSOR-FOUND
				MOVE WS-JOURNAL-ROWS TO WS-ROW-COUNT
				MOVE "NO CURSOR - FEED STARTS AT END"
					TO RPT-LINE
				WRITE RPT-LINE
			WHEN WS-JOURNAL-ROWS < WS-ROW-COUNT
				MOVE ZERO TO WS-ROW-COUNT
				MOVE "JOURNAL REWRITTEN - FROM ROW ONE"
					TO RPT-LINE
				WRITE RPT-LINE
		END-EVALUATE.
      *
	0310-COUNT-JOURNAL.
		READ TRAN-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-JOURNAL-ROWS
		END-READ.
      *
	0400-SAVE-CURSOR.
		OPEN OUTPUT CURSOR-FILE
		MOVE WS-ROW-COUNT TO CURS-ROW-COUNT
		MOVE WS-LAST-ALERT-ID TO CURS-LAST-ALERT-ID
		WRITE CURSOR-RECORD
		CLOSE CURSOR-FILE.
      *
	1000-REQUEUE-FAILURES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT ALERT-FAILURE-FILE
		IF WS-DDALF-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-FAILURE UNTIL WS-EOF
		CLOSE ALERT-FAILURE-FILE
		OPEN OUTPUT ALERT-FAILURE-FILE
		CLOSE ALERT-FAILURE-FILE.
      *
	1100-READ-FAILURE.
		READ ALERT-FAILURE-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-WORK-FAILURE
		END-READ.
      *
	1200-WORK-FAILURE.
		MOVE DDALF-ALERT-ID TO DDALR-ALERT-ID
		READ ALERT-REGISTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 1300-REQUEUE-OR-GIVE-UP
		END-READ.
      *
	1300-REQUEUE-OR-GIVE-UP.
		MOVE DDALF-REASON TO DDALR-LAST-REASON
		IF DDALR-ATTEMPT-COUNT < WS-MAX-ATTEMPTS
			ADD 1 TO DDALR-ATTEMPT-COUNT
			MOVE WS-NOW (1:8) TO DDALR-QUEUED-DATE
			MOVE WS-NOW (9:6) TO DDALR-QUEUED-TIME
			SET DDALR-QUEUED TO TRUE
			REWRITE ALERT-REGISTER-RECORD
			PERFORM 3000-WRITE-EXTRACT
			ADD 1 TO WS-REQUEUED-COUNT
		ELSE
			SET DDALR-UNDELIVERABLE TO TRUE
			REWRITE ALERT-REGISTER-RECORD
			MOVE DDALR-ALERT-ID TO FAIL-ALERT-ID
			MOVE DDALR-CUSTOMER-NO TO FAIL-CUSTOMER-NO
			MOVE DDALR-LAST-REASON TO FAIL-REASON
			MOVE WS-FAIL-LINE TO RPT-LINE
			WRITE RPT-LINE
			ADD 1 TO WS-GIVEN-UP-COUNT
		END-IF.
      *
	2000-SCAN-JOURNAL.
		MOVE ZERO TO WS-ROW-NO
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		OPEN INPUT DD-ACCOUNT-FILE
		OPEN INPUT CONTACT-FILE
		PERFORM 2100-READ-JOURNAL UNTIL WS-EOF
		CLOSE TRAN-HISTORY-FILE
		CLOSE DD-ACCOUNT-FILE
		CLOSE CONTACT-FILE
		IF WS-ROW-NO > WS-ROW-COUNT
			MOVE WS-ROW-NO TO WS-ROW-COUNT
		END-IF.
      *
	2100-READ-JOURNAL.
		READ TRAN-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-ROW-NO
				IF WS-ROW-NO > WS-ROW-COUNT
					ADD 1 TO WS-SCANNED-COUNT
					PERFORM 2200-CHECK-EVENT
				END-IF
		END-READ.
      *
	2200-CHECK-EVENT.
		MOVE SPACE TO WS-DIRECTION
		IF TRNH-NORMAL
			PERFORM 2210-MATCH-EVENT
				VARYING WS-EVT-IDX FROM 1 BY 1
				UNTIL WS-EVT-IDX > 9
		END-IF
		IF WS-DIRECTION NOT = SPACE
			PERFORM 2300-CHECK-ALREADY-ALERTED
		END-IF.
      *
	2210-MATCH-EVENT.
		IF TRNH-EVENT-CODE = WS-ALERT-EVENT-CODE (WS-EVT-IDX)
			MOVE WS-ALERT-EVENT-DIR (WS-EVT-IDX)
				TO WS-DIRECTION
		END-IF.
      *
	2300-CHECK-ALREADY-ALERTED.
		MOVE TRNH-TRANID TO DDALR-TRANID
		MOVE TRNH-ACCOUNT-NO TO DDALR-ACCOUNT-NO
		READ ALERT-REGISTER-FILE KEY IS DDALR-POSTING-KEY
			INVALID KEY
				PERFORM 2400-RESOLVE-CUSTOMER
			NOT INVALID KEY
				CONTINUE
		END-READ.
      *
	2400-RESOLVE-CUSTOMER.
		MOVE "N" TO WS-FOUND-FLAG
		MOVE TRNH-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 2410-READ-CONTACT
		END-READ
		IF WS-FOUND
			PERFORM 2500-SELECT-CHANNEL
		END-IF.
      *
	2410-READ-CONTACT.
		MOVE DDACC-CUSTOMER-NO TO CNTCT-CUSTOMER-NO
		READ CONTACT-FILE
			INVALID KEY
				ADD 1 TO WS-NO-ADDRESS-COUNT
			NOT INVALID KEY
				SET WS-FOUND TO TRUE
		END-READ.
      *
	2500-SELECT-CHANNEL.
		MOVE SPACES TO WS-DELIVERY-ADDRESS
		IF CNTCT-PREFERS-EMAIL
			MOVE "E" TO WS-CHANNEL
			MOVE CNTCT-EMAIL TO WS-DELIVERY-ADDRESS
		ELSE
			MOVE "S" TO WS-CHANNEL
			MOVE CNTCT-PHONE TO WS-DELIVERY-ADDRESS
		END-IF
		EVALUATE TRUE
			WHEN CNTCT-CONSENT-WITHDRAWN
				ADD 1 TO WS-NO-CONSENT-COUNT
			WHEN WS-DELIVERY-ADDRESS = SPACES
				ADD 1 TO WS-NO-ADDRESS-COUNT
			WHEN TRNH-AMOUNT < CNTCT-ALERT-MIN-AMOUNT
				ADD 1 TO WS-BELOW-MIN-COUNT
			WHEN OTHER
				PERFORM 2600-RAISE-ALERT
		END-EVALUATE.
      *
	2600-RAISE-ALERT.
		ADD 1 TO WS-LAST-ALERT-ID
		MOVE SPACES TO ALERT-REGISTER-RECORD
		MOVE WS-LAST-ALERT-ID TO DDALR-ALERT-ID
		MOVE TRNH-TRANID TO DDALR-TRANID
		MOVE TRNH-ACCOUNT-NO TO DDALR-ACCOUNT-NO
		MOVE DDACC-CUSTOMER-NO TO DDALR-CUSTOMER-NO
		MOVE ALL "*" TO DDALR-MASKED-ACCOUNT
		MOVE TRNH-ACCOUNT-NO (9:4)
			TO DDALR-MASKED-ACCOUNT (9:4)
		MOVE TRNH-EVENT-CODE TO DDALR-EVENT-CODE
		MOVE WS-DIRECTION TO DDALR-DIRECTION
		MOVE TRNH-AMOUNT TO DDALR-AMOUNT
		MOVE DDACC-BALANCE TO DDALR-NEW-BALANCE
		MOVE TRNH-DATE TO DDALR-POST-DATE
		MOVE TRNH-TIME TO DDALR-POST-TIME
		IF DDALR-DEBIT
			MOVE "DDDEBIT" TO DDALR-TEMPLATE-CODE
		ELSE
			MOVE "DDCREDIT" TO DDALR-TEMPLATE-CODE
		END-IF
		MOVE WS-CHANNEL TO DDALR-CHANNEL
		MOVE WS-DELIVERY-ADDRESS TO DDALR-DELIVERY-ADDRESS
		MOVE 1 TO DDALR-ATTEMPT-COUNT
		MOVE WS-NOW (1:8) TO DDALR-QUEUED-DATE
		MOVE WS-NOW (9:6) TO DDALR-QUEUED-TIME
		SET DDALR-QUEUED TO TRUE
		WRITE ALERT-REGISTER-RECORD
		PERFORM 3000-WRITE-EXTRACT
		ADD 1 TO WS-QUEUED-COUNT.
      *
	3000-WRITE-EXTRACT.
		MOVE DDALR-ALERT-ID TO DDALX-ALERT-ID
		MOVE DDALR-CUSTOMER-NO TO DDALX-CUSTOMER-NO
		MOVE DDALR-MASKED-ACCOUNT TO DDALX-MASKED-ACCOUNT
		MOVE DDALR-EVENT-CODE TO DDALX-EVENT-CODE
		MOVE DDALR-DIRECTION TO DDALX-DIRECTION
		MOVE DDALR-AMOUNT TO DDALX-AMOUNT
		MOVE DDALR-NEW-BALANCE TO DDALX-NEW-BALANCE
		MOVE DDALR-POST-DATE TO DDALX-POST-DATE
		MOVE DDALR-POST-TIME TO DDALX-POST-TIME
		MOVE DDALR-TEMPLATE-CODE TO DDALX-TEMPLATE-CODE
		MOVE DDALR-CHANNEL TO DDALX-CHANNEL
		MOVE DDALR-DELIVERY-ADDRESS TO DDALX-DELIVERY-ADDRESS
		MOVE DDALR-ATTEMPT-COUNT TO DDALX-ATTEMPT-NO
		PERFORM 3100-PROTECT-ADDRESS
		WRITE ALERT-EXTRACT-RECORD.
      *
	3100-PROTECT-ADDRESS.
		IF DDALX-CHANNEL = "E"
			MOVE "EMAIL" TO WS-PII-FIELD
		ELSE
			MOVE "PHONE" TO WS-PII-FIELD
		END-IF
		MOVE "P" TO WS-PII-TREATMENT
		MOVE DDALX-ALERT-ID TO WS-PII-REFERENCE
		MOVE DDALX-DELIVERY-ADDRESS TO WS-PII-VALUE
		CALL "PIIMSK1" USING DDALX-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO DDALX-DELIVERY-ADDRESS.
      *
	9000-PRINT-TOTALS.
		MOVE "JOURNAL ROWS READ:" TO CNT-TEXT
		MOVE WS-SCANNED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ALERTS QUEUED:" TO CNT-TEXT
		MOVE WS-QUEUED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BELOW CUSTOMER MINIMUM:" TO CNT-TEXT
		MOVE WS-BELOW-MIN-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CONSENT WITHDRAWN:" TO CNT-TEXT
		MOVE WS-NO-CONSENT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NO CONTACT ADDRESS:" TO CNT-TEXT
		MOVE WS-NO-ADDRESS-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "FAILURES RE-QUEUED:" TO CNT-TEXT
		MOVE WS-REQUEUED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "GIVEN UP UNDELIVERABLE:" TO CNT-TEXT
		MOVE WS-GIVEN-UP-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
