      *
      *  EINVRBT1.cbl
      *
      *  E-invoice provider response load.  Takes the provider's
      *  response file (EINVRSP, COPY EINVRSPR) for the invoices
      *  EINVBT1 sent and records the outcome on the e-invoice
      *  register (EINVREGR): ISSUED with the provider's invoice
      *  number and issue date, or REJECTED with the provider's
      *  reason.  A response for a reference the register does not
      *  hold, or for an invoice already answered, is listed on the
      *  run report and ignored.
      *
      *  The fee history (FEEHSTR) is then brought into line with
      *  the register in one pass: a fee on an issued invoice is
      *  stamped with the provider's invoice number (or adjustment
      *  invoice number), and a fee on a rejected invoice has that
      *  invoice's reference cleared so the next EINVBT1 run sends
      *  it again.  The pass looks at every fee still waiting for a
      *  number, so a response loaded before its fee rows were
      *  stamped is caught up on the next run.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EINVRBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RESPONSE-FILE ASSIGN TO "EINVRSP"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-EINVRS-STATUS.
		SELECT INVOICE-REGISTER-FILE ASSIGN TO "EINVREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EINVR-INVOICE-REF
			FILE STATUS IS WS-EINVR-STATUS.
		SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEEH-STATUS.
		SELECT RPT-FILE ASSIGN TO "EINVRBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  RESPONSE-FILE.
	01  RESPONSE-RECORD.
		COPY EINVRSPR.
	FD  INVOICE-REGISTER-FILE.
	01  INVOICE-REGISTER-RECORD.
		COPY EINVREGR.
	FD  FEE-HISTORY-FILE.
	01  FEE-HISTORY-RECORD.
		COPY FEEHSTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-EINVRS-STATUS		PIC XX.
	01  WS-EINVR-STATUS		PIC XX.
	01  WS-FEEH-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-CHANGED-FLAG		PIC X.
		88  WS-ROW-CHANGED	VALUE "Y".
	01  WS-ISSUED-COUNT		PIC 9(7) VALUE 0.
	01  WS-REJECTED-COUNT		PIC 9(7) VALUE 0.
	01  WS-IGNORED-COUNT		PIC 9(7) VALUE 0.
	01  WS-FEE-NUMBERED		PIC 9(7) VALUE 0.
	01  WS-FEE-RELEASED		PIC 9(7) VALUE 0.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-RESPONSE-LINE.
		05  RSL-TEXT		PIC X(24).
		05  FILLER		PIC X VALUE SPACE.
		05  RSL-INVOICE-REF	PIC X(16).
		05  FILLER		PIC X VALUE SPACE.
		05  RSL-DETAIL		PIC X(38).
	01  WS-JOB-NAME			PIC X(9) VALUE "EINVRBT1".
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
		OPEN OUTPUT RPT-FILE
		MOVE "E-INVOICE PROVIDER RESPONSE LOAD" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			OPEN I-O INVOICE-REGISTER-FILE
			IF WS-EINVR-STATUS NOT = "00"
				MOVE "NO E-INVOICE REGISTER" TO RPT-LINE
				WRITE RPT-LINE
			ELSE
				PERFORM 1000-LOAD-RESPONSES
				PERFORM 2000-UPDATE-FEE-ROWS
			END-IF
			CLOSE INVOICE-REGISTER-FILE
			PERFORM 9000-PRINT-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-LOAD-RESPONSES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT RESPONSE-FILE
		IF WS-EINVRS-STATUS NOT = "00"
			MOVE "NO RESPONSE FILE FROM PROVIDER"
				TO RPT-LINE
			WRITE RPT-LINE
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-RESPONSE UNTIL WS-EOF
		CLOSE RESPONSE-FILE.
      *
	1100-READ-RESPONSE.
		READ RESPONSE-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-TAKE-RESPONSE
		END-READ.
      *
	1200-TAKE-RESPONSE.
		MOVE EINVRS-INVOICE-REF TO EINVR-INVOICE-REF
		MOVE EINVRS-INVOICE-REF TO RSL-INVOICE-REF
		READ INVOICE-REGISTER-FILE
			INVALID KEY
				MOVE "UNKNOWN REFERENCE" TO RSL-TEXT
				MOVE SPACES TO RSL-DETAIL
				PERFORM 1900-LIST-RESPONSE
				ADD 1 TO WS-IGNORED-COUNT
			NOT INVALID KEY
				PERFORM 1300-RECORD-OUTCOME
		END-READ.
      *
	1300-RECORD-OUTCOME.
		EVALUATE TRUE
			WHEN NOT EINVR-SENT
				MOVE "ALREADY ANSWERED" TO RSL-TEXT
				MOVE SPACES TO RSL-DETAIL
				PERFORM 1900-LIST-RESPONSE
				ADD 1 TO WS-IGNORED-COUNT
			WHEN EINVRS-ISSUED
				AND EINVRS-INVOICE-NO NOT = SPACES
				PERFORM 1310-RECORD-ISSUED
			WHEN EINVRS-REJECTED
				PERFORM 1320-RECORD-REJECTED
			WHEN OTHER
				MOVE "RESPONSE NOT READABLE" TO RSL-TEXT
				MOVE SPACES TO RSL-DETAIL
				PERFORM 1900-LIST-RESPONSE
				ADD 1 TO WS-IGNORED-COUNT
		END-EVALUATE.
      *
	1310-RECORD-ISSUED.
		SET EINVR-ISSUED TO TRUE
		MOVE EINVRS-INVOICE-NO TO EINVR-PROVIDER-INVOICE-NO
		MOVE EINVRS-ISSUE-DATE TO EINVR-RESPONSE-DATE
		REWRITE INVOICE-REGISTER-RECORD
		ADD 1 TO WS-ISSUED-COUNT.
      *
	1320-RECORD-REJECTED.
		SET EINVR-REJECTED TO TRUE
		MOVE EINVRS-REASON TO EINVR-REJECT-REASON
		MOVE WS-BUSINESS-DATE TO EINVR-RESPONSE-DATE
		REWRITE INVOICE-REGISTER-RECORD
		ADD 1 TO WS-REJECTED-COUNT
		MOVE "REJECTED BY PROVIDER" TO RSL-TEXT
		MOVE EINVRS-REASON TO RSL-DETAIL
		PERFORM 1900-LIST-RESPONSE.
      *
	1900-LIST-RESPONSE.
		MOVE WS-RESPONSE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2000-UPDATE-FEE-ROWS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN I-O FEE-HISTORY-FILE
		IF WS-FEEH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-FEE UNTIL WS-EOF
		CLOSE FEE-HISTORY-FILE.
      *
	2100-READ-FEE.
		READ FEE-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				MOVE "N" TO WS-CHANGED-FLAG
				IF FEEH-INVOICE-REF NOT = SPACES
					AND FEEH-INVOICE-NO = SPACES
					PERFORM 2200-SETTLE-INVOICE
				END-IF
				IF FEEH-ADJ-INVOICE-REF NOT = SPACES
					AND FEEH-ADJ-INVOICE-NO = SPACES
					PERFORM 2300-SETTLE-ADJUSTMENT
				END-IF
				IF WS-ROW-CHANGED
					REWRITE FEE-HISTORY-RECORD
				END-IF
		END-READ.
      *
      *  A fee invoiced net of a refund carries its own invoice
      *  reference as its adjustment reference, and follows its
      *  invoice either way.
	2200-SETTLE-INVOICE.
		MOVE FEEH-INVOICE-REF TO EINVR-INVOICE-REF
		READ INVOICE-REGISTER-FILE
			INVALID KEY
				MOVE "S" TO EINVR-STATUS-FLAG
		END-READ
		EVALUATE TRUE
			WHEN EINVR-ISSUED
				MOVE EINVR-PROVIDER-INVOICE-NO
					TO FEEH-INVOICE-NO
				PERFORM 2210-SETTLE-NET-ADJUSTMENT
				SET WS-ROW-CHANGED TO TRUE
				ADD 1 TO WS-FEE-NUMBERED
			WHEN EINVR-REJECTED
				PERFORM 2220-RELEASE-NET-ADJUSTMENT
				MOVE SPACES TO FEEH-INVOICE-REF
				SET WS-ROW-CHANGED TO TRUE
				ADD 1 TO WS-FEE-RELEASED
		END-EVALUATE.
      *
	2210-SETTLE-NET-ADJUSTMENT.
		IF FEEH-ADJ-INVOICE-REF = FEEH-INVOICE-REF
			MOVE EINVR-PROVIDER-INVOICE-NO
				TO FEEH-ADJ-INVOICE-NO
		END-IF.
      *
	2220-RELEASE-NET-ADJUSTMENT.
		IF FEEH-ADJ-INVOICE-REF = FEEH-INVOICE-REF
			MOVE SPACES TO FEEH-ADJ-INVOICE-REF
		END-IF.
      *
	2300-SETTLE-ADJUSTMENT.
		MOVE FEEH-ADJ-INVOICE-REF TO EINVR-INVOICE-REF
		READ INVOICE-REGISTER-FILE
			INVALID KEY
				MOVE "S" TO EINVR-STATUS-FLAG
		END-READ
		EVALUATE TRUE
			WHEN EINVR-ISSUED
				MOVE EINVR-PROVIDER-INVOICE-NO
					TO FEEH-ADJ-INVOICE-NO
				SET WS-ROW-CHANGED TO TRUE
				ADD 1 TO WS-FEE-NUMBERED
			WHEN EINVR-REJECTED
				MOVE SPACES TO FEEH-ADJ-INVOICE-REF
				SET WS-ROW-CHANGED TO TRUE
				ADD 1 TO WS-FEE-RELEASED
		END-EVALUATE.
      *
	9000-PRINT-TOTALS.
		MOVE "INVOICES ISSUED:" TO CNT-TEXT
		MOVE WS-ISSUED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "INVOICES REJECTED:" TO CNT-TEXT
		MOVE WS-REJECTED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "RESPONSES IGNORED:" TO CNT-TEXT
		MOVE WS-IGNORED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "FEE ROWS NUMBERED:" TO CNT-TEXT
		MOVE WS-FEE-NUMBERED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "FEE ROWS RELEASED:" TO CNT-TEXT
		MOVE WS-FEE-RELEASED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
