      *  another account's totals - the extra accounts are left out
      *  and the report closes with an INCOMPLETE line so the
      *  officer knows not to sign it as full coverage.
      *
      *  Counter currency exchanges (FXCX01) are monitored by
      *  person rather than account: the exchange register (FXCXR)
      *  is read for the same window and each exchange's VND value
      *  is tested the same three ways - LARGE on the single
      *  exchange, AGGREGATE and STRUCTURING on the exchanges of one
      *  identity document - with an FX prefix on the case type.  A
      *  walk-in exchange's history row carries no account, so the
      *  posting scan leaves it to the register instead of lumping
      *  every walk-in together; an account holder's exchange stays
      *  in the posting scan on the account as well.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. AMLBAT1.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT EXCHANGE-REGISTER-FILE ASSIGN TO "FXCXR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FXCX-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  EXCHANGE-REGISTER-FILE.
	01  EXCHANGE-REGISTER-RECORD.
		COPY FXCXR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
      *
	WORKING-STORAGE SECTION.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-FXCX-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-BRMSTR-STATUS		PIC XX.
		88  WS-SLOT-OK		VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
	01  WS-ID-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-ID-TABLE.
		05  WS-ID-ENTRY OCCURS 500 TIMES.
			10  WS-ID-NUMBER
					PIC X(20).
			10  WS-ID-NAME	PIC X(30).
			10  WS-ID-BRANCH
					PIC X(6).
			10  WS-ID-TOTAL	PIC S9(13)V99 COMP-3.
			10  WS-ID-NEAR-COUNT
					PIC S9(4) COMP-5.
	01  WS-ID-IDX			PIC S9(4) COMP-5.
	01  WS-ID-FOUND-FLAG		PIC X.
		88  WS-ID-FOUND		VALUE "Y".
	01  WS-CUSTOMER-NAME		PIC X(30).
	01  WS-REGION			PIC X(20).
	01  WS-CASE-TYPE		PIC X(12).
		05  DTL-REGION		PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-FX-CASE-LINE.
		05  FXL-CASE-TYPE	PIC X(16).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXL-ID-NUMBER	PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXL-CUSTOMER-NAME	PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXL-REGION		PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FXL-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN INPUT CUSTOMER-FILE
		PERFORM 1000-SCAN-POSTINGS
		PERFORM 3000-REPORT-AGGREGATES
		PERFORM 4000-SCAN-EXCHANGES
		PERFORM 5000-REPORT-EXCHANGE-AGGREGATES
		IF WS-TBL-OVERFLOW
			MOVE "REPORT INCOMPLETE - ACCOUNT TABLE FULL"
				TO RPT-LINE
	0100-LOAD-THRESHOLD.
		MOVE 500000000.00 TO WS-THRESHOLD
		MOVE 3 TO WS-WINDOW-DAYS
		MOVE WS-BUSINESS-DATE TO WS-PARM-AS-OF
		MOVE "AMLTHRSH" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-THRESHOLD
		END-IF
		MOVE "AMLWINDW" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-WINDOW-DAYS
		END-IF
		COMPUTE WS-NEAR-FLOOR ROUNDED =
			WS-THRESHOLD * 0.80
		IF WS-WINDOW-DAYS < 1
	1150-CHECK-WINDOW.
		IF TRNH-DATE >= WS-FROM-DATE
			AND TRNH-DATE <= WS-BUSINESS-DATE
			IF (TRNH-EVENT-CODE = "FXCXBUY"
				OR TRNH-EVENT-CODE = "FXCXSELL")
				AND TRNH-ACCOUNT-NO = SPACES
				CONTINUE
			ELSE
				PERFORM 1200-CLASSIFY-POSTING
			END-IF
		END-IF.
      *
	1200-CLASSIFY-POSTING.
				PERFORM 2000-WRITE-CASE-LINE
			END-IF
		END-PERFORM.
      *
	4000-SCAN-EXCHANGES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT EXCHANGE-REGISTER-FILE
		IF WS-FXCX-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-EXCHANGE UNTIL WS-EOF
		CLOSE EXCHANGE-REGISTER-FILE.
      *
	4100-READ-EXCHANGE.
		READ EXCHANGE-REGISTER-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXCX-DATE >= WS-FROM-DATE
					AND FXCX-DATE <=
						WS-BUSINESS-DATE
					PERFORM 4200-CLASSIFY-EXCHANGE
				END-IF
		END-READ.
      *
      *  An exchange under the identity threshold may carry no
      *  document; it can still be LARGE but cannot be tied to a
      *  person for the aggregate tests.
	4200-CLASSIFY-EXCHANGE.
		IF FXCX-ID-NUMBER NOT = SPACES
			PERFORM 8300-FIND-ID-SLOT
			IF WS-SLOT-OK
				ADD FXCX-VND-AMOUNT
					TO WS-ID-TOTAL (WS-ID-IDX)
				IF FXCX-VND-AMOUNT >= WS-NEAR-FLOOR
					AND FXCX-VND-AMOUNT <
						WS-THRESHOLD
					ADD 1 TO WS-ID-NEAR-COUNT
						(WS-ID-IDX)
				END-IF
			END-IF
		END-IF
		IF FXCX-VND-AMOUNT >= WS-THRESHOLD
			MOVE "FX LARGE" TO FXL-CASE-TYPE
			MOVE FXCX-ID-NUMBER TO FXL-ID-NUMBER
			MOVE FXCX-CUSTOMER-NAME TO FXL-CUSTOMER-NAME
			MOVE FXCX-BRANCH-CODE TO WS-CASE-BRANCH
			MOVE FXCX-VND-AMOUNT TO WS-CASE-AMOUNT
			PERFORM 4300-WRITE-FX-CASE-LINE
		END-IF.
      *
	4300-WRITE-FX-CASE-LINE.
		PERFORM 8200-RESOLVE-REGION
		MOVE WS-REGION TO FXL-REGION
		MOVE WS-CASE-AMOUNT TO FXL-AMOUNT
		MOVE WS-FX-CASE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-REPORT-EXCHANGE-AGGREGATES.
		PERFORM VARYING WS-ID-IDX FROM 1 BY 1
				UNTIL WS-ID-IDX > WS-ID-COUNT
			MOVE WS-ID-NUMBER (WS-ID-IDX) TO FXL-ID-NUMBER
			MOVE WS-ID-NAME (WS-ID-IDX)
				TO FXL-CUSTOMER-NAME
			MOVE WS-ID-BRANCH (WS-ID-IDX) TO WS-CASE-BRANCH
			MOVE WS-ID-TOTAL (WS-ID-IDX) TO WS-CASE-AMOUNT
			IF WS-ID-TOTAL (WS-ID-IDX) > WS-THRESHOLD
				MOVE "FX AGGREGATE" TO FXL-CASE-TYPE
				PERFORM 4300-WRITE-FX-CASE-LINE
			END-IF
			IF WS-ID-NEAR-COUNT (WS-ID-IDX) >= 3
				MOVE "FX STRUCTURING" TO FXL-CASE-TYPE
				PERFORM 4300-WRITE-FX-CASE-LINE
			END-IF
		END-PERFORM.
      *
	8000-FIND-ACCOUNT-SLOT.
		MOVE "N" TO WS-AC-FOUND-FLAG
				END-IF
		END-READ.
      *
	8300-FIND-ID-SLOT.
		MOVE "N" TO WS-ID-FOUND-FLAG
		PERFORM VARYING WS-ID-IDX FROM 1 BY 1
				UNTIL WS-ID-IDX > WS-ID-COUNT
				OR WS-ID-FOUND
			IF WS-ID-NUMBER (WS-ID-IDX) = FXCX-ID-NUMBER
				SET WS-ID-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-SLOT-OK TO TRUE
		IF WS-ID-FOUND
			SUBTRACT 1 FROM WS-ID-IDX
		ELSE
			IF WS-ID-COUNT < 500
				ADD 1 TO WS-ID-COUNT
				MOVE WS-ID-COUNT TO WS-ID-IDX
				MOVE FXCX-ID-NUMBER
					TO WS-ID-NUMBER (WS-ID-IDX)
				MOVE ZERO TO WS-ID-TOTAL (WS-ID-IDX)
				MOVE ZERO
					TO WS-ID-NEAR-COUNT (WS-ID-IDX)
			ELSE
				MOVE "N" TO WS-SLOT-OK-FLAG
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF
		IF WS-SLOT-OK
			MOVE FXCX-CUSTOMER-NAME
				TO WS-ID-NAME (WS-ID-IDX)
			MOVE FXCX-BRANCH-CODE
				TO WS-ID-BRANCH (WS-ID-IDX)
		END-IF.
      *
