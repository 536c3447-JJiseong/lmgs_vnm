      *  so a failed edit never reaches the posting service and can
      *  no longer leave a partial ledger entry the way the old
      *  monolithic validate-and-post service sometimes did.
      *
      *  A draw on a loan booked under a customer credit facility
      *  (LOANM-FACILITY-NO) is also edited against the facility's
      *  remaining headroom through the shared core FACLCK1, so an
      *  over-limit draw is turned away here with the facility's
      *  own reason code instead of the generic edit failure.
      *  LNPOST01 re-checks and records the draw when it posts.
      *
      *  A loan promoted from a loan application (LNAPPR carries
      *  the account it became in LNAPP-LOAN-ACCOUNT-NO) is also
      *  refused (reason code 9242) while DOCCHK1 finds a mandatory
      *  document on the application's checklist neither received
      *  nor waived, so a waiver revoked after funding stops the
      *  next draw as well.  A loan booked without an application
      *  has no checklist and is not held.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNVAL001.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT LOAN-APP-FILE ASSIGN TO "LNAPPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  LOAN-APP-FILE.
	01  LOAN-APP-RECORD.
		COPY LNAPPR.
      *
	WORKING-STORAGE SECTION.
	01  WS-REJECT-FLAG		PIC X VALUE "N".
		88  WS-REJECTED		VALUE "Y".
	01  WS-REJECT-CODE		PIC S9(9) COMP-5.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-FACIL-MODE		PIC X.
	01  WS-FACIL-RESULT		PIC S9(9) COMP-5.
	01  WS-LNAPP-STATUS		PIC XX.
	01  WS-APP-FOUND-FLAG		PIC X.
		88  WS-APP-FOUND	VALUE "Y".
	01  WS-DOCCHK-MODE		PIC X VALUE "C".
	01  WS-DOC-OUTSTANDING		PIC S9(4) COMP-5.
	01  WS-DOC-FIRST-CODE		PIC X(6).
      *
	LINKAGE SECTION.
	01  TPSVCDEF-REC.
	0000-MAIN.
		PERFORM 1000-EDIT-REQUEST
		IF WS-REJECTED
			MOVE WS-REJECT-CODE TO APPL-CODE
			SET TPFAIL TO TRUE
			CALL "TPRETURN" USING TPSVCRET-REC
				TPTYPE-REC
      *
	1000-EDIT-REQUEST.
		MOVE "N" TO WS-REJECT-FLAG
		MOVE 9040 TO WS-REJECT-CODE
		IF LNDISB-ACCOUNT-NO = SPACES
			MOVE "Y" TO WS-REJECT-FLAG
			MOVE "ACCOUNT NUMBER MISSING"
			MOVE "Y" TO WS-REJECT-FLAG
			MOVE "DISBURSEMENT AMOUNT NOT POSITIVE"
				TO LNDISB-REJECT-REASON
		END-IF
		IF NOT WS-REJECTED
			PERFORM 1100-CHECK-FACILITY
		END-IF
		IF NOT WS-REJECTED
			PERFORM 1200-CHECK-DOCUMENTS
		END-IF.
      *
	1100-CHECK-FACILITY.
		MOVE ZERO TO WS-FACIL-RESULT
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS = "00"
			MOVE LNDISB-ACCOUNT-NO TO LOANM-ACCOUNT-NO
			READ LOAN-MASTER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 1110-CALL-FACILITY-CHECK
			END-READ
		END-IF
		CLOSE LOAN-MASTER-FILE
		IF WS-FACIL-RESULT NOT = ZERO
			MOVE "Y" TO WS-REJECT-FLAG
			MOVE WS-FACIL-RESULT TO WS-REJECT-CODE
			MOVE "CREDIT FACILITY DOES NOT ALLOW DRAW"
				TO LNDISB-REJECT-REASON
		END-IF.
      *
	1110-CALL-FACILITY-CHECK.
		IF LOANM-FACILITY-NO NOT = SPACES
			MOVE "C" TO WS-FACIL-MODE
			CALL "FACLCK1" USING LOANM-FACILITY-NO
				LOANM-CUSTOMER-NO LOANM-CURRENCY-CODE
				LNDISB-AMOUNT WS-FACIL-MODE
				WS-NOW (1:8) WS-FACIL-RESULT
		END-IF.
      *
      *  The application a loan came from is read directly on
      *  LNAPPR's alternate key, the account it was funded into.
	1200-CHECK-DOCUMENTS.
		MOVE ZERO TO WS-DOC-OUTSTANDING
		MOVE "N" TO WS-APP-FOUND-FLAG
		OPEN INPUT LOAN-APP-FILE
		IF WS-LNAPP-STATUS = "00"
			PERFORM 1210-READ-APPLICATION
		END-IF
		IF WS-APP-FOUND
			MOVE "C" TO WS-DOCCHK-MODE
			CALL "DOCCHK1" USING WS-DOCCHK-MODE
				LNAPP-APPLICATION-NO LNAPP-PRODUCT-CODE
				WS-DOC-OUTSTANDING WS-DOC-FIRST-CODE
		END-IF
		CLOSE LOAN-APP-FILE
		IF WS-DOC-OUTSTANDING > ZERO
			MOVE "Y" TO WS-REJECT-FLAG
			MOVE 9242 TO WS-REJECT-CODE
			MOVE SPACES TO LNDISB-REJECT-REASON
			STRING "MANDATORY DOCUMENT OUTSTANDING: "
				DELIMITED BY SIZE
				WS-DOC-FIRST-CODE DELIMITED BY SPACE
				INTO LNDISB-REJECT-REASON
		END-IF.
      *
	1210-READ-APPLICATION.
		MOVE LNDISB-ACCOUNT-NO TO LNAPP-LOAN-ACCOUNT-NO
		READ LOAN-APP-FILE KEY IS LNAPP-LOAN-ACCOUNT-NO
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-APP-FOUND TO TRUE
		END-READ.
      *
