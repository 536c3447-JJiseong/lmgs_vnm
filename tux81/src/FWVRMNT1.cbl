      *
      *  FWVRMNT1.cbl
      *
      *  Fee waiver and refund request screen, mirroring PTXLMT1's
      *  maker screen pattern.  The branch names the fee by the
      *  TRANID it was charged under (FEEH-TRANID on the fee
      *  history, FEEHSTR) and asks for it back as a WAIVER - the
      *  whole fee - or a REFUND of the amount keyed, paid into the
      *  customer's demand-deposit account: the fee's own account
      *  when it was a DD service charge, otherwise a DD account
      *  keyed here that must belong to the customer who paid the
      *  fee (DDACCTR/LOANMSTR holder).  The fee must still stand
      *  CHARGED and not already be on the waiver register
      *  (FWVREQR); the branch and the reason given are required.
      *
      *  Nothing moves here: the request is parked as an FWVREQR
      *  image on the pending-change file (PNDCHGR via PNDCHGW1)
      *  under the maker's name - the officer the monthly report
      *  (FWVRPT1) charges the waived revenue to - and a checker
      *  within their group's waiver limit approves it through
      *  APPRMNT1, which posts it (FWVPST1).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FWVRMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEEH-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT FEE-WAIVER-FILE ASSIGN TO "FWVREQR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FWVR-FEE-TRANID
			FILE STATUS IS WS-FWVR-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FEE-HISTORY-FILE.
	01  FEE-HISTORY-RECORD.
		COPY FEEHSTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  FEE-WAIVER-FILE.
	01  FEE-WAIVER-RECORD.
		COPY FWVREQR.
      *
	WORKING-STORAGE SECTION.
	01  WS-FEEH-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-FWVR-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-FEE-FOUND-FLAG		PIC X.
		88  WS-FEE-FOUND	VALUE "Y".
	01  WS-FEE-STATUS		PIC X.
		88  WS-FEE-CHARGED	VALUE "C" " ".
	01  WS-ALREADY-FLAG		PIC X.
		88  WS-ALREADY-POSTED	VALUE "Y".
	01  WS-FEE-CUSTOMER		PIC X(12).
	01  WS-REFUND-CUSTOMER		PIC X(12).
	01  WS-REFUND-OPEN-FLAG		PIC X.
		88  WS-REFUND-OPEN	VALUE "Y".
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
	01  WS-FWVR-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  FEE-WAIVER-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "FEE WAIVER / REFUND REQUEST".
		05  LINE 3  COLUMN 1  VALUE "FEE TRANID     : ".
		05  LINE 3  COLUMN 20
			PIC Z(8)9 USING FWVR-FEE-TRANID.
		05  LINE 4  COLUMN 1  VALUE "FEE ACCOUNT    : ".
		05  LINE 4  COLUMN 20
			PIC X(12) FROM FWVR-FEE-ACCOUNT-NO.
		05  LINE 5  COLUMN 1  VALUE "FEE EVENT/DATE : ".
		05  LINE 5  COLUMN 20
			PIC X(8) FROM FWVR-FEE-EVENT-CODE.
		05  LINE 5  COLUMN 30
			PIC X(8) FROM FWVR-FEE-DATE.
		05  LINE 6  COLUMN 1  VALUE "FEE AMOUNT     : ".
		05  LINE 6  COLUMN 20
			PIC Z(10)9.99 FROM FWVR-FEE-AMOUNT.
		05  LINE 8  COLUMN 1  VALUE "WAIVE/REFUND W/R: ".
		05  LINE 8  COLUMN 20
			PIC X USING FWVR-TYPE-FLAG.
		05  LINE 9  COLUMN 1  VALUE "REFUND AMOUNT  : ".
		05  LINE 9  COLUMN 20
			PIC Z(10)9.99 USING FWVR-AMOUNT.
		05  LINE 10 COLUMN 1  VALUE "PAY INTO DD ACC: ".
		05  LINE 10 COLUMN 20
			PIC X(12) USING FWVR-REFUND-ACCOUNT-NO.
		05  LINE 11 COLUMN 1  VALUE "BRANCH         : ".
		05  LINE 11 COLUMN 20
			PIC X(6) USING FWVR-BRANCH-CODE.
		05  LINE 12 COLUMN 1  VALUE "REASON         : ".
		05  LINE 12 COLUMN 20
			PIC X(40) USING FWVR-REASON.
		05  LINE 13 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 13 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 15 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 15 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 17 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE ZERO TO FWVR-FEE-TRANID
		MOVE ZERO TO FWVR-FEE-AMOUNT
		MOVE ZERO TO FWVR-AMOUNT
		MOVE "W" TO FWVR-TYPE-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		OPEN INPUT LOAN-MASTER-FILE
		OPEN INPUT FEE-WAIVER-FILE
		IF WS-FWVR-STATUS NOT = "00"
			CLOSE FEE-WAIVER-FILE
			OPEN OUTPUT FEE-WAIVER-FILE
			CLOSE FEE-WAIVER-FILE
			OPEN INPUT FEE-WAIVER-FILE
		END-IF
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY FEE-WAIVER-SCREEN
			ACCEPT FEE-WAIVER-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-REQUEST
			END-IF
		END-PERFORM
		CLOSE FEE-WAIVER-FILE
		CLOSE LOAN-MASTER-FILE
		CLOSE DD-ACCOUNT-FILE
		STOP RUN.
      *
	1000-VALIDATE-REQUEST.
		PERFORM 1100-FIND-FEE
		MOVE SPACES TO WS-FEE-CUSTOMER
		MOVE SPACES TO WS-REFUND-CUSTOMER
		MOVE "N" TO WS-REFUND-OPEN-FLAG
		MOVE "N" TO WS-ALREADY-FLAG
		IF WS-FEE-FOUND
			PERFORM 1200-FIND-FEE-CUSTOMER
			PERFORM 1300-CHECK-REFUND-ACCOUNT
			PERFORM 1400-CHECK-REGISTER
			IF FWVR-WAIVER
				MOVE FWVR-FEE-AMOUNT TO FWVR-AMOUNT
			END-IF
		END-IF
		EVALUATE TRUE
			WHEN FWVR-FEE-TRANID = ZERO
				MOVE "FEE TRANID NEEDED" TO WS-MSG
			WHEN NOT WS-FEE-FOUND
				MOVE "FEE NOT ON FILE" TO WS-MSG
			WHEN NOT WS-FEE-CHARGED
				OR WS-ALREADY-POSTED
				MOVE "FEE ALREADY WAIVED" TO WS-MSG
			WHEN NOT FWVR-WAIVER AND NOT FWVR-REFUND
				MOVE "TYPE MUST BE W/R" TO WS-MSG
			WHEN FWVR-AMOUNT NOT > ZERO
				MOVE "REFUND AMOUNT NEEDED" TO WS-MSG
			WHEN FWVR-AMOUNT > FWVR-FEE-AMOUNT
				MOVE "AMOUNT OVER FEE" TO WS-MSG
			WHEN NOT WS-REFUND-OPEN
				MOVE "DD ACCOUNT NOT OPEN" TO WS-MSG
			WHEN WS-REFUND-CUSTOMER NOT = WS-FEE-CUSTOMER
				MOVE "NOT SAME CUSTOMER" TO WS-MSG
			WHEN FWVR-BRANCH-CODE = SPACES
				MOVE "BRANCH NEEDED" TO WS-MSG
			WHEN FWVR-REASON = SPACES
				MOVE "REASON NEEDED" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-WAIVER
		END-EVALUATE.
      *
	1100-FIND-FEE.
		MOVE "N" TO WS-FEE-FOUND-FLAG
		MOVE "N" TO WS-EOF-FLAG
		IF FWVR-FEE-TRANID = ZERO
			SET WS-EOF TO TRUE
		ELSE
			OPEN INPUT FEE-HISTORY-FILE
			IF WS-FEEH-STATUS NOT = "00"
				SET WS-EOF TO TRUE
			END-IF
			PERFORM 1110-READ-FEE UNTIL WS-EOF
			CLOSE FEE-HISTORY-FILE
		END-IF.
      *
	1110-READ-FEE.
		READ FEE-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FEEH-TRANID = FWVR-FEE-TRANID
					PERFORM 1120-TAKE-FEE
				END-IF
		END-READ.
      *
	1120-TAKE-FEE.
		SET WS-FEE-FOUND TO TRUE
		SET WS-EOF TO TRUE
		MOVE FEEH-ACCOUNT-NO TO FWVR-FEE-ACCOUNT-NO
		MOVE FEEH-EVENT-CODE TO FWVR-FEE-EVENT-CODE
		MOVE FEEH-DATE TO FWVR-FEE-DATE
		MOVE FEEH-AMOUNT TO FWVR-FEE-AMOUNT
		MOVE FEEH-STATUS-FLAG TO WS-FEE-STATUS.
      *
      *  A DD service charge is refunded to the account it was
      *  taken from unless another is keyed; a loan fee's customer
      *  is the borrower on the loan master.
	1200-FIND-FEE-CUSTOMER.
		MOVE FWVR-FEE-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				PERFORM 1210-FIND-BORROWER
			NOT INVALID KEY
				PERFORM 1220-TAKE-DD-HOLDER
		END-READ.
      *
	1210-FIND-BORROWER.
		MOVE FWVR-FEE-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE LOANM-CUSTOMER-NO
					TO WS-FEE-CUSTOMER
		END-READ.
      *
	1220-TAKE-DD-HOLDER.
		MOVE DDACC-CUSTOMER-NO TO WS-FEE-CUSTOMER
		IF FWVR-REFUND-ACCOUNT-NO = SPACES
			MOVE DDACC-ACCOUNT-NO TO FWVR-REFUND-ACCOUNT-NO
		END-IF.
      *
	1300-CHECK-REFUND-ACCOUNT.
		MOVE FWVR-REFUND-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF DDACC-ACTIVE
					SET WS-REFUND-OPEN TO TRUE
				END-IF
				MOVE DDACC-CUSTOMER-NO
					TO WS-REFUND-CUSTOMER
		END-READ.
      *
      *  The READ lays the register row over the request being
      *  keyed, so the request is parked across it.
	1400-CHECK-REGISTER.
		MOVE FEE-WAIVER-RECORD TO WS-FWVR-IMAGE
		READ FEE-WAIVER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-ALREADY-POSTED TO TRUE
		END-READ
		MOVE WS-FWVR-IMAGE TO FEE-WAIVER-RECORD.
      *
	1500-PROPOSE-WAIVER.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-MAKER-NAME TO FWVR-MAKER
		MOVE WS-NOW (1:8) TO FWVR-REQUEST-DATE
		SET FWVR-REQUESTED TO TRUE
		MOVE SPACES TO FWVR-CHECKER
		MOVE SPACES TO FWVR-POSTED-DATE
		MOVE ZERO TO FWVR-REFUND-TRANID
		MOVE "FWVREQR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE FWVR-FEE-TRANID TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE FEE-WAIVER-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
