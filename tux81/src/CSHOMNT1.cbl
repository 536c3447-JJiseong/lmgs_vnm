      *
      *  CSHOMNT1.cbl
      *
      *  Treasury cash desk screen for the branch cash orders the
      *  nightly cash-demand forecast (CASHFBT1) suggests on
      *  CASHORDR, mirroring APPRMNT1's decide-a-pending-row
      *  pattern.  The desk keys the branch and order date, sees
      *  the suggestion and the forecast behind it (today's
      *  holding, the lowest and highest projected close, the
      *  minimum and cash limit), and approves or rejects.  An
      *  approval may carry a different amount - the desk knows
      *  the centre's note stock and the cash-in-transit run -
      *  otherwise the suggested amount stands.  The approver must
      *  be a real, unlocked user on the User Security Master
      *  (USRSECR), the same validation APPRMNT1 applies to a
      *  checker; a site with no USRSECR file degrades to accepting
      *  the name.  Only an approved order can be booked into or
      *  out of the vault through VAULT01.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CSHOMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CASH-ORDER-FILE ASSIGN TO "CASHORDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CASHORD-KEY
			FILE STATUS IS WS-CASHORD-STATUS.
		SELECT USER-SEC-FILE ASSIGN TO "USRSECR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRSEC-USRNAME
			FILE STATUS IS WS-USRSEC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CASH-ORDER-FILE.
	01  CASH-ORDER-RECORD.
		COPY CASHORDR.
	FD  USER-SEC-FILE.
	01  USER-SEC-RECORD.
		COPY USRSECR.
      *
	WORKING-STORAGE SECTION.
	01  WS-CASHORD-STATUS		PIC XX.
	01  WS-USRSEC-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-ACTION			PIC X.
	01  WS-TYPE-TEXT		PIC X(13).
	01  WS-APPROVE-AMOUNT		PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-APPROVER-NAME		PIC X(30).
	01  WS-APPROVER-OK-FLAG		PIC X.
		88  WS-APPROVER-OK	VALUE "Y".
	01  WS-APPROVER-MSG		PIC X(20).
      *
	SCREEN SECTION.
	01  CASH-ORDER-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "BRANCH CASH ORDER APPROVAL".
		05  LINE 3  COLUMN 1  VALUE "BRANCH CODE    : ".
		05  LINE 3  COLUMN 20
			PIC X(6) USING CASHORD-BRANCH-CODE.
		05  LINE 4  COLUMN 1  VALUE "ORDER DATE     : ".
		05  LINE 4  COLUMN 20
			PIC X(8) USING CASHORD-ORDER-DATE.
		05  LINE 5  COLUMN 1  VALUE "ORDER TYPE     : ".
		05  LINE 5  COLUMN 20
			PIC X(13) FROM WS-TYPE-TEXT.
		05  LINE 6  COLUMN 1  VALUE "SUGGESTED      : ".
		05  LINE 6  COLUMN 20
			PIC Z,ZZZ,ZZZ,ZZZ,ZZ9
			FROM CASHORD-SUGGESTED-AMOUNT.
		05  LINE 7  COLUMN 1  VALUE "HOLDING TODAY  : ".
		05  LINE 7  COLUMN 20
			PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9 FROM CASHORD-HOLDING.
		05  LINE 8  COLUMN 1  VALUE "LOWEST CLOSE   : ".
		05  LINE 8  COLUMN 20
			PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9 FROM CASHORD-LOW-CLOSE.
		05  LINE 9  COLUMN 1  VALUE "HIGHEST CLOSE  : ".
		05  LINE 9  COLUMN 20
			PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9 FROM CASHORD-HIGH-CLOSE.
		05  LINE 10 COLUMN 1  VALUE "MINIMUM / LIMIT: ".
		05  LINE 10 COLUMN 20
			PIC Z,ZZZ,ZZZ,ZZZ,ZZ9 FROM CASHORD-MINIMUM.
		05  LINE 10 COLUMN 40
			PIC Z,ZZZ,ZZZ,ZZZ,ZZ9 FROM CASHORD-CASH-LIMIT.
		05  LINE 11 COLUMN 1  VALUE "STATUS         : ".
		05  LINE 11 COLUMN 20
			PIC X FROM CASHORD-STATUS-FLAG.
		05  LINE 13 COLUMN 1  VALUE "APPROVED AMOUNT: ".
		05  LINE 13 COLUMN 20
			PIC Z,ZZZ,ZZZ,ZZZ,ZZ9 USING WS-APPROVE-AMOUNT.
		05  LINE 14 COLUMN 1  VALUE "APPROVER       : ".
		05  LINE 14 COLUMN 20
			PIC X(30) USING WS-APPROVER-NAME.
		05  LINE 15 COLUMN 1  VALUE "ACTION (A/R)   : ".
		05  LINE 15 COLUMN 20
			PIC X USING WS-ACTION.
		05  LINE 17 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 17 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 19 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O CASH-ORDER-FILE
		MOVE SPACES TO CASH-ORDER-RECORD
		MOVE ZERO TO CASHORD-SUGGESTED-AMOUNT
		MOVE ZERO TO CASHORD-HOLDING
		MOVE ZERO TO CASHORD-LOW-CLOSE
		MOVE ZERO TO CASHORD-HIGH-CLOSE
		MOVE ZERO TO CASHORD-MINIMUM
		MOVE ZERO TO CASHORD-CASH-LIMIT
		MOVE SPACES TO WS-TYPE-TEXT
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			MOVE SPACES TO WS-ACTION
			DISPLAY CASH-ORDER-SCREEN
			ACCEPT CASH-ORDER-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-DECIDE-ORDER
			END-IF
		END-PERFORM
		CLOSE CASH-ORDER-FILE
		STOP RUN.
      *
	1000-DECIDE-ORDER.
		READ CASH-ORDER-FILE
			INVALID KEY
				MOVE SPACES TO WS-TYPE-TEXT
				MOVE "NO CASH ORDER" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1100-CHECK-AND-DECIDE
		END-READ.
      *
      *  A first pass with no action just brings the order up, so
      *  the desk sees the suggestion before deciding it.
	1100-CHECK-AND-DECIDE.
		IF CASHORD-REPLENISH
			MOVE "REPLENISHMENT" TO WS-TYPE-TEXT
		ELSE
			MOVE "RETURN" TO WS-TYPE-TEXT
		END-IF
		PERFORM 1150-VALIDATE-APPROVER
		EVALUATE TRUE
			WHEN WS-ACTION = SPACE
				MOVE "ORDER SHOWN" TO WS-MSG
			WHEN NOT CASHORD-PENDING
				MOVE "ALREADY DECIDED" TO WS-MSG
			WHEN NOT WS-APPROVER-OK
				MOVE WS-APPROVER-MSG TO WS-MSG
			WHEN WS-ACTION = "A"
				PERFORM 2000-APPROVE-ORDER
			WHEN WS-ACTION = "R"
				SET CASHORD-REJECTED TO TRUE
				MOVE ZERO TO CASHORD-APPROVED-AMOUNT
				PERFORM 3000-RECORD-DECISION
				MOVE "REJECTED" TO WS-MSG
			WHEN OTHER
				MOVE "ACTION MUST BE A/R" TO WS-MSG
		END-EVALUATE.
      *
	1150-VALIDATE-APPROVER.
		MOVE "Y" TO WS-APPROVER-OK-FLAG
		MOVE SPACES TO WS-APPROVER-MSG
		IF WS-APPROVER-NAME = SPACES
			MOVE "N" TO WS-APPROVER-OK-FLAG
			MOVE "APPROVER NEEDED" TO WS-APPROVER-MSG
		ELSE
			PERFORM 1160-READ-APPROVER
		END-IF.
      *
	1160-READ-APPROVER.
		OPEN INPUT USER-SEC-FILE
		IF WS-USRSEC-STATUS = "00"
			MOVE WS-APPROVER-NAME TO USRSEC-USRNAME
			READ USER-SEC-FILE
				INVALID KEY
					MOVE "N" TO WS-APPROVER-OK-FLAG
					MOVE "APPROVER UNKNOWN"
						TO WS-APPROVER-MSG
				NOT INVALID KEY
					PERFORM 1170-CHECK-LOCKED
			END-READ
		END-IF
		CLOSE USER-SEC-FILE.
      *
	1170-CHECK-LOCKED.
		IF USRSEC-LOCKED
			MOVE "N" TO WS-APPROVER-OK-FLAG
			MOVE "APPROVER LOCKED" TO WS-APPROVER-MSG
		END-IF.
      *
	2000-APPROVE-ORDER.
		IF WS-APPROVE-AMOUNT = ZERO
			MOVE CASHORD-SUGGESTED-AMOUNT
				TO CASHORD-APPROVED-AMOUNT
		ELSE
			MOVE WS-APPROVE-AMOUNT
				TO CASHORD-APPROVED-AMOUNT
		END-IF
		SET CASHORD-APPROVED TO TRUE
		PERFORM 3000-RECORD-DECISION
		MOVE ZERO TO WS-APPROVE-AMOUNT
		MOVE "APPROVED" TO WS-MSG.
      *
	3000-RECORD-DECISION.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-APPROVER-NAME TO CASHORD-APPROVER
		MOVE WS-NOW (1:8) TO CASHORD-DECISION-DATE
		REWRITE CASH-ORDER-RECORD.
      *
