      *
      *  TLOVMT1.cbl
      *
      *  Supervisor override screen for counter transactions held
      *  over the teller's cash limit.  TELLRC01 and TELLRW01 hold a
      *  receipt or cash-out above the teller's limit (TELLIMR) on
      *  the hold file (TELHLDR) and give the teller the hold
      *  number; the supervisor keys the till (branch, teller,
      *  business date) and that number.  Action F fetches the hold
      *  and shows the account, direction, amount and the limit it
      *  went over; A approves it and D declines it.
      *
      *  Only a pending hold can be decided, and only by a
      *  supervisor who is a real, unlocked user on the User
      *  Security Master (USRSECR) - the same check APPRMNT1 makes
      *  of a checker - who is not the teller who keyed it, and
      *  whose rank at the branch (TLLMCK1) is above the teller's.
      *  The decision is stamped on the hold with the supervisor's
      *  name, rank and the time, and written to the teller's
      *  electronic journal (TELJRN1) as an OVERRIDE entry, so it is
      *  on the journal the supervisor review (TELJRV1) reads.  An
      *  approved hold lets the same transaction post once when the
      *  teller keys it again.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TLOVMT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT HOLD-FILE ASSIGN TO "TELHLDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TELHLD-KEY
			FILE STATUS IS WS-TELHLD-STATUS.
		SELECT USER-SEC-FILE ASSIGN TO "USRSECR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRSEC-USRNAME
			FILE STATUS IS WS-USRSEC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  HOLD-FILE.
	01  HOLD-RECORD.
		COPY TELHLDR.
	FD  USER-SEC-FILE.
	01  USER-SEC-RECORD.
		COPY USRSECR.
      *
	WORKING-STORAGE SECTION.
	01  WS-TELHLD-STATUS		PIC XX.
	01  WS-USRSEC-STATUS		PIC XX.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-NOW			PIC X(21).
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-HOLD-DATE		PIC X(8).
	01  WS-HOLD-SEQ			PIC 9(5).
	01  WS-ACTION			PIC X VALUE "F".
		88  WS-ACT-FETCH	VALUE "F".
		88  WS-ACT-APPROVE	VALUE "A".
		88  WS-ACT-DECLINE	VALUE "D".
	01  WS-SUPERVISOR		PIC X(30).
	01  WS-SHOW-ACCOUNT		PIC X(12).
	01  WS-SHOW-DIRECTION		PIC X(8).
	01  WS-SHOW-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-SHOW-LIMIT		PIC S9(11)V99 COMP-3.
	01  WS-SHOW-TELLER-USER		PIC X(30).
	01  WS-SHOW-STATUS		PIC X(8).
	01  WS-HOLD-FOUND-FLAG		PIC X.
		88  WS-HOLD-FOUND	VALUE "Y".
	01  WS-SUPER-OK-FLAG		PIC X.
		88  WS-SUPER-OK		VALUE "Y".
	01  WS-SUPER-MSG		PIC X(20).
	01  WS-LIMIT-MODE		PIC X VALUE "R".
	01  WS-LIMIT-DIRECTION		PIC X VALUE SPACE.
	01  WS-LIMIT-ACCOUNT		PIC X(12) VALUE SPACES.
	01  WS-LIMIT-AMOUNT		PIC S9(11)V99 COMP-3 VALUE 0.
	01  WS-LIMIT-SEQ		PIC 9(5).
	01  WS-SUPER-RANK		PIC 9(2).
	01  WS-LIMIT-RESULT		PIC X.
	01  WS-JRN-ACTION		PIC X(10) VALUE "OVERRIDE".
	01  WS-JRN-OUTCOME		PIC X(20).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
      *
	SCREEN SECTION.
	01  OVERRIDE-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "TELLER CASH LIMIT SUPERVISOR OVERRIDE".
		05  LINE 3  COLUMN 1  VALUE "BRANCH CODE    : ".
		05  LINE 3  COLUMN 20
			PIC X(6) USING WS-BRANCH-CODE.
		05  LINE 4  COLUMN 1  VALUE "TELLER ID      : ".
		05  LINE 4  COLUMN 20
			PIC X(10) USING WS-TELLER-ID.
		05  LINE 5  COLUMN 1  VALUE "BUSINESS DATE  : ".
		05  LINE 5  COLUMN 20
			PIC X(8) USING WS-HOLD-DATE.
		05  LINE 6  COLUMN 1  VALUE "HOLD NUMBER    : ".
		05  LINE 6  COLUMN 20
			PIC ZZZZ9 USING WS-HOLD-SEQ.
		05  LINE 8  COLUMN 1  VALUE "ACCOUNT        : ".
		05  LINE 8  COLUMN 20
			PIC X(12) FROM WS-SHOW-ACCOUNT.
		05  LINE 9  COLUMN 1  VALUE "DIRECTION      : ".
		05  LINE 9  COLUMN 20
			PIC X(8) FROM WS-SHOW-DIRECTION.
		05  LINE 10 COLUMN 1  VALUE "AMOUNT         : ".
		05  LINE 10 COLUMN 20
			PIC Z(10)9.99 FROM WS-SHOW-AMOUNT.
		05  LINE 11 COLUMN 1  VALUE "TELLER LIMIT   : ".
		05  LINE 11 COLUMN 20
			PIC Z(10)9.99 FROM WS-SHOW-LIMIT.
		05  LINE 12 COLUMN 1  VALUE "KEYED BY       : ".
		05  LINE 12 COLUMN 20
			PIC X(30) FROM WS-SHOW-TELLER-USER.
		05  LINE 13 COLUMN 1  VALUE "HOLD STATUS    : ".
		05  LINE 13 COLUMN 20
			PIC X(8) FROM WS-SHOW-STATUS.
		05  LINE 15 COLUMN 1  VALUE "SUPERVISOR     : ".
		05  LINE 15 COLUMN 20
			PIC X(30) USING WS-SUPERVISOR.
		05  LINE 16 COLUMN 1  VALUE "ACTION (F/A/D) : ".
		05  LINE 16 COLUMN 20
			PIC X USING WS-ACTION.
		05  LINE 18 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 18 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 20 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE WS-BUSINESS-DATE TO WS-HOLD-DATE
		MOVE ZERO TO WS-HOLD-SEQ
		MOVE ZERO TO WS-SHOW-AMOUNT
		MOVE ZERO TO WS-SHOW-LIMIT
		OPEN I-O HOLD-FILE
		IF WS-TELHLD-STATUS NOT = "00"
			CLOSE HOLD-FILE
			OPEN OUTPUT HOLD-FILE
			CLOSE HOLD-FILE
			OPEN I-O HOLD-FILE
		END-IF
		PERFORM UNTIL WS-DONE
			DISPLAY OVERRIDE-SCREEN
			ACCEPT OVERRIDE-SCREEN
			MOVE SPACES TO WS-MSG
			IF NOT WS-DONE
				PERFORM 1000-PROCESS-ACTION
			END-IF
		END-PERFORM
		CLOSE HOLD-FILE
		STOP RUN.
      *
	1000-PROCESS-ACTION.
		PERFORM 1100-READ-HOLD
		EVALUATE TRUE
			WHEN NOT WS-ACT-FETCH AND NOT WS-ACT-APPROVE
					AND NOT WS-ACT-DECLINE
				MOVE "ACTION MUST BE F/A/D" TO WS-MSG
			WHEN NOT WS-HOLD-FOUND
				MOVE "NO SUCH HOLD" TO WS-MSG
			WHEN WS-ACT-FETCH
				MOVE "HOLD FOUND" TO WS-MSG
			WHEN NOT TELHLD-PENDING
				MOVE "ALREADY DECIDED" TO WS-MSG
			WHEN OTHER
				PERFORM 2000-CHECK-SUPERVISOR
		END-EVALUATE.
      *
	1100-READ-HOLD.
		MOVE "N" TO WS-HOLD-FOUND-FLAG
		MOVE SPACES TO WS-SHOW-ACCOUNT
		MOVE SPACES TO WS-SHOW-DIRECTION
		MOVE ZERO TO WS-SHOW-AMOUNT
		MOVE ZERO TO WS-SHOW-LIMIT
		MOVE SPACES TO WS-SHOW-TELLER-USER
		MOVE SPACES TO WS-SHOW-STATUS
		MOVE WS-BRANCH-CODE TO TELHLD-BRANCH-CODE
		MOVE WS-TELLER-ID TO TELHLD-TELLER-ID
		MOVE WS-HOLD-DATE TO TELHLD-DATE
		MOVE WS-HOLD-SEQ TO TELHLD-SEQ-NO
		READ HOLD-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-HOLD-FOUND TO TRUE
				PERFORM 1200-SHOW-HOLD
		END-READ.
      *
	1200-SHOW-HOLD.
		MOVE TELHLD-ACCOUNT-NO TO WS-SHOW-ACCOUNT
		IF TELHLD-CASH-IN
			MOVE "CASH IN" TO WS-SHOW-DIRECTION
		ELSE
			MOVE "CASH OUT" TO WS-SHOW-DIRECTION
		END-IF
		MOVE TELHLD-AMOUNT TO WS-SHOW-AMOUNT
		MOVE TELHLD-LIMIT-AMOUNT TO WS-SHOW-LIMIT
		MOVE TELHLD-TELLER-USER TO WS-SHOW-TELLER-USER
		EVALUATE TRUE
			WHEN TELHLD-PENDING
				MOVE "PENDING" TO WS-SHOW-STATUS
			WHEN TELHLD-APPROVED
				MOVE "APPROVED" TO WS-SHOW-STATUS
			WHEN TELHLD-DECLINED
				MOVE "DECLINED" TO WS-SHOW-STATUS
			WHEN OTHER
				MOVE "USED" TO WS-SHOW-STATUS
		END-EVALUATE.
      *
      *  The supervisor must be a real, unlocked user - a site
      *  with no USRSECR file accepts the name, as APPRMNT1 does -
      *  other than the teller, and rank above the teller.
	2000-CHECK-SUPERVISOR.
		PERFORM 2100-VALIDATE-SUPERVISOR
		MOVE ZERO TO WS-LIMIT-SEQ
		CALL "TLLMCK1" USING WS-LIMIT-MODE TELHLD-BRANCH-CODE
			TELHLD-TELLER-ID TELHLD-DATE WS-SUPERVISOR
			WS-LIMIT-DIRECTION WS-LIMIT-ACCOUNT
			WS-LIMIT-AMOUNT WS-LIMIT-SEQ WS-SUPER-RANK
			WS-LIMIT-RESULT
		EVALUATE TRUE
			WHEN WS-SUPERVISOR = SPACES
				MOVE "SUPERVISOR REQUIRED" TO WS-MSG
			WHEN NOT WS-SUPER-OK
				MOVE WS-SUPER-MSG TO WS-MSG
			WHEN WS-SUPERVISOR = TELHLD-TELLER-USER
				MOVE "SAME USER AS TELLER" TO WS-MSG
			WHEN WS-SUPER-RANK NOT > TELHLD-TELLER-RANK
				MOVE "GRADE TOO LOW" TO WS-MSG
			WHEN OTHER
				PERFORM 3000-RECORD-DECISION
		END-EVALUATE.
      *
	2100-VALIDATE-SUPERVISOR.
		MOVE "Y" TO WS-SUPER-OK-FLAG
		MOVE SPACES TO WS-SUPER-MSG
		OPEN INPUT USER-SEC-FILE
		IF WS-USRSEC-STATUS = "00"
			MOVE WS-SUPERVISOR TO USRSEC-USRNAME
			READ USER-SEC-FILE
				INVALID KEY
					MOVE "N" TO WS-SUPER-OK-FLAG
					MOVE "SUPERVISOR UNKNOWN"
						TO WS-SUPER-MSG
				NOT INVALID KEY
					PERFORM 2110-CHECK-LOCKED
			END-READ
		END-IF
		CLOSE USER-SEC-FILE.
      *
	2110-CHECK-LOCKED.
		IF USRSEC-LOCKED
			MOVE "N" TO WS-SUPER-OK-FLAG
			MOVE "SUPERVISOR LOCKED" TO WS-SUPER-MSG
		END-IF.
      *
	3000-RECORD-DECISION.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		IF WS-ACT-APPROVE
			SET TELHLD-APPROVED TO TRUE
			MOVE "OVERRIDE APPROVED" TO WS-JRN-OUTCOME
			MOVE "APPROVED" TO WS-MSG
		ELSE
			SET TELHLD-DECLINED TO TRUE
			MOVE "OVERRIDE DECLINED" TO WS-JRN-OUTCOME
			MOVE "DECLINED" TO WS-MSG
		END-IF
		MOVE WS-SUPERVISOR TO TELHLD-SUPERVISOR
		MOVE WS-SUPER-RANK TO TELHLD-SUPERVISOR-RANK
		MOVE WS-NOW (9:6) TO TELHLD-DECIDED-TIME
		REWRITE HOLD-RECORD
		PERFORM 1200-SHOW-HOLD
		CALL "TELJRN1" USING TELHLD-BRANCH-CODE TELHLD-TELLER-ID
			TELHLD-DATE WS-JRN-ACTION TELHLD-ACCOUNT-NO
			TELHLD-AMOUNT WS-JRN-OUTCOME.
      *
