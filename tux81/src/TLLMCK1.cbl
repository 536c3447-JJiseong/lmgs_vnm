      *
      *  TLLMCK1.cbl
      *
      *  Teller cash-limit check.  CALLed subprogram on BATCTLCK's
      *  mode-switched shape, shared by the counter services and
      *  the supervisor override screen.
      *
      *  Mode "C" checks one counter transaction.  The teller's
      *  limit for the direction (I cash in, O cash out) is taken
      *  from the first active cash-limit row (TELLIMR) of the user
      *  at the branch, the user's grade (USRENTLR) at the branch,
      *  the user bank-wide, the grade bank-wide; a zero limit or
      *  no row falls to the TLRCINL/TLRCOUL system parameter, and
      *  no parameter means no limit.  An amount within the limit
      *  is WITHIN.  Over it, the till's holds for the day (TELHLDR)
      *  are searched: a supervisor's approval of the same account,
      *  direction and amount not yet used lets it through as
      *  OVERRIDDEN with that hold's number; otherwise the
      *  transaction is HELD - a pending hold for the same account
      *  and direction is brought up to date, or a new one numbered
      *  after the till's last - and the hold number is handed back
      *  for the teller to quote.
      *
      *  Mode "U" marks the hold the caller names as used, once the
      *  overridden transaction has posted.  Mode "R" only hands
      *  back the user's rank at the branch, for the override
      *  screen to hold against the teller's.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TLLMCK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT TELLER-LIMIT-FILE ASSIGN TO "TELLIMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TELLIM-KEY
			FILE STATUS IS WS-TELLIM-STATUS.
		SELECT USR-ENTL-FILE ASSIGN TO "USRENTLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRENTL-USRNAME
			FILE STATUS IS WS-USRENTL-STATUS.
		SELECT HOLD-FILE ASSIGN TO "TELHLDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TELHLD-KEY
			FILE STATUS IS WS-TELHLD-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  TELLER-LIMIT-FILE.
	01  TELLER-LIMIT-RECORD.
		COPY TELLIMR.
	FD  USR-ENTL-FILE.
	01  USRENTL-RECORD.
		COPY USRENTLR.
	FD  HOLD-FILE.
	01  HOLD-RECORD.
		COPY TELHLDR.
      *
	WORKING-STORAGE SECTION.
	01  WS-TELLIM-STATUS		PIC XX.
	01  WS-USRENTL-STATUS		PIC XX.
	01  WS-TELHLD-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-NOW			PIC X(21).
	01  WS-GRADE			PIC X(10).
	01  WS-LIMIT-FOUND-FLAG		PIC X.
		88  WS-LIMIT-FOUND	VALUE "Y".
	01  WS-HAS-LIMIT-FLAG		PIC X.
		88  WS-HAS-LIMIT	VALUE "Y".
	01  WS-LIMIT-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-TRY-BRANCH		PIC X(6).
	01  WS-TRY-TYPE			PIC X.
	01  WS-TRY-SUBJECT		PIC X(30).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-HOLD-FOUND-FLAG		PIC X.
		88  WS-HOLD-APPROVED	VALUE "A".
		88  WS-HOLD-PENDING	VALUE "P".
		88  WS-HOLD-NONE	VALUE "N".
	01  WS-HOLD-SEQ			PIC 9(5).
	01  WS-LAST-SEQ			PIC 9(5).
      *
	LINKAGE SECTION.
	01  LS-MODE			PIC X.
		88  LS-MODE-CHECK	VALUE "C".
		88  LS-MODE-USE		VALUE "U".
		88  LS-MODE-RANK	VALUE "R".
	01  LS-BRANCH-CODE		PIC X(6).
	01  LS-TELLER-ID		PIC X(10).
	01  LS-BUSINESS-DATE		PIC X(8).
	01  LS-USRNAME			PIC X(30).
	01  LS-DIRECTION		PIC X.
		88  LS-CASH-IN		VALUE "I".
		88  LS-CASH-OUT		VALUE "O".
	01  LS-ACCOUNT-NO		PIC X(12).
	01  LS-AMOUNT			PIC S9(11)V99 COMP-3.
	01  LS-HOLD-SEQ			PIC 9(5).
	01  LS-GRADE-RANK		PIC 9(2).
	01  LS-RESULT			PIC X.
		88  LS-WITHIN-LIMIT	VALUE "N".
		88  LS-OVERRIDDEN	VALUE "V".
		88  LS-HELD		VALUE "H".
      *
	PROCEDURE DIVISION USING LS-MODE LS-BRANCH-CODE LS-TELLER-ID
			LS-BUSINESS-DATE LS-USRNAME LS-DIRECTION
			LS-ACCOUNT-NO LS-AMOUNT LS-HOLD-SEQ
			LS-GRADE-RANK LS-RESULT.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		SET LS-WITHIN-LIMIT TO TRUE
		EVALUATE TRUE
			WHEN LS-MODE-USE
				PERFORM 5000-MARK-USED
			WHEN LS-MODE-RANK
				PERFORM 1000-FIND-LIMIT-ROW
			WHEN OTHER
				MOVE ZERO TO LS-HOLD-SEQ
				PERFORM 1000-FIND-LIMIT-ROW
				PERFORM 2000-RESOLVE-LIMIT
				IF WS-HAS-LIMIT
					AND LS-AMOUNT > WS-LIMIT-AMOUNT
					PERFORM 3000-FIND-HOLD
				END-IF
		END-EVALUATE
		EXIT PROGRAM.
      *
      *  The user's grade, then the four rows in order; the first
      *  active one found is the user's limit row and rank.
	1000-FIND-LIMIT-ROW.
		MOVE ZERO TO LS-GRADE-RANK
		MOVE "N" TO WS-LIMIT-FOUND-FLAG
		MOVE SPACES TO WS-GRADE
		OPEN INPUT USR-ENTL-FILE
		IF WS-USRENTL-STATUS = "00"
			MOVE LS-USRNAME TO USRENTL-USRNAME
			READ USR-ENTL-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE USRENTL-OFFICER-GRADE
						TO WS-GRADE
			END-READ
		END-IF
		CLOSE USR-ENTL-FILE
		OPEN INPUT TELLER-LIMIT-FILE
		IF WS-TELLIM-STATUS = "00"
			MOVE LS-BRANCH-CODE TO WS-TRY-BRANCH
			MOVE "U" TO WS-TRY-TYPE
			MOVE LS-USRNAME TO WS-TRY-SUBJECT
			PERFORM 1100-TRY-ROW
			MOVE "G" TO WS-TRY-TYPE
			MOVE WS-GRADE TO WS-TRY-SUBJECT
			PERFORM 1100-TRY-ROW
			MOVE SPACES TO WS-TRY-BRANCH
			MOVE "U" TO WS-TRY-TYPE
			MOVE LS-USRNAME TO WS-TRY-SUBJECT
			PERFORM 1100-TRY-ROW
			MOVE "G" TO WS-TRY-TYPE
			MOVE WS-GRADE TO WS-TRY-SUBJECT
			PERFORM 1100-TRY-ROW
		END-IF
		CLOSE TELLER-LIMIT-FILE.
      *
	1100-TRY-ROW.
		IF NOT WS-LIMIT-FOUND AND WS-TRY-SUBJECT NOT = SPACES
			MOVE WS-TRY-BRANCH TO TELLIM-BRANCH-CODE
			MOVE WS-TRY-TYPE TO TELLIM-SUBJECT-TYPE
			MOVE WS-TRY-SUBJECT TO TELLIM-SUBJECT
			READ TELLER-LIMIT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 1110-TAKE-ROW
			END-READ
		END-IF.
      *
	1110-TAKE-ROW.
		IF TELLIM-ACTIVE
			SET WS-LIMIT-FOUND TO TRUE
			MOVE TELLIM-GRADE-RANK TO LS-GRADE-RANK
		END-IF.
      *
	2000-RESOLVE-LIMIT.
		MOVE "N" TO WS-HAS-LIMIT-FLAG
		MOVE ZERO TO WS-LIMIT-AMOUNT
		IF WS-LIMIT-FOUND
			IF LS-CASH-IN
				MOVE TELLIM-CASH-IN-LIMIT
					TO WS-LIMIT-AMOUNT
			ELSE
				MOVE TELLIM-CASH-OUT-LIMIT
					TO WS-LIMIT-AMOUNT
			END-IF
		END-IF
		IF WS-LIMIT-AMOUNT > ZERO
			SET WS-HAS-LIMIT TO TRUE
		ELSE
			PERFORM 2100-DEFAULT-LIMIT
		END-IF.
      *
	2100-DEFAULT-LIMIT.
		IF LS-CASH-IN
			MOVE "TLRCINL" TO PARM-CODE
		ELSE
			MOVE "TLRCOUL" TO PARM-CODE
		END-IF
		CALL "PARMLK1" USING PARAMETER-RECORD
			LS-BUSINESS-DATE WS-PARM-STATUS
		IF WS-PARM-STATUS = "00" AND PARM-AMOUNT > ZERO
			MOVE PARM-AMOUNT TO WS-LIMIT-AMOUNT
			SET WS-HAS-LIMIT TO TRUE
		END-IF.
      *
      *  The till's holds for the day, in number order.
	3000-FIND-HOLD.
		SET WS-HOLD-NONE TO TRUE
		MOVE ZERO TO WS-LAST-SEQ
		MOVE "N" TO WS-EOF-FLAG
		OPEN I-O HOLD-FILE
		IF WS-TELHLD-STATUS NOT = "00"
			CLOSE HOLD-FILE
			OPEN OUTPUT HOLD-FILE
			CLOSE HOLD-FILE
			OPEN I-O HOLD-FILE
		END-IF
		MOVE LS-BRANCH-CODE TO TELHLD-BRANCH-CODE
		MOVE LS-TELLER-ID TO TELHLD-TELLER-ID
		MOVE LS-BUSINESS-DATE TO TELHLD-DATE
		MOVE ZERO TO TELHLD-SEQ-NO
		START HOLD-FILE KEY >= TELHLD-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 3100-READ-HOLD UNTIL WS-EOF
		EVALUATE TRUE
			WHEN WS-HOLD-APPROVED
				SET LS-OVERRIDDEN TO TRUE
				MOVE WS-HOLD-SEQ TO LS-HOLD-SEQ
			WHEN WS-HOLD-PENDING
				PERFORM 3300-RENEW-HOLD
			WHEN OTHER
				PERFORM 3400-WRITE-HOLD
		END-EVALUATE
		CLOSE HOLD-FILE.
      *
	3100-READ-HOLD.
		READ HOLD-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 3150-CHECK-TILL
		END-READ.
      *
	3150-CHECK-TILL.
		IF TELHLD-BRANCH-CODE = LS-BRANCH-CODE
			AND TELHLD-TELLER-ID = LS-TELLER-ID
			AND TELHLD-DATE = LS-BUSINESS-DATE
			MOVE TELHLD-SEQ-NO TO WS-LAST-SEQ
			PERFORM 3200-MATCH-HOLD
		ELSE
			SET WS-EOF TO TRUE
		END-IF.
      *
      *  An approval answers only the transaction it was given
      *  for; an approval already found is not displaced.
	3200-MATCH-HOLD.
		IF TELHLD-ACCOUNT-NO = LS-ACCOUNT-NO
			AND TELHLD-DIRECTION = LS-DIRECTION
			AND NOT WS-HOLD-APPROVED
			EVALUATE TRUE
				WHEN TELHLD-APPROVED
					AND TELHLD-AMOUNT = LS-AMOUNT
					SET WS-HOLD-APPROVED TO TRUE
					MOVE TELHLD-SEQ-NO
						TO WS-HOLD-SEQ
				WHEN TELHLD-PENDING
					SET WS-HOLD-PENDING TO TRUE
					MOVE TELHLD-SEQ-NO
						TO WS-HOLD-SEQ
			END-EVALUATE
		END-IF.
      *
	3300-RENEW-HOLD.
		MOVE LS-BRANCH-CODE TO TELHLD-BRANCH-CODE
		MOVE LS-TELLER-ID TO TELHLD-TELLER-ID
		MOVE LS-BUSINESS-DATE TO TELHLD-DATE
		MOVE WS-HOLD-SEQ TO TELHLD-SEQ-NO
		READ HOLD-FILE
			INVALID KEY
				PERFORM 3400-WRITE-HOLD
			NOT INVALID KEY
				PERFORM 3500-FILL-HOLD
				REWRITE HOLD-RECORD
				SET LS-HELD TO TRUE
				MOVE WS-HOLD-SEQ TO LS-HOLD-SEQ
		END-READ.
      *
	3400-WRITE-HOLD.
		MOVE SPACES TO HOLD-RECORD
		MOVE LS-BRANCH-CODE TO TELHLD-BRANCH-CODE
		MOVE LS-TELLER-ID TO TELHLD-TELLER-ID
		MOVE LS-BUSINESS-DATE TO TELHLD-DATE
		COMPUTE TELHLD-SEQ-NO = WS-LAST-SEQ + 1
		PERFORM 3500-FILL-HOLD
		MOVE ZERO TO TELHLD-SUPERVISOR-RANK
		WRITE HOLD-RECORD
		SET LS-HELD TO TRUE
		MOVE TELHLD-SEQ-NO TO LS-HOLD-SEQ.
      *
	3500-FILL-HOLD.
		MOVE LS-ACCOUNT-NO TO TELHLD-ACCOUNT-NO
		MOVE LS-DIRECTION TO TELHLD-DIRECTION
		MOVE LS-AMOUNT TO TELHLD-AMOUNT
		MOVE WS-LIMIT-AMOUNT TO TELHLD-LIMIT-AMOUNT
		MOVE LS-USRNAME TO TELHLD-TELLER-USER
		MOVE LS-GRADE-RANK TO TELHLD-TELLER-RANK
		MOVE WS-NOW (9:6) TO TELHLD-HELD-TIME
		SET TELHLD-PENDING TO TRUE.
      *
	5000-MARK-USED.
		OPEN I-O HOLD-FILE
		IF WS-TELHLD-STATUS = "00"
			MOVE LS-BRANCH-CODE TO TELHLD-BRANCH-CODE
			MOVE LS-TELLER-ID TO TELHLD-TELLER-ID
			MOVE LS-BUSINESS-DATE TO TELHLD-DATE
			MOVE LS-HOLD-SEQ TO TELHLD-SEQ-NO
			READ HOLD-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET TELHLD-USED TO TRUE
					MOVE WS-NOW (9:6)
						TO TELHLD-USED-TIME
					REWRITE HOLD-RECORD
			END-READ
		END-IF
		CLOSE HOLD-FILE.
      *
