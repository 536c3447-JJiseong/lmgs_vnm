      *
      *  IBRCBT1.cbl
      *
      *  Nightly inter-branch reconciliation.  The GL release
      *  (GLBALBAT1) settles every transaction whose legs span
      *  branches with matching due-to/due-from legs under the
      *  transaction's TRANID; this job proves those legs the way
      *  finance used to by hand at every month start:
      *
      *   - reads the night's final release file (GLFINAL) and
      *     pairs each due-from debit with an equal due-to credit
      *     on another branch under the same TRANID, rolling the
      *     pair into both sides of the branch-pair position file
      *     (IBRPOSR);
      *   - a leg with no partner waits on the open item file
      *     (IBROPNR) - or answers an item already waiting there
      *     under its TRANID, clearing it;
      *   - proves every pair of branches nets to zero (A's
      *     position against B plus B's against A), printing each
      *     pair and flagging any that does not;
      *   - lists every open item by TRANID with the date it was
      *     first seen;
      *   - ties each branch's positions plus its open items to its
      *     due-from and due-to balances on the shadow GL (GLSHDWR),
      *     flagging any branch that does not tie.
      *
      *  The due-from and due-to accounts resolve through the
      *  INTERBR mapping event (GLMAPR/GLMAPLK1) exactly as the
      *  release posts them, the house defaults when unmapped.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  GLSHDBT1 must show a completed run, so the shadow balances
      *  tied here already hold tonight's legs - and again at the
      *  end to stamp this job's own completion.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. IBRCBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT GL-FINAL-FILE ASSIGN TO "GLFINAL"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLFINAL-STATUS.
		SELECT SHADOW-FILE ASSIGN TO "GLSHDWR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GLSHDW-KEY
			FILE STATUS IS WS-SHADOW-STATUS.
		SELECT POSITION-FILE ASSIGN TO "IBRPOSR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS IBRPOS-KEY
			FILE STATUS IS WS-IBRPOS-STATUS.
		SELECT OPEN-ITEM-FILE ASSIGN TO "IBROPNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS IBROPN-KEY
			FILE STATUS IS WS-IBROPN-STATUS.
		SELECT RPT-FILE ASSIGN TO "IBRCBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  GL-FINAL-FILE.
	01  GL-FINAL-RECORD.
		COPY GLINTFR.
	FD  SHADOW-FILE.
	01  SHADOW-RECORD.
		COPY GLSHDWR.
	FD  POSITION-FILE.
	01  POSITION-RECORD.
		COPY IBRPOSR.
	FD  OPEN-ITEM-FILE.
	01  OPEN-ITEM-RECORD.
		COPY IBROPNR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-GLFINAL-STATUS		PIC XX.
	01  WS-SHADOW-STATUS		PIC XX.
	01  WS-IBRPOS-STATUS		PIC XX.
	01  WS-IBROPN-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-IBR-EVENT		PIC X(8) VALUE "INTERBR".
	01  WS-IBR-PRODUCT		PIC X(4) VALUE SPACES.
	01  WS-IBR-MAP-DEBIT		PIC X(10).
	01  WS-IBR-MAP-CREDIT		PIC X(10).
	01  WS-IBR-MAP-FOUND		PIC X.
	01  WS-DUE-FROM-ACCT		PIC X(10) VALUE "1000000090".
	01  WS-DUE-TO-ACCT		PIC X(10) VALUE "2000000086".
	01  WS-SHADOW-ACCT		PIC X(10).
      *
      *  The inter-branch legs of one TRANID, as read off GLFINAL.
	01  WS-RUN-TRANID		PIC S9(9) COMP-5.
	01  WS-RUN-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-RUN-TABLE.
		05  WS-RUN-ENTRY OCCURS 50 TIMES.
			10  WS-RUN-BRANCH
					PIC X(6).
			10  WS-RUN-ACCOUNT
					PIC X(10).
			10  WS-RUN-DR-CR
					PIC X.
			10  WS-RUN-AMOUNT
					PIC S9(11)V99 COMP-3.
			10  WS-RUN-VALUE-DATE
					PIC X(8).
			10  WS-RUN-USED	PIC X.
	01  WS-RUN-IDX			PIC S9(4) COMP-5.
	01  WS-SCAN-IDX			PIC S9(4) COMP-5.
	01  WS-MATCH-IDX		PIC S9(4) COMP-5.
	01  WS-ITEM-FOUND-FLAG		PIC X.
		88  WS-ITEM-FOUND	VALUE "Y".
	01  WS-POS-FOUND-FLAG		PIC X.
		88  WS-POS-FOUND	VALUE "Y".
	01  WS-DR-BRANCH		PIC X(6).
	01  WS-CR-BRANCH		PIC X(6).
	01  WS-PAIR-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-POST-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-SAVE-POS-KEY		PIC X(12).
	01  WS-SIDE-A			PIC S9(15)V99 COMP-3.
	01  WS-SIDE-B			PIC S9(15)V99 COMP-3.
	01  WS-PAIR-NET			PIC S9(15)V99 COMP-3.
	01  WS-MIRROR-FOUND-FLAG	PIC X.
		88  WS-MIRROR-FOUND	VALUE "Y".
	01  WS-LEGS-READ		PIC 9(9) VALUE 0.
	01  WS-PAIRS-MATCHED		PIC 9(9) VALUE 0.
	01  WS-ITEMS-CLEARED		PIC 9(9) VALUE 0.
	01  WS-ITEMS-PARKED		PIC 9(9) VALUE 0.
	01  WS-ITEMS-OPEN		PIC 9(9) VALUE 0.
	01  WS-PAIRS-PROVED		PIC 9(9) VALUE 0.
	01  WS-PAIRS-BROKEN		PIC 9(9) VALUE 0.
	01  WS-BRANCHES-UNTIED		PIC 9(9) VALUE 0.
      *
      *  Per-branch tie-out: shadow GL due-from plus due-to against
      *  positions plus open items, in the same bounded in-core
      *  table shape the trial balance uses.
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-TIE-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-TIE-TABLE.
		05  WS-TIE-ENTRY OCCURS 50 TIMES.
			10  WS-TIE-BRANCH
					PIC X(6).
			10  WS-TIE-SHADOW
					PIC S9(15)V99 COMP-3.
			10  WS-TIE-LEDGER
					PIC S9(15)V99 COMP-3.
	01  WS-TIE-IDX			PIC S9(4) COMP-5.
	01  WS-TIE-FOUND-FLAG		PIC X.
		88  WS-TIE-FOUND	VALUE "Y".
	01  WS-TIE-DIFF			PIC S9(15)V99 COMP-3.
      *
	01  WS-PAIR-LINE.
		05  PR-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PR-COUNTER		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PR-SIDE-A		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PR-SIDE-B		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PR-NET		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PR-FLAG		PIC X(14).
	01  WS-ITEM-LINE.
		05  ITM-TRANID		PIC Z(8)9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ITM-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ITM-DR-CR		PIC X.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ITM-GL-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ITM-AMOUNT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ITM-VALUE-DATE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  ITM-FIRST-SEEN	PIC X(8).
	01  WS-TIE-LINE.
		05  TIE-BRANCH		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-SHADOW		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-LEDGER		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-DIFF		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  TIE-FLAG		PIC X(14).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(24).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "IBRCBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN I-O POSITION-FILE
		IF WS-IBRPOS-STATUS NOT = "00"
			CLOSE POSITION-FILE
			OPEN OUTPUT POSITION-FILE
			CLOSE POSITION-FILE
			OPEN I-O POSITION-FILE
		END-IF
		OPEN I-O OPEN-ITEM-FILE
		IF WS-IBROPN-STATUS NOT = "00"
			CLOSE OPEN-ITEM-FILE
			OPEN OUTPUT OPEN-ITEM-FILE
			CLOSE OPEN-ITEM-FILE
			OPEN I-O OPEN-ITEM-FILE
		END-IF
		OPEN INPUT SHADOW-FILE
		OPEN OUTPUT RPT-FILE
		MOVE "INTER-BRANCH DUE-TO/DUE-FROM RECONCILIATION"
			TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0500-RESOLVE-ACCOUNTS
			PERFORM 1000-MATCH-RELEASED-LEGS
			PERFORM 3000-PROVE-PAIRS
			PERFORM 4000-LIST-OPEN-ITEMS
			PERFORM 5000-TIE-TO-SHADOW
			PERFORM 9000-WRITE-TOTALS
		END-IF
		CLOSE POSITION-FILE
		CLOSE OPEN-ITEM-FILE
		CLOSE SHADOW-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0500-RESOLVE-ACCOUNTS.
		CALL "GLMAPLK1" USING WS-IBR-EVENT WS-IBR-PRODUCT
			WS-IBR-MAP-DEBIT WS-IBR-MAP-CREDIT
			WS-IBR-MAP-FOUND
		IF WS-IBR-MAP-FOUND = "Y"
			MOVE WS-IBR-MAP-DEBIT TO WS-DUE-FROM-ACCT
			MOVE WS-IBR-MAP-CREDIT TO WS-DUE-TO-ACCT
		END-IF.
      *
      *  The release appends a group's due-to/due-from legs right
      *  after the group, so the inter-branch legs of one TRANID
      *  arrive together; a legacy zero-TRANID group's run ends at
      *  the next ordinary leg.
	1000-MATCH-RELEASED-LEGS.
		MOVE "N" TO WS-EOF-FLAG
		MOVE ZERO TO WS-RUN-COUNT
		OPEN INPUT GL-FINAL-FILE
		IF WS-GLFINAL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-LEG UNTIL WS-EOF
		PERFORM 1500-CLOSE-RUN
		CLOSE GL-FINAL-FILE.
      *
	1100-READ-LEG.
		READ GL-FINAL-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-TAKE-LEG
		END-READ.
      *
	1200-TAKE-LEG.
		IF GLINTF-GL-ACCOUNT = WS-DUE-FROM-ACCT
			OR GLINTF-GL-ACCOUNT = WS-DUE-TO-ACCT
			IF WS-RUN-COUNT > ZERO
				AND (GLINTF-TRANID NOT = WS-RUN-TRANID
				OR WS-RUN-COUNT = 50)
				PERFORM 1500-CLOSE-RUN
			END-IF
			PERFORM 1300-ADD-TO-RUN
		ELSE
			IF WS-RUN-COUNT > ZERO
				AND GLINTF-TRANID = ZERO
				PERFORM 1500-CLOSE-RUN
			END-IF
		END-IF.
      *
	1300-ADD-TO-RUN.
		ADD 1 TO WS-LEGS-READ
		ADD 1 TO WS-RUN-COUNT
		MOVE GLINTF-TRANID TO WS-RUN-TRANID
		MOVE GLINTF-BRANCH-CODE TO WS-RUN-BRANCH (WS-RUN-COUNT)
		MOVE GLINTF-GL-ACCOUNT TO WS-RUN-ACCOUNT (WS-RUN-COUNT)
		MOVE GLINTF-DR-CR-FLAG TO WS-RUN-DR-CR (WS-RUN-COUNT)
		MOVE GLINTF-AMOUNT TO WS-RUN-AMOUNT (WS-RUN-COUNT)
		MOVE GLINTF-VALUE-DATE
			TO WS-RUN-VALUE-DATE (WS-RUN-COUNT)
		MOVE "N" TO WS-RUN-USED (WS-RUN-COUNT).
      *
      *  Pair within the run first; whatever is left over either
      *  answers an item already waiting under the TRANID or
      *  waits itself.
	1500-CLOSE-RUN.
		IF WS-RUN-COUNT > ZERO
			PERFORM 1510-MATCH-IN-RUN
				VARYING WS-RUN-IDX FROM 1 BY 1
				UNTIL WS-RUN-IDX > WS-RUN-COUNT
			PERFORM 1600-SETTLE-LEFTOVER
				VARYING WS-RUN-IDX FROM 1 BY 1
				UNTIL WS-RUN-IDX > WS-RUN-COUNT
			MOVE ZERO TO WS-RUN-COUNT
		END-IF.
      *
	1510-MATCH-IN-RUN.
		IF WS-RUN-USED (WS-RUN-IDX) = "N"
			AND WS-RUN-DR-CR (WS-RUN-IDX) = "D"
			MOVE ZERO TO WS-MATCH-IDX
			PERFORM 1520-SCAN-FOR-CREDIT
				VARYING WS-SCAN-IDX FROM 1 BY 1
				UNTIL WS-SCAN-IDX > WS-RUN-COUNT
				OR WS-MATCH-IDX > ZERO
			IF WS-MATCH-IDX > ZERO
				MOVE "Y" TO WS-RUN-USED (WS-RUN-IDX)
				MOVE "Y" TO WS-RUN-USED (WS-MATCH-IDX)
				MOVE WS-RUN-BRANCH (WS-RUN-IDX)
					TO WS-DR-BRANCH
				MOVE WS-RUN-BRANCH (WS-MATCH-IDX)
					TO WS-CR-BRANCH
				MOVE WS-RUN-AMOUNT (WS-RUN-IDX)
					TO WS-PAIR-AMOUNT
				PERFORM 2000-POST-PAIR
				ADD 1 TO WS-PAIRS-MATCHED
			END-IF
		END-IF.
      *
	1520-SCAN-FOR-CREDIT.
		IF WS-RUN-USED (WS-SCAN-IDX) = "N"
			AND WS-RUN-DR-CR (WS-SCAN-IDX) = "C"
			AND WS-RUN-BRANCH (WS-SCAN-IDX)
				NOT = WS-RUN-BRANCH (WS-RUN-IDX)
			AND WS-RUN-AMOUNT (WS-SCAN-IDX)
				= WS-RUN-AMOUNT (WS-RUN-IDX)
			MOVE WS-SCAN-IDX TO WS-MATCH-IDX
		END-IF.
      *
	1600-SETTLE-LEFTOVER.
		IF WS-RUN-USED (WS-RUN-IDX) = "N"
			PERFORM 1610-FIND-OPEN-ITEM
			IF WS-ITEM-FOUND
				PERFORM 1650-CLEAR-OPEN-ITEM
			ELSE
				PERFORM 1700-PARK-OPEN-ITEM
			END-IF
		END-IF.
      *
	1610-FIND-OPEN-ITEM.
		MOVE "N" TO WS-ITEM-FOUND-FLAG
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE WS-RUN-TRANID TO IBROPN-TRANID
		MOVE LOW-VALUES TO IBROPN-BRANCH-CODE
		MOVE LOW-VALUES TO IBROPN-DR-CR-FLAG
		START OPEN-ITEM-FILE KEY >= IBROPN-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 1620-READ-OPEN-ITEM
			UNTIL WS-SCAN-EOF OR WS-ITEM-FOUND.
      *
	1620-READ-OPEN-ITEM.
		READ OPEN-ITEM-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 1630-CHECK-OPEN-ITEM
		END-READ.
      *
	1630-CHECK-OPEN-ITEM.
		IF IBROPN-TRANID NOT = WS-RUN-TRANID
			SET WS-SCAN-EOF TO TRUE
		ELSE
			IF IBROPN-DR-CR-FLAG
					NOT = WS-RUN-DR-CR (WS-RUN-IDX)
				AND IBROPN-BRANCH-CODE
					NOT = WS-RUN-BRANCH (WS-RUN-IDX)
				AND IBROPN-AMOUNT
					= WS-RUN-AMOUNT (WS-RUN-IDX)
				SET WS-ITEM-FOUND TO TRUE
			END-IF
		END-IF.
      *
	1650-CLEAR-OPEN-ITEM.
		IF WS-RUN-DR-CR (WS-RUN-IDX) = "D"
			MOVE WS-RUN-BRANCH (WS-RUN-IDX) TO WS-DR-BRANCH
			MOVE IBROPN-BRANCH-CODE TO WS-CR-BRANCH
		ELSE
			MOVE IBROPN-BRANCH-CODE TO WS-DR-BRANCH
			MOVE WS-RUN-BRANCH (WS-RUN-IDX) TO WS-CR-BRANCH
		END-IF
		MOVE WS-RUN-AMOUNT (WS-RUN-IDX) TO WS-PAIR-AMOUNT
		DELETE OPEN-ITEM-FILE RECORD
			INVALID KEY
				CONTINUE
		END-DELETE
		MOVE "Y" TO WS-RUN-USED (WS-RUN-IDX)
		PERFORM 2000-POST-PAIR
		ADD 1 TO WS-ITEMS-CLEARED.
      *
	1700-PARK-OPEN-ITEM.
		MOVE WS-RUN-TRANID TO IBROPN-TRANID
		MOVE WS-RUN-BRANCH (WS-RUN-IDX) TO IBROPN-BRANCH-CODE
		MOVE WS-RUN-DR-CR (WS-RUN-IDX) TO IBROPN-DR-CR-FLAG
		READ OPEN-ITEM-FILE
			INVALID KEY
				MOVE WS-RUN-ACCOUNT (WS-RUN-IDX)
					TO IBROPN-GL-ACCOUNT
				MOVE WS-RUN-AMOUNT (WS-RUN-IDX)
					TO IBROPN-AMOUNT
				MOVE WS-RUN-VALUE-DATE (WS-RUN-IDX)
					TO IBROPN-VALUE-DATE
				MOVE WS-TODAY TO IBROPN-FIRST-SEEN-DATE
				WRITE OPEN-ITEM-RECORD
			NOT INVALID KEY
				ADD WS-RUN-AMOUNT (WS-RUN-IDX)
					TO IBROPN-AMOUNT
				REWRITE OPEN-ITEM-RECORD
		END-READ
		ADD 1 TO WS-ITEMS-PARKED.
      *
      *  The debit branch is owed by the credit branch: its row
      *  against the credit branch goes up, the mirror row down.
	2000-POST-PAIR.
		MOVE WS-DR-BRANCH TO IBRPOS-BRANCH-CODE
		MOVE WS-CR-BRANCH TO IBRPOS-COUNTER-BRANCH
		MOVE WS-PAIR-AMOUNT TO WS-POST-AMOUNT
		PERFORM 2100-ROLL-POSITION
		MOVE WS-CR-BRANCH TO IBRPOS-BRANCH-CODE
		MOVE WS-DR-BRANCH TO IBRPOS-COUNTER-BRANCH
		COMPUTE WS-POST-AMOUNT = ZERO - WS-PAIR-AMOUNT
		PERFORM 2100-ROLL-POSITION.
      *
	2100-ROLL-POSITION.
		MOVE "N" TO WS-POS-FOUND-FLAG
		READ POSITION-FILE
			INVALID KEY
				MOVE ZERO TO IBRPOS-BALANCE
			NOT INVALID KEY
				MOVE "Y" TO WS-POS-FOUND-FLAG
		END-READ
		ADD WS-POST-AMOUNT TO IBRPOS-BALANCE
		MOVE WS-TODAY TO IBRPOS-LAST-ROLL-DATE
		IF WS-POS-FOUND
			REWRITE POSITION-RECORD
		ELSE
			WRITE POSITION-RECORD
		END-IF.
      *
      *  Each pair prints once, from its lower branch's row; a row
      *  whose mirror is missing altogether prints from whichever
      *  side exists.  Every row also feeds its branch's tie-out.
	3000-PROVE-PAIRS.
		MOVE "BRANCH  AGAINST  BRANCH SIDE / COUNTER SIDE / NET"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO IBRPOS-KEY
		START POSITION-FILE KEY >= IBRPOS-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 3100-READ-POSITION UNTIL WS-EOF.
      *
	3100-READ-POSITION.
		READ POSITION-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 3200-CHECK-PAIR
		END-READ.
      *
	3200-CHECK-PAIR.
		MOVE IBRPOS-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 8000-FIND-TIE-SLOT
		IF WS-TIE-FOUND
			ADD IBRPOS-BALANCE TO WS-TIE-LEDGER (WS-TIE-IDX)
		END-IF
		MOVE IBRPOS-KEY TO WS-SAVE-POS-KEY
		MOVE IBRPOS-BALANCE TO WS-SIDE-A
		MOVE WS-SAVE-POS-KEY (7:6) TO IBRPOS-BRANCH-CODE
		MOVE WS-SAVE-POS-KEY (1:6) TO IBRPOS-COUNTER-BRANCH
		MOVE "N" TO WS-MIRROR-FOUND-FLAG
		MOVE ZERO TO WS-SIDE-B
		READ POSITION-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-MIRROR-FOUND-FLAG
				MOVE IBRPOS-BALANCE TO WS-SIDE-B
		END-READ
		IF WS-SAVE-POS-KEY (1:6) < WS-SAVE-POS-KEY (7:6)
			OR NOT WS-MIRROR-FOUND
			PERFORM 3300-PRINT-PAIR
		END-IF
		MOVE WS-SAVE-POS-KEY TO IBRPOS-KEY
		START POSITION-FILE KEY > IBRPOS-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START.
      *
	3300-PRINT-PAIR.
		COMPUTE WS-PAIR-NET = WS-SIDE-A + WS-SIDE-B
		MOVE WS-SAVE-POS-KEY (1:6) TO PR-BRANCH
		MOVE WS-SAVE-POS-KEY (7:6) TO PR-COUNTER
		MOVE WS-SIDE-A TO PR-SIDE-A
		MOVE WS-SIDE-B TO PR-SIDE-B
		MOVE WS-PAIR-NET TO PR-NET
		IF WS-PAIR-NET = ZERO
			MOVE SPACES TO PR-FLAG
			ADD 1 TO WS-PAIRS-PROVED
		ELSE
			MOVE "OUT OF BALANCE" TO PR-FLAG
			ADD 1 TO WS-PAIRS-BROKEN
		END-IF
		MOVE WS-PAIR-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	4000-LIST-OPEN-ITEMS.
		MOVE "UNMATCHED ITEMS BY TRANID" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO IBROPN-KEY
		START OPEN-ITEM-FILE KEY >= IBROPN-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 4100-READ-OPEN-ITEM UNTIL WS-EOF.
      *
	4100-READ-OPEN-ITEM.
		READ OPEN-ITEM-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 4200-PRINT-OPEN-ITEM
		END-READ.
      *
	4200-PRINT-OPEN-ITEM.
		MOVE IBROPN-TRANID TO ITM-TRANID
		MOVE IBROPN-BRANCH-CODE TO ITM-BRANCH
		MOVE IBROPN-DR-CR-FLAG TO ITM-DR-CR
		MOVE IBROPN-GL-ACCOUNT TO ITM-GL-ACCOUNT
		MOVE IBROPN-AMOUNT TO ITM-AMOUNT
		MOVE IBROPN-VALUE-DATE TO ITM-VALUE-DATE
		MOVE IBROPN-FIRST-SEEN-DATE TO ITM-FIRST-SEEN
		MOVE WS-ITEM-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-ITEMS-OPEN
		MOVE IBROPN-BRANCH-CODE TO WS-WORK-BRANCH
		PERFORM 8000-FIND-TIE-SLOT
		IF WS-TIE-FOUND
			IF IBROPN-DEBIT
				ADD IBROPN-AMOUNT
					TO WS-TIE-LEDGER (WS-TIE-IDX)
			ELSE
				SUBTRACT IBROPN-AMOUNT
					FROM WS-TIE-LEDGER (WS-TIE-IDX)
			END-IF
		END-IF.
      *
      *  The shadow GL holds each branch's due-from and due-to as
      *  two rows of the account+branch key; both accounts' rows
      *  are walked in key order and summed per branch.
	5000-TIE-TO-SHADOW.
		MOVE WS-DUE-FROM-ACCT TO WS-SHADOW-ACCT
		PERFORM 5100-SUM-SHADOW-ACCOUNT
		IF WS-DUE-TO-ACCT NOT = WS-DUE-FROM-ACCT
			MOVE WS-DUE-TO-ACCT TO WS-SHADOW-ACCT
			PERFORM 5100-SUM-SHADOW-ACCOUNT
		END-IF
		MOVE "BRANCH  SHADOW GL / POSITIONS+OPEN / DIFFERENCE"
			TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 5400-PRINT-TIE
			VARYING WS-TIE-IDX FROM 1 BY 1
			UNTIL WS-TIE-IDX > WS-TIE-COUNT.
      *
	5100-SUM-SHADOW-ACCOUNT.
		MOVE "N" TO WS-EOF-FLAG
		MOVE WS-SHADOW-ACCT TO GLSHDW-GL-ACCOUNT
		MOVE LOW-VALUES TO GLSHDW-BRANCH-CODE
		START SHADOW-FILE KEY >= GLSHDW-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 5200-READ-SHADOW UNTIL WS-EOF.
      *
	5200-READ-SHADOW.
		READ SHADOW-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 5300-TAKE-SHADOW-ROW
		END-READ.
      *
	5300-TAKE-SHADOW-ROW.
		IF GLSHDW-GL-ACCOUNT NOT = WS-SHADOW-ACCT
			SET WS-EOF TO TRUE
		ELSE
			MOVE GLSHDW-BRANCH-CODE TO WS-WORK-BRANCH
			PERFORM 8000-FIND-TIE-SLOT
			IF WS-TIE-FOUND
				ADD GLSHDW-BALANCE
					TO WS-TIE-SHADOW (WS-TIE-IDX)
			END-IF
		END-IF.
      *
	5400-PRINT-TIE.
		COMPUTE WS-TIE-DIFF = WS-TIE-SHADOW (WS-TIE-IDX)
			- WS-TIE-LEDGER (WS-TIE-IDX)
		MOVE WS-TIE-BRANCH (WS-TIE-IDX) TO TIE-BRANCH
		MOVE WS-TIE-SHADOW (WS-TIE-IDX) TO TIE-SHADOW
		MOVE WS-TIE-LEDGER (WS-TIE-IDX) TO TIE-LEDGER
		MOVE WS-TIE-DIFF TO TIE-DIFF
		IF WS-TIE-DIFF = ZERO
			MOVE SPACES TO TIE-FLAG
		ELSE
			MOVE "DOES NOT TIE" TO TIE-FLAG
			ADD 1 TO WS-BRANCHES-UNTIED
		END-IF
		MOVE WS-TIE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-FIND-TIE-SLOT.
		MOVE "N" TO WS-TIE-FOUND-FLAG
		PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
				UNTIL WS-TIE-IDX > WS-TIE-COUNT
				OR WS-TIE-FOUND
			IF WS-TIE-BRANCH (WS-TIE-IDX) = WS-WORK-BRANCH
				SET WS-TIE-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-TIE-FOUND
			SUBTRACT 1 FROM WS-TIE-IDX
		ELSE
			IF WS-TIE-COUNT < 50
				ADD 1 TO WS-TIE-COUNT
				MOVE WS-TIE-COUNT TO WS-TIE-IDX
				MOVE WS-WORK-BRANCH
					TO WS-TIE-BRANCH (WS-TIE-IDX)
				MOVE ZERO TO WS-TIE-SHADOW (WS-TIE-IDX)
				MOVE ZERO TO WS-TIE-LEDGER (WS-TIE-IDX)
				SET WS-TIE-FOUND TO TRUE
			END-IF
		END-IF.
      *
	9000-WRITE-TOTALS.
		MOVE "INTER-BRANCH LEGS READ:" TO CNT-TEXT
		MOVE WS-LEGS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "PAIRS MATCHED TONIGHT:" TO CNT-TEXT
		MOVE WS-PAIRS-MATCHED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "OPEN ITEMS CLEARED:" TO CNT-TEXT
		MOVE WS-ITEMS-CLEARED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LEGS LEFT UNMATCHED:" TO CNT-TEXT
		MOVE WS-ITEMS-PARKED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "OPEN ITEMS ON FILE:" TO CNT-TEXT
		MOVE WS-ITEMS-OPEN TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "PAIRS PROVED:" TO CNT-TEXT
		MOVE WS-PAIRS-PROVED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "PAIRS OUT OF BALANCE:" TO CNT-TEXT
		MOVE WS-PAIRS-BROKEN TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "BRANCHES NOT TIED:" TO CNT-TEXT
		MOVE WS-BRANCHES-UNTIED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
