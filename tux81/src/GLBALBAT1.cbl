      *  GLFINAL extract this job hands to the core GL gets its own
      *  GLFINAL.CTL (XTRCTLW1) for the same check on their side.
      *
      *  Inter-branch settlement: a balanced group whose legs sit
      *  on more than one branch - a repayment taken at one
      *  branch's counter for a loan booked at another posts its
      *  tender leg to the counter and its receivable legs to the
      *  loan's home branch - leaves each branch's own book out of
      *  balance.  On release the group's net per branch is paired
      *  off and matching due-to/due-from legs are appended under
      *  the group's TRANID: the branch left net debit is credited
      *  due-to, the branch left net credit is debited due-from,
      *  each on the accounts of the INTERBR mapping event
      *  (GLMAPR/GLMAPLK1, debit side due-from, credit side
      *  due-to, the house defaults when unmapped), so every
      *  branch balances on its own and IBRCBT1 can prove the
      *  pairs each night.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  GLVALBAT1 must show a completed, signed-off run on the
      *  Batch Control file (BATCTLR).  If the gate is blocked the
			10  WS-LEG-IMAGE
					PIC X(36).
	01  WS-LEG-IDX			PIC S9(4) COMP-5.
	01  WS-IBR-LEG.
		05  IBL-BRANCH-CODE	PIC X(6).
		05  IBL-GL-ACCOUNT	PIC X(10).
		05  IBL-DR-CR-FLAG	PIC X.
			88  IBL-DEBIT	VALUE "D".
			88  IBL-CREDIT	VALUE "C".
		05  IBL-AMOUNT		PIC S9(11)V99 COMP-3.
		05  IBL-VALUE-DATE	PIC X(8).
		05  IBL-TRANID		PIC S9(9) COMP-5.
	01  WS-IBR-EVENT		PIC X(8) VALUE "INTERBR".
	01  WS-IBR-PRODUCT		PIC X(4) VALUE SPACES.
	01  WS-IBR-MAP-DEBIT		PIC X(10).
	01  WS-IBR-MAP-CREDIT		PIC X(10).
	01  WS-IBR-MAP-FOUND		PIC X.
	01  WS-DUE-FROM-ACCT		PIC X(10) VALUE "1000000090".
	01  WS-DUE-TO-ACCT		PIC X(10) VALUE "2000000086".
	01  WS-IBR-VALUE-DATE		PIC X(8).
	01  WS-IBR-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-IBR-CR-NEED		PIC S9(13)V99 COMP-3.
	01  WS-IBR-BRANCH-COUNT		PIC S9(4) COMP-5.
	01  WS-IBR-TABLE.
		05  WS-IBR-ENTRY OCCURS 50 TIMES.
			10  WS-IBR-BRANCH
					PIC X(6).
			10  WS-IBR-NET	PIC S9(13)V99 COMP-3.
	01  WS-IBR-IDX			PIC S9(4) COMP-5.
	01  WS-IBR-DR-IDX		PIC S9(4) COMP-5.
	01  WS-IBR-CR-IDX		PIC S9(4) COMP-5.
	01  WS-IBR-SETTLED-FLAG		PIC X.
		88  WS-IBR-SETTLED	VALUE "Y".
	01  WS-IBR-LEGS			PIC 9(7) VALUE 0.
	01  WS-IBR-AMT			PIC S9(13)V99 COMP-3 VALUE 0.
	01  WS-RELEASED-LEGS		PIC 9(7) VALUE 0.
	01  WS-HELD-LEGS		PIC 9(7) VALUE 0.
	01  WS-RELEASED-AMT		PIC S9(13)V99 COMP-3 VALUE 0.
			PERFORM 0500-VERIFY-INBOUND-CONTROL
		END-IF
		IF WS-GATE-OK AND WS-CTL-MATCH
			PERFORM 0700-RESOLVE-INTER-BRANCH
			PERFORM 1000-READ-LEG
			PERFORM 2000-PROCESS-LEG UNTIL WS-EOF
			PERFORM 3000-CLOSE-GROUP
				ADD 1 TO WS-PRE-COUNT
				ADD GLINTF-AMOUNT TO WS-PRE-HASH
		END-READ.
      *
	0700-RESOLVE-INTER-BRANCH.
		CALL "GLMAPLK1" USING WS-IBR-EVENT WS-IBR-PRODUCT
			WS-IBR-MAP-DEBIT WS-IBR-MAP-CREDIT
			WS-IBR-MAP-FOUND
		IF WS-IBR-MAP-FOUND = "Y"
			MOVE WS-IBR-MAP-DEBIT TO WS-DUE-FROM-ACCT
			MOVE WS-IBR-MAP-CREDIT TO WS-DUE-TO-ACCT
		END-IF.
      *
	1000-READ-LEG.
		READ GL-RELEASED-FILE
		END-PERFORM
		ADD WS-GROUP-DEBITS TO WS-RELEASED-AMT
		ADD WS-GROUP-DEBITS TO WS-FINAL-HASH
		ADD WS-GROUP-CREDITS TO WS-FINAL-HASH
		PERFORM 3300-SETTLE-INTER-BRANCH.
      *
      *  Net each branch the group touches (debits less credits);
      *  a group on one branch nets that branch to zero and needs
      *  nothing.  Otherwise the first branch left net debit is
      *  paired with the first left net credit for the smaller of
      *  the two, until every branch is flat - each pass zeroes at
      *  least one branch, and a balanced group always finishes.
	3300-SETTLE-INTER-BRANCH.
		MOVE ZERO TO WS-IBR-BRANCH-COUNT
		MOVE WS-LEG-IMAGE (1) TO WS-IBR-LEG
		MOVE IBL-VALUE-DATE TO WS-IBR-VALUE-DATE
		PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
				UNTIL WS-LEG-IDX > WS-GROUP-COUNT
			MOVE WS-LEG-IMAGE (WS-LEG-IDX) TO WS-IBR-LEG
			PERFORM 3310-NET-LEG-BRANCH
		END-PERFORM
		IF WS-IBR-BRANCH-COUNT > 1
			MOVE "N" TO WS-IBR-SETTLED-FLAG
			PERFORM 3320-PAIR-BRANCHES
				UNTIL WS-IBR-SETTLED
		END-IF.
      *
	3310-NET-LEG-BRANCH.
		PERFORM VARYING WS-IBR-IDX FROM 1 BY 1
				UNTIL WS-IBR-IDX > WS-IBR-BRANCH-COUNT
				OR WS-IBR-BRANCH (WS-IBR-IDX)
					= IBL-BRANCH-CODE
			CONTINUE
		END-PERFORM
		IF WS-IBR-IDX > WS-IBR-BRANCH-COUNT
			ADD 1 TO WS-IBR-BRANCH-COUNT
			MOVE IBL-BRANCH-CODE
				TO WS-IBR-BRANCH (WS-IBR-IDX)
			MOVE ZERO TO WS-IBR-NET (WS-IBR-IDX)
		END-IF
		IF IBL-DEBIT
			ADD IBL-AMOUNT TO WS-IBR-NET (WS-IBR-IDX)
		ELSE
			SUBTRACT IBL-AMOUNT
				FROM WS-IBR-NET (WS-IBR-IDX)
		END-IF.
      *
	3320-PAIR-BRANCHES.
		MOVE ZERO TO WS-IBR-DR-IDX
		MOVE ZERO TO WS-IBR-CR-IDX
		PERFORM VARYING WS-IBR-IDX FROM 1 BY 1
				UNTIL WS-IBR-IDX > WS-IBR-BRANCH-COUNT
			IF WS-IBR-NET (WS-IBR-IDX) > ZERO
				AND WS-IBR-DR-IDX = ZERO
				MOVE WS-IBR-IDX TO WS-IBR-DR-IDX
			END-IF
			IF WS-IBR-NET (WS-IBR-IDX) < ZERO
				AND WS-IBR-CR-IDX = ZERO
				MOVE WS-IBR-IDX TO WS-IBR-CR-IDX
			END-IF
		END-PERFORM
		IF WS-IBR-DR-IDX = ZERO OR WS-IBR-CR-IDX = ZERO
			SET WS-IBR-SETTLED TO TRUE
		ELSE
			MOVE WS-IBR-NET (WS-IBR-DR-IDX) TO WS-IBR-AMOUNT
			COMPUTE WS-IBR-CR-NEED =
				ZERO - WS-IBR-NET (WS-IBR-CR-IDX)
			IF WS-IBR-AMOUNT > WS-IBR-CR-NEED
				MOVE WS-IBR-CR-NEED TO WS-IBR-AMOUNT
			END-IF
			PERFORM 3330-WRITE-DUE-LEGS
			SUBTRACT WS-IBR-AMOUNT
				FROM WS-IBR-NET (WS-IBR-DR-IDX)
			ADD WS-IBR-AMOUNT
				TO WS-IBR-NET (WS-IBR-CR-IDX)
		END-IF.
      *
	3330-WRITE-DUE-LEGS.
		MOVE WS-IBR-BRANCH (WS-IBR-DR-IDX) TO IBL-BRANCH-CODE
		MOVE WS-DUE-TO-ACCT TO IBL-GL-ACCOUNT
		SET IBL-CREDIT TO TRUE
		MOVE WS-IBR-AMOUNT TO IBL-AMOUNT
		MOVE WS-IBR-VALUE-DATE TO IBL-VALUE-DATE
		MOVE WS-GROUP-TRANID TO IBL-TRANID
		WRITE GL-FINAL-RECORD FROM WS-IBR-LEG
		MOVE WS-IBR-BRANCH (WS-IBR-CR-IDX) TO IBL-BRANCH-CODE
		MOVE WS-DUE-FROM-ACCT TO IBL-GL-ACCOUNT
		SET IBL-DEBIT TO TRUE
		WRITE GL-FINAL-RECORD FROM WS-IBR-LEG
		ADD 2 TO WS-RELEASED-LEGS
		ADD 2 TO WS-IBR-LEGS
		ADD WS-IBR-AMOUNT TO WS-RELEASED-AMT
		ADD WS-IBR-AMOUNT TO WS-IBR-AMT
		ADD WS-IBR-AMOUNT TO WS-FINAL-HASH
		ADD WS-IBR-AMOUNT TO WS-FINAL-HASH.
      *
	3200-HOLD-GROUP.
		PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
		MOVE WS-HELD-LEGS TO CNT-LEGS
		MOVE WS-HELD-AMT TO CNT-AMT
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "INTER-BRANCH LEGS ADDED:" TO CNT-TEXT
		MOVE WS-IBR-LEGS TO CNT-LEGS
		MOVE WS-IBR-AMT TO CNT-AMT
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
